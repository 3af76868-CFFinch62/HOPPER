      *> business-date.cob - HOPPER Example 24: Shared Business Date
      *> Every program used to take its processing date straight from
      *> FUNCTION CURRENT-DATE, so a chain held over past midnight
      *> posted half its work to the next day, and rerunning
      *> yesterday's window meant it was stamped, checked and
      *> reported as today. A program now CALLs "BusinessDate" USING
      *> DATESTAMP's DATE-TIME-STAMP in place of that MOVE: it gets
      *> the clock's time of day exactly as before, but DTS-RUN-DATE
      *> carries the business date from hopper_business_date.txt
      *> (columns 1-8, YYYYMMDD -- the rest of the line is DateRoll's
      *> record of the last roll). The date is read on the first call
      *> in the process and held after that, the way CycleId holds
      *> its id, so every step BatchDriver CALLs processes the one
      *> date even when the window runs on past midnight, and a
      *> mid-window edit of the control file cannot split a chain
      *> across two dates. To rerun a prior day, key that date into
      *> columns 1-8 before starting the chain.
      *> With no control file the clock's own date is used, exactly
      *> the old behaviour. A line that is not a real calendar date
      *> falls back the same way, but is written to ExceptionLog
      *> first -- processing under the wrong date must not go
      *> unnoticed. JobLog, ExceptionLog, AuditLog and RunLock keep
      *> reading the clock: their lines say when something actually
      *> happened, which the business date deliberately does not.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BusinessDate.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BDTFILE ASSIGN TO "hopper_business_date.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> The business date, then what DateRoll keeps about the last
      *> roll: the date it rolled from, the cycle that rolled it and
      *> the clock date/time it did so.
           FD BDTFILE.
           01 BDT-RECORD.
               05 BDT-DATE         PIC X(8).
               05 FILLER           PIC X.
               05 BDT-PRIOR-DATE   PIC X(8).
               05 FILLER           PIC X.
               05 BDT-ROLLED-CYCLE PIC X(16).
               05 FILLER           PIC X.
               05 BDT-ROLLED-DATE  PIC X(8).
               05 FILLER           PIC X.
               05 BDT-ROLLED-TIME  PIC X(6).

       WORKING-STORAGE SECTION.
           01 WS-BDT-STATUS PIC XX VALUE SPACES.
      *> Held for the life of the process -- zero means no one has
      *> asked yet this run.
           01 WS-BUSINESS-DATE PIC 9(8) VALUE ZERO.
           01 WS-CTL-DATE      PIC 9(8) VALUE ZERO.
           COPY EXCPCTL.

       LINKAGE SECTION.
           COPY DATESTAMP.

       PROCEDURE DIVISION USING DATE-TIME-STAMP.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO DATE-TIME-STAMP
           IF WS-BUSINESS-DATE = ZERO
               PERFORM 1000-LOAD-BUSINESS-DATE
           END-IF
           MOVE WS-BUSINESS-DATE TO DTS-RUN-DATE
           GOBACK.

       1000-LOAD-BUSINESS-DATE.
           MOVE DTS-RUN-DATE TO WS-BUSINESS-DATE
           OPEN INPUT BDTFILE
           IF WS-BDT-STATUS = "00"
               READ BDTFILE
                   AT END
                       MOVE SPACES TO BDT-RECORD
               END-READ
               CLOSE BDTFILE
               IF BDT-DATE NUMERIC
                   MOVE BDT-DATE TO WS-CTL-DATE
               ELSE
                   MOVE ZERO TO WS-CTL-DATE
               END-IF
               IF WS-CTL-DATE NOT = ZERO
                       AND FUNCTION TEST-DATE-YYYYMMDD(WS-CTL-DATE)
                           = ZERO
                   MOVE WS-CTL-DATE TO WS-BUSINESS-DATE
                   IF WS-BUSINESS-DATE NOT = DTS-RUN-DATE
                       DISPLAY "Business date " WS-BUSINESS-DATE
                               " (clock date " DTS-RUN-DATE ")"
                   END-IF
               ELSE
                   PERFORM 1100-REJECT-CONTROL-DATE
               END-IF
           END-IF.

       1100-REJECT-CONTROL-DATE.
           DISPLAY "! hopper_business_date.txt holds '" BDT-DATE
                   "', not a YYYYMMDD date -- processing under the "
                   "clock date " DTS-RUN-DATE
           MOVE "BUSINESSDATE"              TO EXC-PROGRAM-NAME
           MOVE "hopper_business_date.txt"  TO EXC-SOURCE-FILE
           MOVE "BDT-DATE"                  TO EXC-FIELD-NAME
           MOVE BDT-DATE                    TO EXC-RAW-VALUE
           MOVE "not a valid date - clock date used"
               TO EXC-REASON
           CALL "ExceptionLog" USING EXCEPTION-LOG-BLOCK.

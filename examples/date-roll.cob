      *> date-roll.cob - HOPPER Example 24b: End-of-Day Business Date
      *> Roll
      *> The business date in hopper_business_date.txt (see
      *> BusinessDate) only moves forward here. BatchDriver CALLs
      *> this step once the chain has finished without stopping; it
      *> rolls the date the chain processed under to the next
      *> calendar day, so the next window -- whenever the clock says
      *> it starts -- processes the following day.
      *> The roll is refused, and the date left where it is, when:
      *>   - any joblog line of the cycle ended above condition code
      *>     4 (a continue-on-error step that failed still means the
      *>     day is not done);
      *>   - the date was already rolled by this same cycle;
      *>   - the business date is already past the clock's date (the
      *>     window was run a second time after tonight's roll).
      *> Run inside the chain, the cycle judged is the chain's own.
      *> Run standalone -- to retry a roll that could not write the
      *> control file -- it takes the cycle of the last BatchDriver
      *> entry in hopper_joblog.txt, the way ReportDistrib does, and
      *> that entry's own condition code must be clean as well.
      *> RC 4 when the roll is held, RC 8 when the control file
      *> cannot be written; the joblog NOTE says which date was
      *> rolled to what, or why it was held.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DateRoll.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BDTFILE ASSIGN TO "hopper_business_date.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDT-STATUS.
           SELECT JLGFILE ASSIGN TO "hopper_joblog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JLG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Same layout BusinessDate reads: the business date, then the
      *> date it was last rolled from, the cycle that rolled it and
      *> the clock date/time of that roll.
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

      *> JobLog's fixed columns, as BatchDriver reads them.
           FD JLGFILE.
           01 JLG-RECORD.
               05 JLG-DATE      PIC 9(8).
               05 FILLER        PIC X.
               05 JLG-TIME      PIC 9(6).
               05 FILLER        PIC X(5).
               05 JLG-PROGRAM   PIC X(20).
               05 FILLER        PIC X(4).
               05 JLG-RC        PIC 9(3).
               05 FILLER        PIC X(6).
               05 JLG-RECS      PIC 9(6).
               05 FILLER        PIC X(6).
               05 JLG-ERRS      PIC 9(6).
               05 FILLER        PIC X(7).
               05 JLG-RECON     PIC X(12).
               05 FILLER        PIC X(7).
               05 JLG-CYCLE     PIC X(16).
               05 FILLER        PIC X(46).

       WORKING-STORAGE SECTION.
           01 WS-BDT-STATUS PIC XX VALUE SPACES.
           01 WS-JLG-STATUS PIC XX VALUE SPACES.
           01 WS-EOF        PIC X  VALUE "N".
               88 END-OF-FILE VALUE "Y".

           01 WS-ROLL-CYCLE       PIC X(16) VALUE SPACES.
           01 WS-LAST-CHAIN-CYCLE PIC X(16) VALUE SPACES.
           01 WS-OWN-CYCLE-SEEN   PIC X VALUE "N".
               88 RUNNING-IN-CHAIN VALUE "Y".

      *> What the cycle's joblog lines say.
           01 WS-CYCLE-LINES  PIC 9(6) VALUE ZERO.
           01 WS-FAILED-LINES PIC 9(6) VALUE ZERO.
           01 WS-FIRST-FAILED PIC X(20) VALUE SPACES.

           01 WS-FROM-DATE    PIC 9(8) VALUE ZERO.
           01 WS-TO-DATE      PIC 9(8) VALUE ZERO.
           01 WS-LAST-ROLLER  PIC X(16) VALUE SPACES.
           01 WS-CLOCK.
               05 WS-CLOCK-DATE PIC 9(8).
               05 WS-CLOCK-TIME PIC 9(6).
               05 FILLER        PIC X(7).
           01 WS-HOLD-REASON  PIC X(40) VALUE SPACES.
           01 WS-RUN-RC       PIC 9(3) VALUE ZERO.

           COPY DATESTAMP.
           COPY CYCLCTL.
           COPY JOBCTL.

       PROCEDURE DIVISION.
       0000-MAIN.
      *> The date the chain processed under -- BusinessDate holds it
      *> for the life of the process, so a control file edited while
      *> the window ran does not change what is rolled.
           CALL "BusinessDate" USING DATE-TIME-STAMP
           MOVE DTS-RUN-DATE TO WS-FROM-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-CLOCK
           PERFORM 0100-CHOOSE-CYCLE
           PERFORM 0200-JUDGE-CYCLE
           PERFORM 0300-READ-LAST-ROLL
           EVALUATE TRUE
               WHEN WS-ROLL-CYCLE = SPACES
                   MOVE "HELD: no chain cycle on the joblog"
                       TO WS-HOLD-REASON
               WHEN WS-FAILED-LINES > ZERO
                   MOVE SPACES TO WS-HOLD-REASON
                   STRING "HELD: " FUNCTION TRIM(WS-FIRST-FAILED)
                          " ended above RC 4"
                       DELIMITED BY SIZE INTO WS-HOLD-REASON
               WHEN WS-LAST-ROLLER = WS-ROLL-CYCLE
                   MOVE "HELD: already rolled by this cycle"
                       TO WS-HOLD-REASON
               WHEN WS-FROM-DATE > WS-CLOCK-DATE
                   MOVE "HELD: business date ahead of the clock"
                       TO WS-HOLD-REASON
           END-EVALUATE
           IF WS-HOLD-REASON = SPACES
               PERFORM 1000-ROLL-DATE
           ELSE
               DISPLAY "Business date " WS-FROM-DATE " not rolled -- "
                       FUNCTION TRIM(WS-HOLD-REASON)
               MOVE 4 TO WS-RUN-RC
               MOVE WS-HOLD-REASON TO JOB-NOTE
           END-IF
           MOVE "DATEROLL" TO JOB-PROGRAM-NAME
           MOVE WS-RUN-RC TO JOB-RETURN-CODE
           MOVE WS-CYCLE-LINES TO JOB-RECORD-COUNT
           MOVE WS-FAILED-LINES TO JOB-ERROR-COUNT
           CALL "JobLog" USING JOB-LOG-BLOCK
           GOBACK.

       0100-CHOOSE-CYCLE.
      *> Any joblog line already carrying this process's cycle id
      *> means the chain's steps ran ahead of us in this process.
           CALL "CycleId" USING CYCLE-ID-BLOCK
           MOVE CYC-CYCLE-ID TO WS-ROLL-CYCLE
           OPEN INPUT JLGFILE
           IF WS-JLG-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ JLGFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF JLG-CYCLE = CYC-CYCLE-ID
                               SET RUNNING-IN-CHAIN TO TRUE
                           END-IF
                           IF JLG-PROGRAM = "BATCHDRIVER"
                               MOVE JLG-CYCLE TO WS-LAST-CHAIN-CYCLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JLGFILE
           END-IF
           IF NOT RUNNING-IN-CHAIN
               MOVE WS-LAST-CHAIN-CYCLE TO WS-ROLL-CYCLE
               IF WS-ROLL-CYCLE NOT = SPACES
                   DISPLAY "Run outside the chain -- judging the "
                           "last chain cycle, " WS-ROLL-CYCLE
               END-IF
           END-IF.

       0200-JUDGE-CYCLE.
      *> Every line the cycle wrote counts; the first one above RC 4
      *> is named in the hold reason.
           IF WS-ROLL-CYCLE NOT = SPACES
               OPEN INPUT JLGFILE
               IF WS-JLG-STATUS = "00"
                   MOVE "N" TO WS-EOF
                   PERFORM UNTIL END-OF-FILE
                       READ JLGFILE
                           AT END MOVE "Y" TO WS-EOF
                           NOT AT END
                               IF JLG-CYCLE = WS-ROLL-CYCLE
                                   PERFORM 0210-JUDGE-ONE-LINE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE JLGFILE
               END-IF
           END-IF.

       0210-JUDGE-ONE-LINE.
           ADD 1 TO WS-CYCLE-LINES
           IF JLG-RC NOT NUMERIC OR JLG-RC > 4
               ADD 1 TO WS-FAILED-LINES
               IF WS-FIRST-FAILED = SPACES
                   MOVE JLG-PROGRAM TO WS-FIRST-FAILED
               END-IF
           END-IF.

       0300-READ-LAST-ROLL.
           MOVE SPACES TO WS-LAST-ROLLER
           OPEN INPUT BDTFILE
           IF WS-BDT-STATUS = "00"
               READ BDTFILE
                   AT END
                       MOVE SPACES TO BDT-RECORD
               END-READ
               MOVE BDT-ROLLED-CYCLE TO WS-LAST-ROLLER
               CLOSE BDTFILE
           END-IF.

       1000-ROLL-DATE.
           COMPUTE WS-TO-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-FROM-DATE) + 1)
           OPEN OUTPUT BDTFILE
           IF WS-BDT-STATUS NOT = "00"
               DISPLAY "! Cannot write hopper_business_date.txt, "
                       "status " WS-BDT-STATUS " -- business date "
                       WS-FROM-DATE " not rolled"
               MOVE 8 TO WS-RUN-RC
               MOVE "HELD: control file not writable" TO JOB-NOTE
           ELSE
               MOVE SPACES        TO BDT-RECORD
               MOVE WS-TO-DATE    TO BDT-DATE
               MOVE WS-FROM-DATE  TO BDT-PRIOR-DATE
               MOVE WS-ROLL-CYCLE TO BDT-ROLLED-CYCLE
               MOVE WS-CLOCK-DATE TO BDT-ROLLED-DATE
               MOVE WS-CLOCK-TIME TO BDT-ROLLED-TIME
               WRITE BDT-RECORD
               CLOSE BDTFILE
               DISPLAY "Business date rolled from " WS-FROM-DATE
                       " to " WS-TO-DATE
               MOVE ZERO TO WS-RUN-RC
               MOVE SPACES TO JOB-NOTE
               STRING "ROLLED " WS-FROM-DATE " TO " WS-TO-DATE
                   DELIMITED BY SIZE INTO JOB-NOTE
           END-IF.

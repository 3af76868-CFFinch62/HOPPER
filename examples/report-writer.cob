      *> RPT-CONTROL-BLOCK to get a real headed, paginated report file
      *> instead of a bare DISPLAY line, reusing the same edited-field
      *> conventions as Arithmetic's WS-FMTD and Variables' WS-DISPLAY.
      *> Each page heading carries the business date the report was
      *> produced for (BusinessDate) beside the cycle id; the end-of-
      *> report line keeps the clock time the report was finished.
      *> A detail line sent with carriage control "1" now really
      *> starts a new page -- heading, page number and all -- so a
      *> caller can put each document it prints on a page of its
      *> own.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReportWriter.

               ASSIGN TO "hopper_report_filecomp.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RPTFILE-LEDGERAGE
               ASSIGN TO "hopper_report_ledgerage.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RPTFILE-LEDGERTAX
               ASSIGN TO "hopper_report_ledgertax.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RPTFILE-ACADSTAND
               ASSIGN TO "hopper_report_acadstand.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RPTFILE-ATTENDWK
               ASSIGN TO "hopper_report_attendwk.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RPTFILE-SCORESHT
               ASSIGN TO "hopper_report_scoresht.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RPTFILE-SEATS
               ASSIGN TO "hopper_report_seats.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RPTFILE-INCLAPSE
               ASSIGN TO "hopper_report_inclapse.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RPTFILE-OPERRECERT
               ASSIGN TO "hopper_report_operrecert.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RPTFILE-KEYEDMAINT
               ASSIGN TO "hopper_report_keyedmaint.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RPTFILE-PINEXPIRY
               ASSIGN TO "hopper_report_pinexpiry.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RPTFILE-REPORTCARD
               ASSIGN TO "hopper_report_reportcard.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RPTFILE-DEFAULT
               ASSIGN TO "hopper_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           01 RPTL-FILECOMP-RECORD.
               05 RPTL-FILECOMP-CC   PIC X.
               05 RPTL-FILECOMP-TEXT PIC X(80).
           FD RPTFILE-LEDGERAGE.
           01 RPTL-LEDGERAGE-RECORD.
               05 RPTL-LEDGERAGE-CC   PIC X.
               05 RPTL-LEDGERAGE-TEXT PIC X(80).
           FD RPTFILE-LEDGERTAX.
           01 RPTL-LEDGERTAX-RECORD.
               05 RPTL-LEDGERTAX-CC   PIC X.
               05 RPTL-LEDGERTAX-TEXT PIC X(80).
           FD RPTFILE-ACADSTAND.
           01 RPTL-ACADSTAND-RECORD.
               05 RPTL-ACADSTAND-CC   PIC X.
               05 RPTL-ACADSTAND-TEXT PIC X(80).
           FD RPTFILE-ATTENDWK.
           01 RPTL-ATTENDWK-RECORD.
               05 RPTL-ATTENDWK-CC   PIC X.
               05 RPTL-ATTENDWK-TEXT PIC X(80).
           FD RPTFILE-SCORESHT.
           01 RPTL-SCORESHT-RECORD.
               05 RPTL-SCORESHT-CC   PIC X.
               05 RPTL-SCORESHT-TEXT PIC X(80).
           FD RPTFILE-SEATS.
           01 RPTL-SEATS-RECORD.
               05 RPTL-SEATS-CC   PIC X.
               05 RPTL-SEATS-TEXT PIC X(80).
           FD RPTFILE-INCLAPSE.
           01 RPTL-INCLAPSE-RECORD.
               05 RPTL-INCLAPSE-CC   PIC X.
               05 RPTL-INCLAPSE-TEXT PIC X(80).
           FD RPTFILE-OPERRECERT.
           01 RPTL-OPERRECERT-RECORD.
               05 RPTL-OPERRECERT-CC   PIC X.
               05 RPTL-OPERRECERT-TEXT PIC X(80).
           FD RPTFILE-KEYEDMAINT.
           01 RPTL-KEYEDMAINT-RECORD.
               05 RPTL-KEYEDMAINT-CC   PIC X.
               05 RPTL-KEYEDMAINT-TEXT PIC X(80).
           FD RPTFILE-PINEXPIRY.
           01 RPTL-PINEXPIRY-RECORD.
               05 RPTL-PINEXPIRY-CC    PIC X.
               05 RPTL-PINEXPIRY-TEXT  PIC X(80).
           FD RPTFILE-REPORTCARD.
           01 RPTL-REPORTCARD-RECORD.
               05 RPTL-REPORTCARD-CC   PIC X.
               05 RPTL-REPORTCARD-TEXT PIC X(80).
           FD RPTFILE-DEFAULT.
           01 RPTL-DEFAULT-RECORD.
               05 RPTL-DEFAULT-CC   PIC X.
               88 ACTIVE-REPORT-EXCPREV  VALUE "EXCPREV".
               88 ACTIVE-REPORT-AUDITINQ  VALUE "AUDITINQ".
               88 ACTIVE-REPORT-FILECOMP  VALUE "FILECOMP".
               88 ACTIVE-REPORT-LEDGERAGE  VALUE "LEDGERAGE".
               88 ACTIVE-REPORT-LEDGERTAX  VALUE "LEDGERTAX".
               88 ACTIVE-REPORT-ACADSTAND  VALUE "ACADSTAND".
               88 ACTIVE-REPORT-ATTENDWK  VALUE "ATTENDWK".
               88 ACTIVE-REPORT-SCORESHT  VALUE "SCORESHT".
               88 ACTIVE-REPORT-SEATS  VALUE "SEATS".
               88 ACTIVE-REPORT-INCLAPSE  VALUE "INCLAPSE".
               88 ACTIVE-REPORT-OPERRECERT  VALUE "OPERRECERT".
               88 ACTIVE-REPORT-KEYEDMAINT  VALUE "KEYEDMAINT".
               88 ACTIVE-REPORT-PINEXPIRY   VALUE "PINEXPIRY".
               88 ACTIVE-REPORT-REPORTCARD  VALUE "REPORTCARD".
               88 ACTIVE-REPORT-DEFAULT    VALUE "DEFAULT".
           01 WS-PAGE-NUM       PIC 9(3)  VALUE ZERO.
           01 WS-PAGE-NUM-ED    PIC ZZ9   VALUE ZERO.
               05 WS-RUN-TIME   PIC 9(6).
               05 FILLER        PIC X(9).
           COPY CYCLCTL.
           COPY DATESTAMP.

       LINKAGE SECTION.
           COPY RPTCTL.
           MOVE ZERO TO WS-PAGE-NUM
           MOVE ZERO TO WS-TOTAL-LINES
           CALL "CycleId" USING CYCLE-ID-BLOCK
           CALL "BusinessDate" USING DATE-TIME-STAMP
           EVALUATE FUNCTION TRIM(RPT-PROGRAM-NAME)
               WHEN "LOOPS"
                   MOVE "LOOPS" TO WS-ACTIVE-REPORT-ID
                   MOVE "AUDITINQ" TO WS-ACTIVE-REPORT-ID
               WHEN "FILECOMP"
                   MOVE "FILECOMP" TO WS-ACTIVE-REPORT-ID
               WHEN "LEDGERAGE"
                   MOVE "LEDGERAGE" TO WS-ACTIVE-REPORT-ID
               WHEN "LEDGERTAX"
                   MOVE "LEDGERTAX" TO WS-ACTIVE-REPORT-ID
               WHEN "ACADSTAND"
                   MOVE "ACADSTAND" TO WS-ACTIVE-REPORT-ID
               WHEN "ATTENDWK"
                   MOVE "ATTENDWK" TO WS-ACTIVE-REPORT-ID
               WHEN "SCORESHT"
                   MOVE "SCORESHT" TO WS-ACTIVE-REPORT-ID
               WHEN "SEATS"
                   MOVE "SEATS" TO WS-ACTIVE-REPORT-ID
               WHEN "INCLAPSE"
                   MOVE "INCLAPSE" TO WS-ACTIVE-REPORT-ID
               WHEN "OPERRECERT"
                   MOVE "OPERRECERT" TO WS-ACTIVE-REPORT-ID
               WHEN "KEYEDMAINT"
                   MOVE "KEYEDMAINT" TO WS-ACTIVE-REPORT-ID
               WHEN "PINEXPIRY"
                   MOVE "PINEXPIRY" TO WS-ACTIVE-REPORT-ID
               WHEN "REPORTCARD"
                   MOVE "REPORTCARD" TO WS-ACTIVE-REPORT-ID
               WHEN OTHER
                   MOVE "DEFAULT" TO WS-ACTIVE-REPORT-ID
           END-EVALUATE
                   OPEN OUTPUT RPTFILE-AUDITINQ
               WHEN ACTIVE-REPORT-FILECOMP
                   OPEN OUTPUT RPTFILE-FILECOMP
               WHEN ACTIVE-REPORT-LEDGERAGE
                   OPEN OUTPUT RPTFILE-LEDGERAGE
               WHEN ACTIVE-REPORT-LEDGERTAX
                   OPEN OUTPUT RPTFILE-LEDGERTAX
               WHEN ACTIVE-REPORT-ACADSTAND
                   OPEN OUTPUT RPTFILE-ACADSTAND
               WHEN ACTIVE-REPORT-ATTENDWK
                   OPEN OUTPUT RPTFILE-ATTENDWK
               WHEN ACTIVE-REPORT-SCORESHT
                   OPEN OUTPUT RPTFILE-SCORESHT
               WHEN ACTIVE-REPORT-SEATS
                   OPEN OUTPUT RPTFILE-SEATS
               WHEN ACTIVE-REPORT-INCLAPSE
                   OPEN OUTPUT RPTFILE-INCLAPSE
               WHEN ACTIVE-REPORT-OPERRECERT
                   OPEN OUTPUT RPTFILE-OPERRECERT
               WHEN ACTIVE-REPORT-KEYEDMAINT
                   OPEN OUTPUT RPTFILE-KEYEDMAINT
               WHEN ACTIVE-REPORT-PINEXPIRY
                   OPEN OUTPUT RPTFILE-PINEXPIRY
               WHEN ACTIVE-REPORT-REPORTCARD
                   OPEN OUTPUT RPTFILE-REPORTCARD
               WHEN OTHER
                   OPEN OUTPUT RPTFILE-DEFAULT
           END-EVALUATE.
           MOVE SPACES TO RPT-TEXT
           STRING "Page " WS-PAGE-NUM-ED
                  "   Cycle " CYC-CYCLE-ID
                  "   Business date " DTS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-TEXT
           PERFORM 2050-WRITE-ACTIVE-LINE
           MOVE SPACES TO RPT-TEXT
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 1100-WRITE-HEADER
           END-IF
      *> A caller's "1" line opens a page of its own -- the heading is
      *> repeated and the page numbered like any other -- unless the
      *> page it would start is the one just headed. The line itself
      *> then single-spaces under that heading.
           IF RPT-CC-NEW-PAGE
               IF WS-LINE-COUNT > ZERO
                   PERFORM 1100-WRITE-HEADER
               END-IF
               MOVE SPACE TO RPT-CARRIAGE-CTL
           END-IF
           IF NOT RPT-CC-SINGLE-SPACE AND NOT RPT-CC-DOUBLE-SPACE
                   AND NOT RPT-CC-NEW-PAGE
               MOVE SPACE TO RPT-CARRIAGE-CTL
                   MOVE RPT-CC TO RPTL-FILECOMP-CC
                   MOVE RPT-TEXT TO RPTL-FILECOMP-TEXT
                   WRITE RPTL-FILECOMP-RECORD
               WHEN ACTIVE-REPORT-LEDGERAGE
                   MOVE RPT-CC TO RPTL-LEDGERAGE-CC
                   MOVE RPT-TEXT TO RPTL-LEDGERAGE-TEXT
                   WRITE RPTL-LEDGERAGE-RECORD
               WHEN ACTIVE-REPORT-LEDGERTAX
                   MOVE RPT-CC TO RPTL-LEDGERTAX-CC
                   MOVE RPT-TEXT TO RPTL-LEDGERTAX-TEXT
                   WRITE RPTL-LEDGERTAX-RECORD
               WHEN ACTIVE-REPORT-ACADSTAND
                   MOVE RPT-CC TO RPTL-ACADSTAND-CC
                   MOVE RPT-TEXT TO RPTL-ACADSTAND-TEXT
                   WRITE RPTL-ACADSTAND-RECORD
               WHEN ACTIVE-REPORT-ATTENDWK
                   MOVE RPT-CC TO RPTL-ATTENDWK-CC
                   MOVE RPT-TEXT TO RPTL-ATTENDWK-TEXT
                   WRITE RPTL-ATTENDWK-RECORD
               WHEN ACTIVE-REPORT-SCORESHT
                   MOVE RPT-CC TO RPTL-SCORESHT-CC
                   MOVE RPT-TEXT TO RPTL-SCORESHT-TEXT
                   WRITE RPTL-SCORESHT-RECORD
               WHEN ACTIVE-REPORT-SEATS
                   MOVE RPT-CC TO RPTL-SEATS-CC
                   MOVE RPT-TEXT TO RPTL-SEATS-TEXT
                   WRITE RPTL-SEATS-RECORD
               WHEN ACTIVE-REPORT-INCLAPSE
                   MOVE RPT-CC TO RPTL-INCLAPSE-CC
                   MOVE RPT-TEXT TO RPTL-INCLAPSE-TEXT
                   WRITE RPTL-INCLAPSE-RECORD
               WHEN ACTIVE-REPORT-OPERRECERT
                   MOVE RPT-CC TO RPTL-OPERRECERT-CC
                   MOVE RPT-TEXT TO RPTL-OPERRECERT-TEXT
                   WRITE RPTL-OPERRECERT-RECORD
               WHEN ACTIVE-REPORT-KEYEDMAINT
                   MOVE RPT-CC TO RPTL-KEYEDMAINT-CC
                   MOVE RPT-TEXT TO RPTL-KEYEDMAINT-TEXT
                   WRITE RPTL-KEYEDMAINT-RECORD
               WHEN ACTIVE-REPORT-PINEXPIRY
                   MOVE RPT-CC TO RPTL-PINEXPIRY-CC
                   MOVE RPT-TEXT TO RPTL-PINEXPIRY-TEXT
                   WRITE RPTL-PINEXPIRY-RECORD
               WHEN ACTIVE-REPORT-REPORTCARD
                   MOVE RPT-CC TO RPTL-REPORTCARD-CC
                   MOVE RPT-TEXT TO RPTL-REPORTCARD-TEXT
                   WRITE RPTL-REPORTCARD-RECORD
               WHEN OTHER
                   MOVE RPT-CC TO RPTL-DEFAULT-CC
                   MOVE RPT-TEXT TO RPTL-DEFAULT-TEXT
               WHEN ACTIVE-REPORT-EXCPREV    CLOSE RPTFILE-EXCPREV
               WHEN ACTIVE-REPORT-AUDITINQ   CLOSE RPTFILE-AUDITINQ
               WHEN ACTIVE-REPORT-FILECOMP   CLOSE RPTFILE-FILECOMP
               WHEN ACTIVE-REPORT-LEDGERAGE  CLOSE RPTFILE-LEDGERAGE
               WHEN ACTIVE-REPORT-LEDGERTAX  CLOSE RPTFILE-LEDGERTAX
               WHEN ACTIVE-REPORT-ACADSTAND  CLOSE RPTFILE-ACADSTAND
               WHEN ACTIVE-REPORT-ATTENDWK   CLOSE RPTFILE-ATTENDWK
               WHEN ACTIVE-REPORT-SCORESHT   CLOSE RPTFILE-SCORESHT
               WHEN ACTIVE-REPORT-SEATS      CLOSE RPTFILE-SEATS
               WHEN ACTIVE-REPORT-INCLAPSE   CLOSE RPTFILE-INCLAPSE
               WHEN ACTIVE-REPORT-OPERRECERT CLOSE RPTFILE-OPERRECERT
               WHEN ACTIVE-REPORT-KEYEDMAINT CLOSE RPTFILE-KEYEDMAINT
               WHEN ACTIVE-REPORT-PINEXPIRY  CLOSE RPTFILE-PINEXPIRY
               WHEN ACTIVE-REPORT-REPORTCARD CLOSE RPTFILE-REPORTCARD
               WHEN OTHER                    CLOSE RPTFILE-DEFAULT
           END-EVALUATE.

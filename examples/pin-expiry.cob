      *> pin-expiry.cob - HOPPER Example 13i: Operator PIN Expiry
      *> Report
      *> OperatorAuth makes an operator choose a new PIN once theirs
      *> is older than PARM-PIN-MAX-AGE-DAYS in hopper_params.txt,
      *> but nothing warned anyone beforehand -- the first an
      *> operator heard of it was a PIN prompt in the middle of a
      *> night's work. This report, printed through the shared
      *> ReportWriter, lists every operator id in
      *> hopper_operators.txt whose PIN needs attention:
      *>   EXPIRING - will pass the age limit within
      *>              PARM-PIN-WARN-DAYS (14 by default);
      *>   EXPIRED  - already past it;
      *>   RESET    - set by a supervisor in OperAdmin, not yet
      *>              replaced by the operator;
      *>   UNDATED  - no usable set date on file (a PIN hashed from
      *>              the old clear column, or a hand-edited line);
      *>   CLEAR    - still held in clear, not yet hashed.
      *> Each is changed at the operator's next sign-on. Ids with no
      *> PIN, or a PIN comfortably inside the limit, are counted but
      *> not listed. Ages are counted on the clock's date, as
      *> OperatorAuth counts them. Nothing on the file is changed,
      *> and no PIN or hash is ever printed.
      *> RC 4 when any id is listed, 8 when hopper_operators.txt is
      *> missing.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PinExpiry.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPFILE ASSIGN TO "hopper_operators.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OP-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Same layout OperatorAuth reads: id, tier, PIN hash, date
      *> the PIN was set, reset flag, three previous PIN hashes.
           FD OPFILE.
           01 OP-RECORD.
               05 OP-ID           PIC X(8).
               05 FILLER          PIC X.
               05 OP-TIER         PIC X.
               05 FILLER          PIC X.
               05 OP-PIN-HASH     PIC X(8).
               05 OP-PIN-CLEAR-VIEW REDEFINES OP-PIN-HASH.
                   10 OP-PIN-CLEAR PIC X(4).
                   10 OP-PIN-PAD   PIC X(4).
               05 FILLER          PIC X.
               05 OP-PIN-SET-DATE PIC X(8).
               05 FILLER          PIC X.
               05 OP-PIN-RESET    PIC X.
               05 FILLER          PIC X(27).

       WORKING-STORAGE SECTION.
           01 WS-OP-STATUS   PIC XX VALUE SPACES.
           01 WS-EOF         PIC X  VALUE "N".
               88 END-OF-FILE VALUE "Y".

           01 WS-CLOCK-DATE  PIC 9(8) VALUE ZERO.
           01 WS-PIN-SET-DATE PIC 9(8) VALUE ZERO.
           01 WS-PIN-AGE-DAYS PIC S9(7) VALUE ZERO.
           01 WS-DAYS-LEFT    PIC S9(7) VALUE ZERO.
           01 WS-PIN-STATUS   PIC X(8) VALUE SPACES.

           01 WS-OPER-COUNT   PIC 9(4) VALUE ZERO.
           01 WS-PIN-COUNT    PIC 9(4) VALUE ZERO.
           01 WS-LISTED-COUNT PIC 9(4) VALUE ZERO.
           01 WS-RUN-RC       PIC 9(3) VALUE ZERO.
           01 WS-DAYS-ED      PIC ZZZ9.
           01 WS-LIMIT-ED     PIC ZZ9.
           01 WS-WARN-ED      PIC ZZ9.

           01 WS-EXPIRY-LINE.
               05 PXL-ID      PIC X(8).
               05 FILLER      PIC X(2).
               05 PXL-TIER    PIC X.
               05 FILLER      PIC X(3).
               05 PXL-SET     PIC X(8).
               05 FILLER      PIC X(3).
               05 PXL-AGE     PIC X(5).
               05 FILLER      PIC X(3).
               05 PXL-LEFT    PIC X(9).
               05 FILLER      PIC X(3).
               05 PXL-STATUS  PIC X(8).

           COPY HOPPARM.
           COPY RPTCTL.
           COPY JOBCTL.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CLOCK-DATE
           CALL "ParamLoad" USING HOPPER-PARAMETERS
           OPEN INPUT OPFILE
           IF WS-OP-STATUS NOT = "00"
               DISPLAY "! Cannot open hopper_operators.txt, status "
                       WS-OP-STATUS " -- no PINs to report on"
               MOVE 8 TO WS-RUN-RC
               MOVE "PINEXPIRY" TO JOB-PROGRAM-NAME
               MOVE WS-RUN-RC TO JOB-RETURN-CODE
               MOVE ZERO TO JOB-RECORD-COUNT
               MOVE 1 TO JOB-ERROR-COUNT
               CALL "JobLog" USING JOB-LOG-BLOCK
               MOVE WS-RUN-RC TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-OPEN-REPORT
           MOVE "N" TO WS-EOF
           PERFORM UNTIL END-OF-FILE
               READ OPFILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF OP-ID NOT = SPACES
                           PERFORM 2000-JUDGE-OPERATOR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPFILE
           PERFORM 3000-CLOSE-REPORT
           DISPLAY "PIN expiry report complete. Operators: "
                   WS-OPER-COUNT " With PIN: " WS-PIN-COUNT
                   " Listed: " WS-LISTED-COUNT
           IF WS-LISTED-COUNT > ZERO
               MOVE 4 TO WS-RUN-RC
           ELSE
               MOVE ZERO TO WS-RUN-RC
           END-IF
           MOVE "PINEXPIRY" TO JOB-PROGRAM-NAME
           MOVE WS-RUN-RC TO JOB-RETURN-CODE
           MOVE WS-OPER-COUNT TO JOB-RECORD-COUNT
           MOVE WS-LISTED-COUNT TO JOB-ERROR-COUNT
           CALL "JobLog" USING JOB-LOG-BLOCK
           MOVE WS-RUN-RC TO RETURN-CODE
           GOBACK.

       1000-OPEN-REPORT.
           MOVE "PINEXPIRY" TO RPT-PROGRAM-NAME
           MOVE "OPERATOR PIN EXPIRY" TO RPT-REPORT-TITLE
           MOVE "OPEN " TO RPT-FUNCTION
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           MOVE PARM-PIN-MAX-AGE-DAYS TO WS-LIMIT-ED
           MOVE PARM-PIN-WARN-DAYS TO WS-WARN-ED
           MOVE SPACES TO RPT-DETAIL-LINE
           IF PARM-PIN-MAX-AGE-DAYS = ZERO
               STRING "Clock date " WS-CLOCK-DATE
                      "   PINs do not age out (limit 0) -- "
                      "resets and undated PINs only"
                   DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           ELSE
               STRING "Clock date " WS-CLOCK-DATE "   PIN age limit "
                      FUNCTION TRIM(WS-LIMIT-ED) " days   Warning "
                      FUNCTION TRIM(WS-WARN-ED) " days ahead"
                   DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           END-IF
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE SPACES TO RPT-DETAIL-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE SPACES      TO WS-EXPIRY-LINE
           MOVE "OPERATOR"  TO PXL-ID
           MOVE "T"         TO PXL-TIER
           MOVE "PIN SET"   TO PXL-SET
           MOVE "  AGE"     TO PXL-AGE
           MOVE "DAYS LEFT" TO PXL-LEFT
           MOVE "STATUS"    TO PXL-STATUS
           MOVE WS-EXPIRY-LINE TO RPT-DETAIL-LINE
           PERFORM 3900-WRITE-REPORT-LINE.

       2000-JUDGE-OPERATOR.
      *> The same tests, in the same order, OperatorAuth applies at
      *> sign-on -- plus the warning window ahead of the age limit.
           ADD 1 TO WS-OPER-COUNT
           MOVE SPACES TO WS-PIN-STATUS
           MOVE ZERO TO WS-PIN-AGE-DAYS WS-DAYS-LEFT
           IF OP-PIN-HASH NOT = SPACES
               ADD 1 TO WS-PIN-COUNT
               IF OP-PIN-SET-DATE NUMERIC
                   MOVE OP-PIN-SET-DATE TO WS-PIN-SET-DATE
               ELSE
                   MOVE ZERO TO WS-PIN-SET-DATE
               END-IF
               EVALUATE TRUE
                   WHEN OP-PIN-PAD = SPACES
                       MOVE "CLEAR" TO WS-PIN-STATUS
                   WHEN OP-PIN-RESET = "Y"
                       MOVE "RESET" TO WS-PIN-STATUS
                   WHEN WS-PIN-SET-DATE = ZERO
                     OR FUNCTION TEST-DATE-YYYYMMDD(WS-PIN-SET-DATE)
                            NOT = ZERO
                       MOVE "UNDATED" TO WS-PIN-STATUS
                   WHEN PARM-PIN-MAX-AGE-DAYS > ZERO
                       PERFORM 2100-JUDGE-PIN-AGE
               END-EVALUATE
           END-IF
           IF WS-PIN-STATUS NOT = SPACES
               PERFORM 2200-PRINT-OPERATOR
           END-IF.

       2100-JUDGE-PIN-AGE.
           COMPUTE WS-PIN-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-CLOCK-DATE)
             - FUNCTION INTEGER-OF-DATE(WS-PIN-SET-DATE)
           COMPUTE WS-DAYS-LEFT =
               PARM-PIN-MAX-AGE-DAYS - WS-PIN-AGE-DAYS
           EVALUATE TRUE
               WHEN WS-DAYS-LEFT < ZERO
                   MOVE "EXPIRED" TO WS-PIN-STATUS
               WHEN WS-DAYS-LEFT NOT > PARM-PIN-WARN-DAYS
                   MOVE "EXPIRING" TO WS-PIN-STATUS
           END-EVALUATE.

       2200-PRINT-OPERATOR.
           ADD 1 TO WS-LISTED-COUNT
           MOVE SPACES TO WS-EXPIRY-LINE
           MOVE OP-ID   TO PXL-ID
           MOVE OP-TIER TO PXL-TIER
           IF WS-PIN-SET-DATE = ZERO
               MOVE "--------" TO PXL-SET
           ELSE
               MOVE OP-PIN-SET-DATE TO PXL-SET
           END-IF
           IF WS-PIN-STATUS = "EXPIRED" OR "EXPIRING"
               MOVE WS-PIN-AGE-DAYS TO WS-DAYS-ED
               MOVE WS-DAYS-ED TO PXL-AGE(2:4)
               IF WS-DAYS-LEFT < ZERO
                   MOVE "     0" TO PXL-LEFT
               ELSE
                   MOVE WS-DAYS-LEFT TO WS-DAYS-ED
                   MOVE WS-DAYS-ED TO PXL-LEFT(3:4)
               END-IF
           ELSE
               MOVE "    -" TO PXL-AGE
               MOVE "     -" TO PXL-LEFT
           END-IF
           MOVE WS-PIN-STATUS TO PXL-STATUS
           MOVE WS-EXPIRY-LINE TO RPT-DETAIL-LINE
           PERFORM 3900-WRITE-REPORT-LINE.

       3000-CLOSE-REPORT.
           MOVE SPACES TO RPT-DETAIL-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE SPACES TO RPT-DETAIL-LINE
           STRING "TOTALS: operators=" WS-OPER-COUNT
                  " with PIN=" WS-PIN-COUNT
                  " listed=" WS-LISTED-COUNT
               DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           IF WS-LISTED-COUNT = ZERO
               MOVE "No PIN needs attention." TO RPT-DETAIL-LINE
               PERFORM 3900-WRITE-REPORT-LINE
           ELSE
               MOVE SPACES TO RPT-DETAIL-LINE
               STRING "EXPIRING: new PIN asked for once past the "
                      "limit. Others: at next sign-on."
                   DELIMITED BY SIZE INTO RPT-DETAIL-LINE
               PERFORM 3900-WRITE-REPORT-LINE
           END-IF
           MOVE "CLOSE" TO RPT-FUNCTION
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK.

       3900-WRITE-REPORT-LINE.
           MOVE "WRITE" TO RPT-FUNCTION
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK.

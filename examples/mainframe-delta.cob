      *> mainframe-delta.cob - HOPPER Example 6i: Mainframe Changes-
      *> Only Customer Feed
      *> customers_mainframe.dat carries the whole customer population
      *> every run, so the mainframe reprocessed thousands of
      *> unchanged records and MainframeAck acknowledged every one of
      *> them. This program builds the file actually transmitted,
      *> customers_mainframe_delta.dat, by comparing today's
      *> customers_standardized.txt with what was last transmitted,
      *> customers_standardized_sent.txt: a customer new since then
      *> goes as an A (add), one whose record differs as a C (change),
      *> one no longer on file -- retired by CustomerMerge, or dropped
      *> from customers.txt -- as a D (delete, carrying the record as
      *> last sent). Unchanged customers are not sent. The baseline is
      *> this program's own, not GenRotate's start-of-window
      *> generation: that copy already holds the day's CustomerMaint,
      *> CustomerMerge and NameRemediate changes, so comparing with it
      *> would let them go unsent. Each record compared is written to
      *> customers_standardized_sending.txt as it is read, and only
      *> once the feed is closed cleanly does that file replace
      *> customers_standardized_sent.txt, so the baseline is always
      *> exactly what the mainframe was last given.
      *> Each detail is the NAMEXTR layout behind a record type and
      *> action code, between an H header (run date and feed mode)
      *> and a T trailer carrying the count of each action, the same
      *> header/trailer control convention the mainframe's
      *> acknowledgment file follows.
      *> A full refresh resynchronizes the two sides: every customer
      *> goes as an A under a header of mode F, telling the mainframe
      *> to replace its file rather than apply changes. One is sent
      *> when PARM-MF-REFRESH-DAYS (hopper_params.txt) have passed
      *> since the last, recorded in customers_mainframe_refresh.txt
      *> -- deleting that file forces one on the next run -- and
      *> whenever no usable baseline is on hand, since a changes-only
      *> feed against nothing would be wrong.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MainframeDelta.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STDFILE   ASSIGN TO "customers_standardized.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STD-STATUS.
           SELECT PRIORFILE ASSIGN TO "customers_standardized_sent.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIOR-STATUS.
           SELECT SENDFILE
               ASSIGN TO "customers_standardized_sending.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEND-STATUS.
           SELECT DLTFILE   ASSIGN TO "customers_mainframe_delta.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DLT-STATUS.
           SELECT RFSFILE   ASSIGN TO "customers_mainframe_refresh.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RFS-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD STDFILE.
           01 STD-RECORD   PIC X(132).

           FD PRIORFILE.
           01 PRIOR-RECORD PIC X(132).

           FD SENDFILE.
           01 SEND-RECORD  PIC X(132).

      *> Fixed-width like customers_mainframe.dat: the record type,
      *> the action code, then the customer in NAMEXTR's layout.
           FD DLTFILE.
           01 DLT-RECORD.
               05 DLT-REC-TYPE  PIC X.
                   88 DLT-HEADER  VALUE "H".
                   88 DLT-DETAIL  VALUE "D".
                   88 DLT-TRAILER VALUE "T".
               05 DLT-ACTION    PIC X.
                   88 DLT-ADD     VALUE "A".
                   88 DLT-CHANGE  VALUE "C".
                   88 DLT-DELETE  VALUE "D".
               05 DLT-CUSTOMER  PIC X(123).
           01 DLT-HEADER-REC REDEFINES DLT-RECORD.
               05 FILLER          PIC X.
               05 DLT-HDR-DATE    PIC 9(8).
               05 DLT-HDR-MODE    PIC X.
                   88 DLT-MODE-DELTA VALUE "D".
                   88 DLT-MODE-FULL  VALUE "F".
               05 FILLER          PIC X(115).
           01 DLT-TRAILER-REC REDEFINES DLT-RECORD.
               05 FILLER          PIC X.
               05 DLT-TRL-ADDS    PIC 9(6).
               05 DLT-TRL-CHANGES PIC 9(6).
               05 DLT-TRL-DELETES PIC 9(6).
               05 DLT-TRL-DETAILS PIC 9(6).
               05 FILLER          PIC X(100).

           FD RFSFILE.
           01 RFS-RECORD.
               05 RFS-LAST-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
           01 WS-STD-STATUS   PIC XX VALUE SPACES.
           01 WS-PRIOR-STATUS PIC XX VALUE SPACES.
           01 WS-SEND-STATUS  PIC XX VALUE SPACES.
           01 WS-DLT-STATUS   PIC XX VALUE SPACES.
           01 WS-RFS-STATUS   PIC XX VALUE SPACES.
           01 WS-EOF          PIC X  VALUE "N".
               88 END-OF-FILE VALUE "Y".

           01 WS-MODE         PIC X VALUE "D".
               88 FULL-REFRESH  VALUE "F".
               88 CHANGES-ONLY  VALUE "D".
           01 WS-MODE-REASON  PIC X(40) VALUE SPACES.
           01 WS-UNPLANNED    PIC X VALUE "N".
               88 REFRESH-UNPLANNED VALUE "Y".
           01 WS-LAST-REFRESH PIC 9(8) VALUE ZERO.
           01 WS-DAYS-SINCE   PIC S9(7) VALUE ZERO.

      *> The last-sent baseline, keyed on the five-digit id; each entry
      *> is marked as today's file finds it, and those never found
      *> are the deletes.
           01 WS-MAX-PRIOR    PIC 9(4) VALUE 2000.
           01 WS-PRIOR-COUNT  PIC 9(4) VALUE ZERO.
           01 WS-PRIOR.
               05 WS-PRIOR-ENTRY OCCURS 2000 TIMES.
                   10 WS-P-ID   PIC X(5).
                   10 WS-P-LINE PIC X(132).
                   10 WS-P-SEEN PIC X.
                       88 PRIOR-SEEN VALUE "Y".
           01 WS-PRIOR-SUB    PIC 9(4) VALUE ZERO.
           01 WS-PRIOR-MATCH  PIC 9(4) VALUE ZERO.
           01 WS-OVERFLOW     PIC X VALUE "N".
               88 PRIOR-TABLE-OVERFLOWED VALUE "Y".

      *> One standardized line taken apart, the layout NameStandardize
      *> writes.
           01 WS-STD-VIEW.
               05 WS-SV-CUST-ID  PIC X(5).
               05 FILLER         PIC X.
               05 WS-SV-LAST     PIC X(20).
               05 FILLER         PIC X(2).
               05 WS-SV-FIRST    PIC X(15).
               05 FILLER         PIC X.
               05 WS-SV-MIDDLE   PIC X(15).
               05 FILLER         PIC X.
               05 WS-SV-SUFFIX   PIC X(10).
               05 FILLER         PIC X.
               05 WS-SV-STREET   PIC X(30).
               05 FILLER         PIC X.
               05 WS-SV-CITY     PIC X(20).
               05 FILLER         PIC X.
               05 WS-SV-STATE    PIC X(2).
               05 FILLER         PIC X.
               05 WS-SV-ZIP      PIC X(5).
               05 WS-SV-STATUS   PIC X.

           01 WS-CURRENT-COUNT PIC 9(6) VALUE ZERO.
           01 WS-ADD-COUNT     PIC 9(6) VALUE ZERO.
           01 WS-CHANGE-COUNT  PIC 9(6) VALUE ZERO.
           01 WS-DELETE-COUNT  PIC 9(6) VALUE ZERO.
           01 WS-SAME-COUNT    PIC 9(6) VALUE ZERO.
           01 WS-DETAIL-COUNT  PIC 9(6) VALUE ZERO.
           01 WS-SHELL-CMD     PIC X(250) VALUE SPACES.

           COPY NAMEXTR.
           COPY DATESTAMP.
           COPY HOPPARM.
           COPY JOBCTL.

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BusinessDate" USING DATE-TIME-STAMP
           CALL "ParamLoad" USING HOPPER-PARAMETERS
           OPEN INPUT STDFILE
           IF WS-STD-STATUS NOT = "00"
               DISPLAY "! Cannot open customers_standardized.txt "
                       "status " WS-STD-STATUS " -- no feed built"
               MOVE 8 TO RETURN-CODE
               MOVE "MAINFRAMEDELTA" TO JOB-PROGRAM-NAME
               MOVE RETURN-CODE TO JOB-RETURN-CODE
               MOVE ZERO TO JOB-RECORD-COUNT
               MOVE 1 TO JOB-ERROR-COUNT
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
           CLOSE STDFILE
           PERFORM 1000-CHOOSE-MODE
           OPEN OUTPUT DLTFILE
           PERFORM 4000-WRITE-HEADER
           OPEN OUTPUT SENDFILE
           OPEN INPUT STDFILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL END-OF-FILE
               READ STDFILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM 2000-COMPARE-CUSTOMER
               END-READ
           END-PERFORM
           CLOSE STDFILE
           CLOSE SENDFILE
           IF CHANGES-ONLY
               PERFORM 3000-SEND-DELETE
                   VARYING WS-PRIOR-SUB FROM 1 BY 1
                   UNTIL WS-PRIOR-SUB > WS-PRIOR-COUNT
           END-IF
           PERFORM 4100-WRITE-TRAILER
           CLOSE DLTFILE
           IF WS-DLT-STATUS = "00" AND WS-SEND-STATUS = "00"
               IF FULL-REFRESH
                   PERFORM 4200-RECORD-REFRESH
               END-IF
               PERFORM 4300-SAVE-SENT-BASELINE
           ELSE
               DISPLAY "! customers_mainframe_delta.dat not closed "
                       "cleanly (status " WS-DLT-STATUS "/"
                       WS-SEND-STATUS ") -- last-sent baseline "
                       "left as it was"
               MOVE 8 TO RETURN-CODE
               MOVE "MAINFRAMEDELTA" TO JOB-PROGRAM-NAME
               MOVE RETURN-CODE TO JOB-RETURN-CODE
               MOVE WS-DETAIL-COUNT TO JOB-RECORD-COUNT
               MOVE 1 TO JOB-ERROR-COUNT
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
           IF FULL-REFRESH
               DISPLAY "Mainframe feed: FULL REFRESH ("
                       FUNCTION TRIM(WS-MODE-REASON) ")"
           ELSE
               DISPLAY "Mainframe feed: changes only"
           END-IF
           DISPLAY "  Customers: " WS-CURRENT-COUNT
                   " Adds: " WS-ADD-COUNT
                   " Changes: " WS-CHANGE-COUNT
                   " Deletes: " WS-DELETE-COUNT
                   " Unchanged (not sent): " WS-SAME-COUNT
      *> A refresh forced by a missing or oversized baseline
      *> is worth a look; a scheduled one is routine.
           IF REFRESH-UNPLANNED
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           MOVE "MAINFRAMEDELTA" TO JOB-PROGRAM-NAME
           MOVE RETURN-CODE TO JOB-RETURN-CODE
           MOVE WS-DETAIL-COUNT TO JOB-RECORD-COUNT
           MOVE ZERO TO JOB-ERROR-COUNT
           CALL "JobLog" USING JOB-LOG-BLOCK
           GOBACK.

       1000-CHOOSE-MODE.
           MOVE "D" TO WS-MODE
           MOVE ZERO TO WS-LAST-REFRESH
           OPEN INPUT RFSFILE
           IF WS-RFS-STATUS = "00"
               READ RFSFILE
                   NOT AT END
                       IF RFS-LAST-DATE NUMERIC
                           MOVE RFS-LAST-DATE TO WS-LAST-REFRESH
                       END-IF
               END-READ
               CLOSE RFSFILE
           END-IF
           IF WS-LAST-REFRESH = ZERO
               MOVE "F" TO WS-MODE
               MOVE "no full refresh on record" TO WS-MODE-REASON
           ELSE
               COMPUTE WS-DAYS-SINCE =
                   FUNCTION INTEGER-OF-DATE(DTS-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-LAST-REFRESH)
               IF WS-DAYS-SINCE >= PARM-MF-REFRESH-DAYS
                   MOVE "F" TO WS-MODE
                   MOVE "scheduled" TO WS-MODE-REASON
               END-IF
           END-IF
           IF CHANGES-ONLY
               PERFORM 1100-LOAD-LAST-SENT
           END-IF.

       1100-LOAD-LAST-SENT.
           MOVE ZERO TO WS-PRIOR-COUNT
           OPEN INPUT PRIORFILE
           IF WS-PRIOR-STATUS NOT = "00"
               MOVE "F" TO WS-MODE
               SET REFRESH-UNPLANNED TO TRUE
               MOVE "no last-sent baseline to compare with"
                   TO WS-MODE-REASON
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ PRIORFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM 1150-ADD-PRIOR
                   END-READ
               END-PERFORM
               CLOSE PRIORFILE
               IF PRIOR-TABLE-OVERFLOWED
                   MOVE "F" TO WS-MODE
                   SET REFRESH-UNPLANNED TO TRUE
                   MOVE "last-sent baseline outgrew the table"
                       TO WS-MODE-REASON
               END-IF
           END-IF.

       1150-ADD-PRIOR.
           IF WS-PRIOR-COUNT < WS-MAX-PRIOR
               ADD 1 TO WS-PRIOR-COUNT
               MOVE PRIOR-RECORD(1:5) TO WS-P-ID(WS-PRIOR-COUNT)
               MOVE PRIOR-RECORD      TO WS-P-LINE(WS-PRIOR-COUNT)
               MOVE "N"               TO WS-P-SEEN(WS-PRIOR-COUNT)
           ELSE
               SET PRIOR-TABLE-OVERFLOWED TO TRUE
           END-IF.

       2000-COMPARE-CUSTOMER.
           ADD 1 TO WS-CURRENT-COUNT
           MOVE STD-RECORD TO WS-STD-VIEW
           WRITE SEND-RECORD FROM STD-RECORD
           IF FULL-REFRESH
               SET DLT-ADD TO TRUE
               PERFORM 5000-WRITE-DETAIL
           ELSE
               MOVE ZERO TO WS-PRIOR-MATCH
               PERFORM VARYING WS-PRIOR-SUB FROM 1 BY 1
                       UNTIL WS-PRIOR-SUB > WS-PRIOR-COUNT
                          OR WS-PRIOR-MATCH > ZERO
                   IF WS-P-ID(WS-PRIOR-SUB) = WS-SV-CUST-ID
                           AND NOT PRIOR-SEEN(WS-PRIOR-SUB)
                       MOVE WS-PRIOR-SUB TO WS-PRIOR-MATCH
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-PRIOR-MATCH = ZERO
                       SET DLT-ADD TO TRUE
                       PERFORM 5000-WRITE-DETAIL
                   WHEN WS-P-LINE(WS-PRIOR-MATCH) = STD-RECORD
                       MOVE "Y" TO WS-P-SEEN(WS-PRIOR-MATCH)
                       ADD 1 TO WS-SAME-COUNT
                   WHEN OTHER
                       MOVE "Y" TO WS-P-SEEN(WS-PRIOR-MATCH)
                       SET DLT-CHANGE TO TRUE
                       PERFORM 5000-WRITE-DETAIL
               END-EVALUATE
           END-IF.

       3000-SEND-DELETE.
           IF NOT PRIOR-SEEN(WS-PRIOR-SUB)
               MOVE WS-P-LINE(WS-PRIOR-SUB) TO WS-STD-VIEW
               SET DLT-DELETE TO TRUE
               PERFORM 5000-WRITE-DETAIL
           END-IF.

       4000-WRITE-HEADER.
           MOVE SPACES TO DLT-RECORD
           SET DLT-HEADER TO TRUE
           MOVE DTS-RUN-DATE TO DLT-HDR-DATE
           MOVE WS-MODE TO DLT-HDR-MODE
           WRITE DLT-RECORD.

       4100-WRITE-TRAILER.
           MOVE SPACES TO DLT-RECORD
           SET DLT-TRAILER TO TRUE
           MOVE WS-ADD-COUNT    TO DLT-TRL-ADDS
           MOVE WS-CHANGE-COUNT TO DLT-TRL-CHANGES
           MOVE WS-DELETE-COUNT TO DLT-TRL-DELETES
           MOVE WS-DETAIL-COUNT TO DLT-TRL-DETAILS
           WRITE DLT-RECORD.

       4200-RECORD-REFRESH.
           OPEN OUTPUT RFSFILE
           MOVE DTS-RUN-DATE TO RFS-LAST-DATE
           WRITE RFS-RECORD
           CLOSE RFSFILE.

      *> The records just compared become the baseline the next run
      *> compares with. The rename is a CALL "SYSTEM" for the same
      *> reason as GenRotate's: COBOL has no verb for it.
       4300-SAVE-SENT-BASELINE.
           MOVE SPACES TO WS-SHELL-CMD
           STRING "mv -f customers_standardized_sending.txt "
                  "customers_standardized_sent.txt"
               DELIMITED BY SIZE INTO WS-SHELL-CMD
           CALL "SYSTEM" USING WS-SHELL-CMD.

       5000-WRITE-DETAIL.
      *> DLT-ACTION is set by the caller; WS-STD-VIEW holds the
      *> customer to send.
           MOVE SPACES TO MF-NAME-RECORD
           MOVE WS-SV-CUST-ID TO MF-CUST-ID
           MOVE WS-SV-LAST    TO MF-LAST-NAME
           MOVE WS-SV-FIRST   TO MF-FIRST-NAME
           MOVE WS-SV-MIDDLE  TO MF-MIDDLE-NAME
           MOVE WS-SV-SUFFIX  TO MF-SUFFIX
           MOVE WS-SV-STREET  TO MF-STREET
           MOVE WS-SV-CITY    TO MF-CITY
           MOVE WS-SV-STATE   TO MF-STATE
           MOVE WS-SV-ZIP     TO MF-ZIP
           MOVE WS-SV-STATUS  TO MF-CUST-STATUS
           MOVE "D" TO DLT-REC-TYPE
           MOVE MF-NAME-RECORD TO DLT-CUSTOMER
           ADD 1 TO WS-DETAIL-COUNT
           EVALUATE TRUE
               WHEN DLT-ADD    ADD 1 TO WS-ADD-COUNT
               WHEN DLT-CHANGE ADD 1 TO WS-CHANGE-COUNT
               WHEN DLT-DELETE ADD 1 TO WS-DELETE-COUNT
           END-EVALUATE
           WRITE DLT-RECORD.

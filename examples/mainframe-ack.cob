      *> customers_ack_status.txt, and each per-record reject is
      *> queued to the same customers_name_remediation.txt
      *> remediation queue NameRemediate already works.
      *> Since MainframeDelta sends only the customers that changed,
      *> an acknowledgment file covers only those, so
      *> customers_ack_status.txt is no longer rebuilt from one file:
      *> it is loaded, each acknowledged customer's line is replaced
      *> (or added) with its latest disposition -- ACCEPTED or
      *> REJECTED and the date -- and it is rewritten, so every other
      *> customer keeps the acknowledgment it last had.
      *> The cycle date the header is checked against is the
      *> business date from BusinessDate, so a window held over past
      *> midnight still accepts that night's acknowledgment file.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MainframeAck.


           FD MRKFILE.
           01 MRK-RECORD PIC X(40).
           01 MRK-ENTRY REDEFINES MRK-RECORD.
               05 MRK-CUST-ID PIC X(5).
               05 FILLER      PIC X(35).

      *> Same fixed-width entry NameStandardize queues a bad name
      *> under -- NameRemediate works both kinds of entry the same
           01 WS-ACCEPT-COUNT PIC 9(6) VALUE ZERO.
           01 WS-REJECT-COUNT PIC 9(6) VALUE ZERO.

      *> customers_ack_status.txt carried whole, one line per
      *> customer; the id alone is parsed, the line is kept as is.
           01 WS-MAX-MARKS    PIC 9(4) VALUE 2000.
           01 WS-MARK-COUNT   PIC 9(4) VALUE ZERO.
           01 WS-MARKS.
               05 WS-MARK-ENTRY OCCURS 2000 TIMES.
                   10 WS-M-ID   PIC X(5).
                   10 WS-M-LINE PIC X(40).
           01 WS-MARK-SUB     PIC 9(4) VALUE ZERO.
           01 WS-MARK-MATCH   PIC 9(4) VALUE ZERO.
           01 WS-MARK-LINE    PIC X(40) VALUE SPACES.
           01 WS-MARK-OVERFLOW PIC X VALUE "N".
               88 MARK-TABLE-OVERFLOWED VALUE "Y".

           COPY DATESTAMP.
           COPY EXCPCTL.
           COPY JOBCTL.

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BusinessDate" USING DATE-TIME-STAMP
           PERFORM 1000-VALIDATE-CONTROLS
           IF NOT ACK-FILE-BALANCES
               DISPLAY "! mainframe_ack.dat refused -- header/"
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
           PERFORM 1900-LOAD-MARKS
           IF MARK-TABLE-OVERFLOWED
               DISPLAY "! customers_ack_status.txt holds more than "
                       WS-MAX-MARKS " customers -- rewriting it "
                       "would lose the rest; nothing was applied"
               MOVE 12 TO RETURN-CODE
               MOVE "MAINFRAMEACK" TO JOB-PROGRAM-NAME
               MOVE RETURN-CODE TO JOB-RETURN-CODE
               MOVE WS-DETAIL-COUNT TO JOB-RECORD-COUNT
               MOVE 1 TO JOB-ERROR-COUNT
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
           PERFORM 2000-APPLY-DETAILS
           DISPLAY "Acknowledgment run complete. Details: "
                   WS-DETAIL-COUNT
               MOVE "N" TO WS-FILE-OK
           END-IF.

       1900-LOAD-MARKS.
           MOVE ZERO TO WS-MARK-COUNT
           OPEN INPUT MRKFILE
           IF WS-MRK-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ MRKFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF WS-MARK-COUNT < WS-MAX-MARKS
                               ADD 1 TO WS-MARK-COUNT
                               MOVE MRK-CUST-ID
                                   TO WS-M-ID(WS-MARK-COUNT)
                               MOVE MRK-RECORD
                                   TO WS-M-LINE(WS-MARK-COUNT)
                           ELSE
                               SET MARK-TABLE-OVERFLOWED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MRKFILE
           END-IF.

       2000-APPLY-DETAILS.
      *> Second pass over a file that balanced: mark the accepted
      *> customers and queue the mainframe's per-record rejects for
      *> remediation.
           OPEN INPUT ACKFILE
           OPEN EXTEND RMDFILE
           IF WS-RMD-STATUS NOT = "00"
               OPEN OUTPUT RMDFILE
               END-READ
           END-PERFORM
           CLOSE ACKFILE
           CLOSE RMDFILE
           OPEN OUTPUT MRKFILE
           PERFORM VARYING WS-MARK-SUB FROM 1 BY 1
                   UNTIL WS-MARK-SUB > WS-MARK-COUNT
               MOVE WS-M-LINE(WS-MARK-SUB) TO MRK-RECORD
               WRITE MRK-RECORD
           END-PERFORM
           CLOSE MRKFILE.

       2100-APPLY-ONE-DETAIL.
           EVALUATE TRUE
                   CALL "ExceptionLog" USING EXCEPTION-LOG-BLOCK
               WHEN ACK-ACCEPTED
                   ADD 1 TO WS-ACCEPT-COUNT
                   MOVE SPACES TO WS-MARK-LINE
                   STRING ACK-CUST-ID " ACCEPTED " DTS-RUN-DATE
                       DELIMITED BY SIZE INTO WS-MARK-LINE
                   PERFORM 2200-SET-MARK
               WHEN ACK-REJECTED
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE SPACES TO WS-MARK-LINE
                   STRING ACK-CUST-ID " REJECTED " DTS-RUN-DATE
                       DELIMITED BY SIZE INTO WS-MARK-LINE
                   PERFORM 2200-SET-MARK
                   MOVE SPACES TO RMD-RECORD
                   MOVE ACK-CUST-ID TO RMD-CUST-ID
                   MOVE SPACES TO RMD-RAW-NAME
                   MOVE "detail status is not A or R" TO EXC-REASON
                   CALL "ExceptionLog" USING EXCEPTION-LOG-BLOCK
           END-EVALUATE.

       2200-SET-MARK.
      *> A customer acknowledged before keeps one line, replaced; a
      *> new one is added while the table has room.
           MOVE ZERO TO WS-MARK-MATCH
           PERFORM VARYING WS-MARK-SUB FROM 1 BY 1
                   UNTIL WS-MARK-SUB > WS-MARK-COUNT
                      OR WS-MARK-MATCH > ZERO
               IF WS-M-ID(WS-MARK-SUB) = WS-MARK-LINE(1:5)
                   MOVE WS-MARK-SUB TO WS-MARK-MATCH
               END-IF
           END-PERFORM
           IF WS-MARK-MATCH = ZERO
                   AND WS-MARK-COUNT < WS-MAX-MARKS
               ADD 1 TO WS-MARK-COUNT
               MOVE WS-MARK-COUNT TO WS-MARK-MATCH
               MOVE WS-MARK-LINE(1:5) TO WS-M-ID(WS-MARK-MATCH)
           END-IF
           IF WS-MARK-MATCH > ZERO
               MOVE WS-MARK-LINE TO WS-M-LINE(WS-MARK-MATCH)
           ELSE
               DISPLAY "  ! No room to mark customer "
                       WS-MARK-LINE(1:5) " in customers_ack_status.txt"
           END-IF.

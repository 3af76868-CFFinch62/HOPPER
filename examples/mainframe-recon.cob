      *> against the record NameStandardize actually sent, routing any
      *> field mismatch and any record-count mismatch between the two
      *> files to the shared exceptions report.
      *> The customer status byte CustomerMaint sets rides the last
      *> column of both files and is compared the same way; the
      *> standardized layout below carries it, so a status-bearing
      *> line is read as one record rather than spilling its last
      *> byte into the next.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MainframeRecon.

               05 STD-IN-STATE       PIC X(2).
               05 FILLER             PIC X(01).
               05 STD-IN-ZIP         PIC X(5).
               05 STD-IN-CUST-STATUS PIC X(01).

           FD RECONRPT.
           01 RPT-RECORD PIC X(132).
                   INTO WS-STD-VALUE
               PERFORM 2060-LOG-NAME-MISMATCH
           END-IF
           IF MF-CUST-STATUS NOT = STD-IN-CUST-STATUS
               MOVE "Y" TO WS-FIELD-DIFF
               MOVE "STATUS" TO EXC-FIELD-NAME
               MOVE MF-CUST-STATUS     TO WS-MF-VALUE
               MOVE STD-IN-CUST-STATUS TO WS-STD-VALUE
               PERFORM 2060-LOG-NAME-MISMATCH
           END-IF
           IF FIELD-DIFF
               ADD 1 TO WS-DIFF-COUNT
           ELSE

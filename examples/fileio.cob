           MOVE ZERO TO WS-BLOCK-COUNT.

       1300-WRITE-OUT-RECORD.
           CALL "BusinessDate" USING DATE-TIME-STAMP
           MOVE DTS-RUN-DATE TO OUT-DATE
           MOVE DTS-RUN-TIME TO OUT-TIME
           WRITE OUT-RECORD
           MOVE WS-OPERATOR-ID  TO OA-OPERATOR-ID
           MOVE WS-OPERATOR-PIN TO OA-PIN
           MOVE "W"             TO OA-REQUIRED-TIER
      *> A PIN change OperatorAuth forces at sign-on is answered
      *> from the same fileio_sysin.txt as the sign-on itself.
           MOVE "FILEIO"        TO OA-INPUT-SLOT
           CALL "OperatorAuth" USING OPERATOR-AUTH-BLOCK
           MOVE OA-AUTHORIZED TO WS-OP-AUTHORIZED.


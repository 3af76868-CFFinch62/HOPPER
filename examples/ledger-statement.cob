      *> day's transaction table, the same no-account-table principle
      *> Ledger's matched-stream posting walk follows -- so the run
      *> carries no ceiling on how many accounts can get statements.
      *> Each statement now opens with the holder's standardized name
      *> and mailing address, resolved through the shared HolderLookup
      *> routine (account-holder link, then customers_xref.txt, then
      *> customers_standardized.txt). An open account whose holder is
      *> closed, was merged away, or was never linked is written to
      *> the exceptions log -- the statement still prints, addressed
      *> to the survivor when a merge left one. When HolderLookup
      *> reports that its tables overflowed, an unresolved holder may
      *> only be one it could not load: the statement says so rather
      *> than "no live account holder", and the run ends with return
      *> code 4.
      *> A TR transfer shows on both accounts' statements -- the
      *> from-account's leg as a debit naming the account it went
      *> to, the to-account's leg as a credit naming where it came
      *> from. Transfers are settled before any statement prints,
      *> the way Ledger settles them: opening balances for every
      *> account a transfer names are read once, each transfer is
      *> judged in arrival order, and one that names an account not
      *> on file or would breach either account's limit shows as
      *> rejected on both statements. Settled legs are listed ahead
      *> of the account's other transactions, the order Ledger
      *> posts them in, so every running balance matches the
      *> posting report.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LedgerStatement.

               05 LTRAN-DATE    PIC 9(8).
               05 LTRAN-TYPE    PIC X(2).
               05 LTRAN-REF-SERIAL PIC 9(6).
      *> TR only -- the to-account, with its check digit.
               05 LTRAN-TO-ACCT-ID PIC 9(6).

       WORKING-STORAGE SECTION.
           01 WS-ACCT-STATUS PIC XX VALUE SPACES.
                   10 WS-TXN-AMOUNT  PIC S9(7)V99.
                   10 WS-TXN-DATE    PIC 9(8).
                   10 WS-TXN-TYPE    PIC X(2).
      *> A transfer leg's other account; zero for every other type
      *> and for a transfer whose to-account could not be read.
                   10 WS-TXN-COUNTER PIC 9(5).
      *> 0 for a transfer leg, 1 otherwise -- the sort's middle key,
      *> so each account's transfers come first.
                   10 WS-TXN-CLASS   PIC 9.
                   10 WS-TXN-XFER-STATE PIC X.
                       88 TXN-XFER-REFUSED VALUE "R".
           01 WS-TXN-IDX   PIC 9(4) VALUE ZERO.
           01 WS-SORT-IDX  PIC 9(4) VALUE ZERO.
           01 WS-SWAP-FLAG PIC X VALUE "N".
           01 WS-HOLD-AMOUNT  PIC S9(7)V99  VALUE ZERO.
           01 WS-HOLD-DATE    PIC 9(8)      VALUE ZERO.
           01 WS-HOLD-TYPE    PIC X(2)      VALUE SPACES.
           01 WS-HOLD-COUNTER PIC 9(5)      VALUE ZERO.
           01 WS-HOLD-CLASS   PIC 9         VALUE ZERO.
           01 WS-HOLD-XFER-STATE PIC X      VALUE SPACE.

      *> Every account a transfer names, at the balance settlement
      *> has moved it to -- two per transfer, so never more than the
      *> transaction table holds.
           01 WS-XA-COUNT        PIC 9(4) VALUE ZERO.
           01 WS-XFER-ACCOUNTS.
               05 WS-XA-ENTRY OCCURS 1000 TIMES.
                   10 WS-XA-ID      PIC 9(5).
                   10 WS-XA-BALANCE PIC S9(7)V99.
                   10 WS-XA-LIMIT   PIC S9(7)V99.
                   10 WS-XA-FOUND   PIC X.
                       88 XA-ON-FILE VALUE "Y".
           01 WS-XA-IDX          PIC 9(4) VALUE ZERO.
           01 WS-XA-MATCH        PIC 9(4) VALUE ZERO.
           01 WS-XA-FROM-IDX     PIC 9(4) VALUE ZERO.
           01 WS-XA-TO-IDX       PIC 9(4) VALUE ZERO.
           01 WS-XA-WANTED-ID    PIC 9(5) VALUE ZERO.
           01 WS-XFER-FROM-BAL   PIC S9(7)V99 VALUE ZERO.
           01 WS-XFER-TO-BAL     PIC S9(7)V99 VALUE ZERO.
           01 WS-XFER-OK         PIC X VALUE "Y".
               88 TRANSFER-SETTLES VALUE "Y".
           01 WS-FROM-BASE-ID PIC 9(5)      VALUE ZERO.
           01 WS-XFER-DIRECTION PIC X(4)    VALUE SPACES.

           01 WS-RUN-BALANCE  PIC S9(7)V99 VALUE ZERO.
           01 WS-NEW-BALANCE  PIC S9(7)V99 VALUE ZERO.
           01 WS-STMT-COUNT   PIC 9(6) VALUE ZERO.
           01 WS-LINE-COUNT   PIC 9(6) VALUE ZERO.
           01 WS-REJ-COUNT    PIC 9(6) VALUE ZERO.
           01 WS-HOLDERS-PARTIAL PIC X VALUE "N".
               88 HOLDER-TABLES-PARTIAL VALUE "Y".

      *> Statement lines carry two money values and MoneyFormat is
      *> called once per value, so the first result is parked here --
      *> table so the same 88s Ledger's per-type rules use apply.
           01 WS-CUR-TXN-TYPE  PIC X(2) VALUE SPACES.
               88 CUR-TYPE-KNOWN VALUE "DP" "WD" "FE" "IN"
                                       "AJ" "RV" "TR".
           01 WS-TYPE-OK       PIC X VALUE "Y".
               88 TYPE-RULES-PASS VALUE "Y".

           COPY EXCPCTL.
           COPY RPTCTL.
           COPY MONEYFMT.
           COPY HOLDCTL.
           COPY JOBCTL.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0200-LOAD-TRANSACTIONS
           PERFORM 0400-SETTLE-TRANSFERS
           PERFORM 0300-SORT-TXNS-BY-DATE
           MOVE "LEDGERSTMT" TO RPT-PROGRAM-NAME
           MOVE "ACCOUNT STATEMENTS" TO RPT-REPORT-TITLE
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           DISPLAY "Statement run complete. Accounts: "
                   WS-ACCOUNT-COUNT " Transactions: " WS-TXN-COUNT
           IF HOLDER-TABLES-PARTIAL
               DISPLAY "! HolderLookup could not load every holder "
                       "-- some statements lack their holder"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           MOVE "LEDGERSTMT" TO JOB-PROGRAM-NAME
           MOVE RETURN-CODE TO JOB-RETURN-CODE
           MOVE WS-ACCOUNT-COUNT TO JOB-RECORD-COUNT
               CALL "ExceptionLog" USING EXCEPTION-LOG-BLOCK
           ELSE
               IF WS-TXN-COUNT >= WS-MAX-TXNS
                       OR (LTRAN-TYPE = "TR"
                           AND WS-TXN-COUNT + 1 >= WS-MAX-TXNS)
                   ADD 1 TO WS-REJ-COUNT
                   MOVE "LEDGERSTMT"      TO EXC-PROGRAM-NAME
                   MOVE "ledger_tran.txt" TO EXC-SOURCE-FILE
                           TO WS-TXN-DATE(WS-TXN-COUNT)
                       MOVE LTRAN-TYPE
                           TO WS-TXN-TYPE(WS-TXN-COUNT)
                       MOVE ZERO TO WS-TXN-COUNTER(WS-TXN-COUNT)
                       MOVE 1    TO WS-TXN-CLASS(WS-TXN-COUNT)
                       MOVE SPACE TO WS-TXN-XFER-STATE(WS-TXN-COUNT)
                       IF LTRAN-TYPE = "TR"
                           PERFORM 0260-ADD-TRANSFER-LEGS
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0260-ADD-TRANSFER-LEGS.
      *> The entry just loaded becomes the from-leg, a debit; the
      *> to-leg is added beside it as the matching credit. A transfer
      *> Ledger's intake would reject outright (bad to-account,
      *> non-positive amount, same account both sides) keeps its
      *> counter at zero and shows as rejected on the from-account.
           MOVE CD-BASE-ID TO WS-FROM-BASE-ID
           IF LTRAN-TO-ACCT-ID NUMERIC
                   AND WS-TXN-AMOUNT(WS-TXN-COUNT) > ZERO
               MOVE LTRAN-TO-ACCT-ID TO CD-ID-WITH-CHECK
               CALL "CheckDigit" USING CHECK-DIGIT-BLOCK
               IF CD-IS-VALID AND CD-BASE-ID NOT = WS-FROM-BASE-ID
                   MOVE CD-BASE-ID
                       TO WS-TXN-COUNTER(WS-TXN-COUNT)
                   MOVE ZERO TO WS-TXN-CLASS(WS-TXN-COUNT)
                   COMPUTE WS-TXN-AMOUNT(WS-TXN-COUNT) =
                       ZERO - WS-TXN-AMOUNT(WS-TXN-COUNT)
                   ADD 1 TO WS-TXN-COUNT
                   MOVE CD-BASE-ID TO WS-TXN-ACCT-ID(WS-TXN-COUNT)
                   MOVE LTRAN-AMOUNT
                       TO WS-TXN-AMOUNT(WS-TXN-COUNT)
                   MOVE LTRAN-DATE TO WS-TXN-DATE(WS-TXN-COUNT)
                   MOVE "TR"       TO WS-TXN-TYPE(WS-TXN-COUNT)
                   MOVE WS-FROM-BASE-ID
                       TO WS-TXN-COUNTER(WS-TXN-COUNT)
                   MOVE ZERO  TO WS-TXN-CLASS(WS-TXN-COUNT)
                   MOVE SPACE TO WS-TXN-XFER-STATE(WS-TXN-COUNT)
               END-IF
           END-IF.

       0300-SORT-TXNS-BY-DATE.
      *> Simple exchange sort of the in-memory table on date within
      *> account id, so 1000-PRINT-ONE-STATEMENT can walk it straight
      *> through per account -- at the table's 1000-entry ceiling this
      *> stays comfortably inside a batch window. Transfer legs sort
      *> ahead of the account's other transactions and are not
      *> ordered among themselves -- an exchange sort never swaps
      *> equal keys, so they keep the arrival order they settled in.
           MOVE "Y" TO WS-SWAP-FLAG
           PERFORM UNTIL NOT SORT-PASS-SWAPPED
               MOVE "N" TO WS-SWAP-FLAG
                           > WS-TXN-ACCT-ID(WS-SORT-IDX + 1)
                       OR (WS-TXN-ACCT-ID(WS-SORT-IDX)
                           = WS-TXN-ACCT-ID(WS-SORT-IDX + 1)
                           AND WS-TXN-CLASS(WS-SORT-IDX)
                           > WS-TXN-CLASS(WS-SORT-IDX + 1))
                       OR (WS-TXN-ACCT-ID(WS-SORT-IDX)
                           = WS-TXN-ACCT-ID(WS-SORT-IDX + 1)
                           AND WS-TXN-CLASS(WS-SORT-IDX) = 1
                           AND WS-TXN-CLASS(WS-SORT-IDX + 1) = 1
                           AND WS-TXN-DATE(WS-SORT-IDX)
                           > WS-TXN-DATE(WS-SORT-IDX + 1))
                       PERFORM 0350-SWAP-TXN-ENTRIES
           MOVE WS-TXN-AMOUNT(WS-SORT-IDX)  TO WS-HOLD-AMOUNT
           MOVE WS-TXN-DATE(WS-SORT-IDX)    TO WS-HOLD-DATE
           MOVE WS-TXN-TYPE(WS-SORT-IDX)    TO WS-HOLD-TYPE
           MOVE WS-TXN-COUNTER(WS-SORT-IDX) TO WS-HOLD-COUNTER
           MOVE WS-TXN-CLASS(WS-SORT-IDX)   TO WS-HOLD-CLASS
           MOVE WS-TXN-XFER-STATE(WS-SORT-IDX) TO WS-HOLD-XFER-STATE
           MOVE WS-TXN-ACCT-ID(WS-SORT-IDX + 1)
               TO WS-TXN-ACCT-ID(WS-SORT-IDX)
           MOVE WS-TXN-AMOUNT(WS-SORT-IDX + 1)
               TO WS-TXN-DATE(WS-SORT-IDX)
           MOVE WS-TXN-TYPE(WS-SORT-IDX + 1)
               TO WS-TXN-TYPE(WS-SORT-IDX)
           MOVE WS-TXN-COUNTER(WS-SORT-IDX + 1)
               TO WS-TXN-COUNTER(WS-SORT-IDX)
           MOVE WS-TXN-CLASS(WS-SORT-IDX + 1)
               TO WS-TXN-CLASS(WS-SORT-IDX)
           MOVE WS-TXN-XFER-STATE(WS-SORT-IDX + 1)
               TO WS-TXN-XFER-STATE(WS-SORT-IDX)
           MOVE WS-HOLD-ACCT-ID TO WS-TXN-ACCT-ID(WS-SORT-IDX + 1)
           MOVE WS-HOLD-AMOUNT  TO WS-TXN-AMOUNT(WS-SORT-IDX + 1)
           MOVE WS-HOLD-DATE    TO WS-TXN-DATE(WS-SORT-IDX + 1)
           MOVE WS-HOLD-TYPE    TO WS-TXN-TYPE(WS-SORT-IDX + 1)
           MOVE WS-HOLD-COUNTER TO WS-TXN-COUNTER(WS-SORT-IDX + 1)
           MOVE WS-HOLD-CLASS   TO WS-TXN-CLASS(WS-SORT-IDX + 1)
           MOVE WS-HOLD-XFER-STATE
               TO WS-TXN-XFER-STATE(WS-SORT-IDX + 1).

       0400-SETTLE-TRANSFERS.
      *> Runs before the sort, while the table is still in arrival
      *> order and each from-leg is directly followed by its to-leg.
           MOVE ZERO TO WS-XA-COUNT
           PERFORM VARYING WS-TXN-IDX FROM 1 BY 1
                   UNTIL WS-TXN-IDX > WS-TXN-COUNT
               IF WS-TXN-TYPE(WS-TXN-IDX) = "TR"
                       AND WS-TXN-CLASS(WS-TXN-IDX) = ZERO
                   MOVE WS-TXN-ACCT-ID(WS-TXN-IDX) TO WS-XA-WANTED-ID
                   PERFORM 0410-FIND-XFER-ACCOUNT
                   IF WS-XA-MATCH = ZERO
                       ADD 1 TO WS-XA-COUNT
                       MOVE WS-XA-WANTED-ID TO WS-XA-ID(WS-XA-COUNT)
                       MOVE ZERO TO WS-XA-BALANCE(WS-XA-COUNT)
                       MOVE ZERO TO WS-XA-LIMIT(WS-XA-COUNT)
                       MOVE "N"  TO WS-XA-FOUND(WS-XA-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-XA-COUNT > ZERO
               OPEN INPUT ACCTFILE
               IF WS-ACCT-STATUS = "00"
                   MOVE "N" TO WS-EOF
                   PERFORM UNTIL END-OF-FILE
                       READ ACCTFILE
                           AT END MOVE "Y" TO WS-EOF
                           NOT AT END PERFORM 0420-TAKE-XFER-BALANCE
                       END-READ
                   END-PERFORM
                   CLOSE ACCTFILE
               END-IF
               PERFORM VARYING WS-TXN-IDX FROM 1 BY 1
                       UNTIL WS-TXN-IDX > WS-TXN-COUNT
                   IF WS-TXN-TYPE(WS-TXN-IDX) = "TR"
                           AND WS-TXN-CLASS(WS-TXN-IDX) = ZERO
                           AND WS-TXN-AMOUNT(WS-TXN-IDX) < ZERO
                       PERFORM 0430-SETTLE-ONE-TRANSFER
                   END-IF
               END-PERFORM
           END-IF.

       0410-FIND-XFER-ACCOUNT.
           MOVE ZERO TO WS-XA-MATCH
           PERFORM VARYING WS-XA-IDX FROM 1 BY 1
                   UNTIL WS-XA-IDX > WS-XA-COUNT
                   OR WS-XA-MATCH > ZERO
               IF WS-XA-ID(WS-XA-IDX) = WS-XA-WANTED-ID
                   MOVE WS-XA-IDX TO WS-XA-MATCH
               END-IF
           END-PERFORM.

       0420-TAKE-XFER-BALANCE.
           IF ACCT-ID NUMERIC
               MOVE ACCT-ID TO WS-XA-WANTED-ID
               PERFORM 0410-FIND-XFER-ACCOUNT
               IF WS-XA-MATCH > ZERO
                   MOVE "Y" TO WS-XA-FOUND(WS-XA-MATCH)
                   MOVE ACCT-BALANCE TO WS-XA-BALANCE(WS-XA-MATCH)
                   MOVE ACCT-LIMIT   TO WS-XA-LIMIT(WS-XA-MATCH)
               END-IF
           END-IF.

       0430-SETTLE-ONE-TRANSFER.
      *> The from-leg is at WS-TXN-IDX, its to-leg right after it.
      *> The same tests, in the same order, as Ledger's
      *> 1720-SETTLE-ONE-TRANSFER.
           MOVE WS-TXN-ACCT-ID(WS-TXN-IDX) TO WS-XA-WANTED-ID
           PERFORM 0410-FIND-XFER-ACCOUNT
           MOVE WS-XA-MATCH TO WS-XA-FROM-IDX
           MOVE WS-TXN-ACCT-ID(WS-TXN-IDX + 1) TO WS-XA-WANTED-ID
           PERFORM 0410-FIND-XFER-ACCOUNT
           MOVE WS-XA-MATCH TO WS-XA-TO-IDX
           MOVE "Y" TO WS-XFER-OK
           IF NOT XA-ON-FILE(WS-XA-FROM-IDX)
                   OR NOT XA-ON-FILE(WS-XA-TO-IDX)
               MOVE "N" TO WS-XFER-OK
           ELSE
               COMPUTE WS-XFER-FROM-BAL =
                       WS-XA-BALANCE(WS-XA-FROM-IDX)
                       + WS-TXN-AMOUNT(WS-TXN-IDX)
                   ON SIZE ERROR MOVE "N" TO WS-XFER-OK
               END-COMPUTE
               COMPUTE WS-XFER-TO-BAL =
                       WS-XA-BALANCE(WS-XA-TO-IDX)
                       + WS-TXN-AMOUNT(WS-TXN-IDX + 1)
                   ON SIZE ERROR MOVE "N" TO WS-XFER-OK
               END-COMPUTE
               IF TRANSFER-SETTLES
                   IF WS-XFER-FROM-BAL < WS-XA-LIMIT(WS-XA-FROM-IDX)
                           OR WS-XFER-TO-BAL
                               < WS-XA-LIMIT(WS-XA-TO-IDX)
                       MOVE "N" TO WS-XFER-OK
                   END-IF
               END-IF
           END-IF
           IF TRANSFER-SETTLES
               MOVE WS-XFER-FROM-BAL TO WS-XA-BALANCE(WS-XA-FROM-IDX)
               MOVE WS-XFER-TO-BAL   TO WS-XA-BALANCE(WS-XA-TO-IDX)
           ELSE
               MOVE "R" TO WS-TXN-XFER-STATE(WS-TXN-IDX)
               MOVE "R" TO WS-TXN-XFER-STATE(WS-TXN-IDX + 1)
           END-IF.

       1000-PRINT-ONE-STATEMENT.
           ADD 1 TO WS-STMT-COUNT
           MOVE "WRITE" TO RPT-FUNCTION
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           MOVE SPACE TO RPT-CARRIAGE-CTL
           PERFORM 1050-PRINT-HOLDER-BLOCK
           MOVE WS-RUN-BALANCE TO MF-RAW-AMOUNT
           MOVE SPACES TO MF-CURRENCY-CODE
           CALL "MoneyFormat" USING MONEY-CONTROL-BLOCK
           MOVE "WRITE" TO RPT-FUNCTION
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK.

       1050-PRINT-HOLDER-BLOCK.
           MOVE WS-CUR-ACCT-ID TO HLK-ACCT-ID
           CALL "HolderLookup" USING HOLDER-LOOKUP-BLOCK
           IF HLK-TABLES-OVERFLOWED
               SET HOLDER-TABLES-PARTIAL TO TRUE
           END-IF
           IF HLK-HOLDER-ACTIVE OR HLK-HOLDER-MERGED
               MOVE SPACES TO RPT-DETAIL-LINE
               STRING "  " HLK-NAME-LINE
                   DELIMITED BY SIZE INTO RPT-DETAIL-LINE
               MOVE "WRITE" TO RPT-FUNCTION
               CALL "ReportWriter" USING RPT-CONTROL-BLOCK
               MOVE SPACES TO RPT-DETAIL-LINE
               STRING "  " HLK-STREET
                   DELIMITED BY SIZE INTO RPT-DETAIL-LINE
               MOVE "WRITE" TO RPT-FUNCTION
               CALL "ReportWriter" USING RPT-CONTROL-BLOCK
               MOVE SPACES TO RPT-DETAIL-LINE
               STRING "  " HLK-CITY-LINE
                   DELIMITED BY SIZE INTO RPT-DETAIL-LINE
               MOVE "WRITE" TO RPT-FUNCTION
               CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           ELSE
               MOVE SPACES TO RPT-DETAIL-LINE
               IF HLK-TABLES-OVERFLOWED
                   MOVE "  ** holder not resolved, tables incomplete **"
                       TO RPT-DETAIL-LINE
               ELSE
                   MOVE "  ** no live account holder on file **"
                       TO RPT-DETAIL-LINE
               END-IF
               MOVE "WRITE" TO RPT-FUNCTION
               CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           END-IF
           IF NOT HLK-HOLDER-ACTIVE
               MOVE "LEDGERSTMT"              TO EXC-PROGRAM-NAME
               MOVE "ledger_acct_holders.txt" TO EXC-SOURCE-FILE
               MOVE "HLD-CUST-ID"             TO EXC-FIELD-NAME
               MOVE SPACES TO EXC-RAW-VALUE
               STRING WS-CUR-ACCT-ID " -> " HLK-LINKED-CUST-ID
                   DELIMITED BY SIZE INTO EXC-RAW-VALUE
               EVALUATE TRUE
                   WHEN HLK-TABLES-OVERFLOWED
                           AND NOT HLK-HOLDER-MERGED
                       MOVE "holder not resolved, tables incomplete"
                           TO EXC-REASON
                   WHEN HLK-HOLDER-MERGED
                       MOVE "open account, holder merged away"
                           TO EXC-REASON
                   WHEN HLK-HOLDER-CLOSED
                       MOVE "open account, holder closed"
                           TO EXC-REASON
                   WHEN OTHER
                       MOVE "open account, no holder linked"
                           TO EXC-REASON
               END-EVALUATE
               CALL "ExceptionLog" USING EXCEPTION-LOG-BLOCK
           END-IF.

       1090-VALIDATE-TXN-TYPE.
      *> The same per-type rules Ledger's 1300-VALIDATE-TXN-TYPE
      *> enforces -- unknown codes, non-positive deposits, and
                       OR WS-CUR-TXN-TYPE = "IN")
                       AND WS-TXN-AMOUNT(WS-TXN-IDX) NOT < ZERO
                   MOVE "N" TO WS-TYPE-OK
               WHEN WS-CUR-TXN-TYPE = "TR"
                       AND (WS-TXN-COUNTER(WS-TXN-IDX) = ZERO
                           OR TXN-XFER-REFUSED(WS-TXN-IDX))
                   MOVE "N" TO WS-TYPE-OK
           END-EVALUATE.

       1100-PRINT-ONE-TXN-LINE.
           MOVE SPACES TO MF-CURRENCY-CODE
           CALL "MoneyFormat" USING MONEY-CONTROL-BLOCK
           MOVE SPACES TO RPT-DETAIL-LINE
           IF WS-TXN-TYPE(WS-TXN-IDX) = "TR"
               IF WS-TXN-AMOUNT(WS-TXN-IDX) < ZERO
                   MOVE "to" TO WS-XFER-DIRECTION
               ELSE
                   MOVE "from" TO WS-XFER-DIRECTION
               END-IF
               STRING "  " WS-TXN-DATE(WS-TXN-IDX) " TR  "
                      FUNCTION TRIM(WS-AMT-FORMATTED)
                      "  " FUNCTION TRIM(WS-XFER-DIRECTION)
                      " acct " WS-TXN-COUNTER(WS-TXN-IDX)
                      "  balance=" FUNCTION TRIM(MF-FORMATTED)
                   DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           ELSE
               STRING "  " WS-TXN-DATE(WS-TXN-IDX) " "
                      WS-TXN-TYPE(WS-TXN-IDX) "  "
                      FUNCTION TRIM(WS-AMT-FORMATTED)
                      "  balance=" FUNCTION TRIM(MF-FORMATTED)
                   DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           END-IF
           MOVE "WRITE" TO RPT-FUNCTION
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK.


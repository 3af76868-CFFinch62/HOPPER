      *> standing-maint.cob - HOPPER Example 2h: Standing-Order
      *> Maintenance
      *> Monthly charges and regular payments were keyed into
      *> ledger_tran.txt by hand every cycle, and they got forgotten.
      *> A standing order is kept once in ledger_standing.txt --
      *> account, amount, type code, frequency (W weekly, M monthly,
      *> Q quarterly), start and end date, and the date it next falls
      *> due -- and StandingGen turns each due order into a ledger
      *> transaction on the day. This program is the only way orders
      *> are set up or changed: the same load-into-table-then-rewrite
      *> shape AcctMaint uses, behind a tier W sign-on through the
      *> shared OperatorAuth subprogram, with every accepted change
      *> appended to ledger_standing_history.txt (operator id,
      *> date/time, old/new values) before the live file is
      *> rewritten.
      *> A) adds an order: the account is keyed with its check digit
      *> and must be on ledger_accounts.txt; the type is DP, WD, or
      *> FE, or TR for a regular transfer, whose to-account is keyed
      *> the same way and must also be on file; the amount is keyed
      *> as nine unsigned digits with the cents included and takes
      *> its sign from the type when it is generated, the same
      *> per-type sign rule Ledger enforces (a transfer goes out as
      *> the positive amount moved). The
      *> first due date is the start date, which may not be in the
      *> past -- a back-dated start would have the next generation
      *> run catch up every missed occurrence at once. An end date of
      *> zeros means the order runs until it is ended. C) changes the
      *> amount or end date, E) ends an order (kept on file with
      *> status C so its history stays readable), S) lists them.
      *> Order ids are assigned here, one past the highest on file.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. StandingMaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOFILE ASSIGN TO "ledger_standing.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOF-STATUS.
           SELECT HISTFILE ASSIGN TO "ledger_standing_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT ACCTFILE ASSIGN TO "ledger_accounts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> SO-STATUS: A active, E ended (end date passed -- set by
      *> StandingGen), C cancelled here. SO-END-DATE of zeros means
      *> open-ended.
           FD SOFILE.
           01 SO-RECORD.
               05 SO-ORDER-ID   PIC 9(5).
               05 FILLER        PIC X.
               05 SO-ACCT-ID    PIC 9(5).
               05 FILLER        PIC X.
               05 SO-AMOUNT     PIC 9(7)V99.
               05 FILLER        PIC X.
               05 SO-TYPE       PIC X(2).
               05 FILLER        PIC X.
               05 SO-FREQ       PIC X.
               05 FILLER        PIC X.
               05 SO-START-DATE PIC 9(8).
               05 FILLER        PIC X.
               05 SO-END-DATE   PIC 9(8).
               05 FILLER        PIC X.
               05 SO-NEXT-DUE   PIC 9(8).
               05 FILLER        PIC X.
               05 SO-STATUS     PIC X.
               05 FILLER        PIC X.
               05 SO-OPER       PIC X(8).
      *> TR orders only: the account the money moves to. Zeros (or
      *> blank, on orders set up before transfers) for other types.
               05 FILLER        PIC X.
               05 SO-TO-ACCT-ID PIC 9(5).

           FD HISTFILE.
           01 HIST-RECORD PIC X(132).

           FD ACCTFILE.
           01 ACCT-RECORD.
               05 ACCT-ID      PIC 9(5).
               05 ACCT-BALANCE PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
               05 ACCT-LIMIT   PIC S9(7)V99 SIGN IS TRAILING SEPARATE.

       WORKING-STORAGE SECTION.
           01 WS-SOF-STATUS  PIC XX VALUE SPACES.
           01 WS-HIST-STATUS PIC XX VALUE SPACES.
           01 WS-ACCT-STATUS PIC XX VALUE SPACES.
           01 WS-EOF         PIC X  VALUE "N".
               88 END-OF-FILE VALUE "Y".

      *> An overflowed load refuses the session -- rewriting from a
      *> truncated table would drop the rest of the orders.
           01 WS-MAX-ORDERS  PIC 9(4) VALUE 1000.
           01 WS-ORDER-COUNT PIC 9(4) VALUE ZERO.
           01 WS-ORDERS.
               05 WS-SO-ENTRY OCCURS 1000 TIMES.
                   10 WS-SO-ORDER-ID   PIC 9(5).
                   10 WS-SO-ACCT-ID    PIC 9(5).
                   10 WS-SO-AMOUNT     PIC 9(7)V99.
                   10 WS-SO-TYPE       PIC X(2).
                   10 WS-SO-FREQ       PIC X.
                   10 WS-SO-START-DATE PIC 9(8).
                   10 WS-SO-END-DATE   PIC 9(8).
                   10 WS-SO-NEXT-DUE   PIC 9(8).
                   10 WS-SO-STATUS     PIC X.
                       88 WS-SO-ACTIVE VALUE "A".
                   10 WS-SO-OPER       PIC X(8).
                   10 WS-SO-TO-ACCT-ID PIC 9(5).
           01 WS-IDX        PIC 9(4) VALUE ZERO.
           01 WS-MATCH-IDX  PIC 9(4) VALUE ZERO.
           01 WS-HIGH-ORDER-ID PIC 9(5) VALUE ZERO.

      *> Order lines that fail the numeric checks are carried
      *> untouched to the rewrite, the same as AcctMaint's bad
      *> account lines.
           01 WS-MAX-BAD-ORDERS PIC 9(3) VALUE 200.
           01 WS-BAD-SO-COUNT   PIC 9(3) VALUE ZERO.
           01 WS-BAD-ORDERS.
               05 WS-BAD-SO-LINE OCCURS 200 TIMES PIC X(70).
           01 WS-OVERFLOW  PIC X VALUE "N".
               88 ORDERS-TABLE-OVERFLOWED VALUE "Y".

           01 WS-OPERATOR-ID   PIC X(8) VALUE "SYSTEM".
           01 WS-OPERATOR-PIN  PIC X(4) VALUE SPACES.
           01 WS-OP-AUTHORIZED PIC X    VALUE "N".
               88 OPERATOR-AUTHORIZED VALUE "Y".
           COPY OPERCTL.
           COPY DATESTAMP.

           01 WS-CHOICE    PIC X VALUE SPACE.
           01 WS-CONTINUE  PIC X VALUE "Y".
               88 KEEP-GOING VALUE "Y" "y".
           01 WS-WORK-ID      PIC 9(5) VALUE ZERO.
           01 WS-WORK-ID-X    PIC X(6) VALUE SPACES.
           01 WS-ID-OK        PIC X VALUE "N".
               88 ID-KEY-VALID VALUE "Y".
           01 WS-ACCT-OK      PIC X VALUE "N".
               88 ACCOUNT-ON-FILE VALUE "Y".
           COPY CHKDGCTL.
           01 WS-ORDER-ID-X   PIC X(5) VALUE SPACES.
           01 WS-ORDER-ID-N REDEFINES WS-ORDER-ID-X PIC 9(5).
           01 WS-WORK-ORDER-ID PIC 9(5) VALUE ZERO.
           01 WS-AMT-DIGITS   PIC X(9) VALUE SPACES.
           01 WS-AMT-NUMERIC REDEFINES WS-AMT-DIGITS PIC 9(7)V99.
           01 WS-DATE-X       PIC X(8) VALUE SPACES.
           01 WS-DATE-N REDEFINES WS-DATE-X PIC 9(8).
           01 WS-DATE-OK      PIC X VALUE "N".
               88 DATE-KEY-VALID VALUE "Y".
           01 WS-WORK-TYPE    PIC X(2) VALUE SPACES.
               88 WORK-TYPE-VALID VALUE "DP" "WD" "FE" "TR".
           01 WS-WORK-FREQ    PIC X VALUE SPACE.
               88 WORK-FREQ-VALID VALUE "W" "M" "Q".
           01 WS-WORK-AMOUNT  PIC 9(7)V99 VALUE ZERO.
           01 WS-WORK-START   PIC 9(8) VALUE ZERO.
           01 WS-WORK-END     PIC 9(8) VALUE ZERO.
           01 WS-WORK-FROM-ID PIC 9(5) VALUE ZERO.
           01 WS-WORK-TO-ID   PIC 9(5) VALUE ZERO.
           01 WS-DIRTY     PIC X VALUE "N".
               88 ORDERS-DIRTY VALUE "Y".
           01 WS-CHANGE-COUNT PIC 9(6) VALUE ZERO.
           01 WS-HIST-AMT-1 PIC 9(7).99 VALUE ZERO.
           01 WS-HIST-AMT-2 PIC 9(7).99 VALUE ZERO.
           01 WS-ACTION-TEXT PIC X(80) VALUE SPACES.
           COPY JOBCTL.
           COPY RUNLKCTL.

       PROCEDURE DIVISION.
       0000-MAIN.
      *> LEDGER is the resource lock for the ledger files, standing
      *> orders among them -- StandingGen rolls the same file forward
      *> under it, so a maintenance session can never rewrite the
      *> orders mid-generation. Refused here before any file is
      *> touched (see RunLock / hopper_runlocks.txt).
           PERFORM 9800-ACQUIRE-RUN-LOCK
           IF NOT RL-IS-GRANTED
               DISPLAY "! Run refused -- LEDGER"
                       " lock held by " RL-HELD-BY
                       " since " RL-HELD-DATE "-" RL-HELD-TIME
               MOVE 12 TO RETURN-CODE
               MOVE "STANDINGMAINT" TO JOB-PROGRAM-NAME
               MOVE RETURN-CODE TO JOB-RETURN-CODE
               MOVE ZERO TO JOB-RECORD-COUNT
               MOVE 1 TO JOB-ERROR-COUNT
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
           CALL "BusinessDate" USING DATE-TIME-STAMP
           PERFORM 0100-LOAD-ORDERS
           IF ORDERS-TABLE-OVERFLOWED
               DISPLAY "  ! ledger_standing.txt holds more than the "
                       WS-MAX-ORDERS "-order session table -- "
                       "rewriting it from a truncated table would "
                       "lose the rest, so no maintenance can be "
                       "done until the cap is raised"
               MOVE 12 TO RETURN-CODE
               MOVE "STANDINGMAINT" TO JOB-PROGRAM-NAME
               MOVE RETURN-CODE TO JOB-RETURN-CODE
               MOVE WS-ORDER-COUNT TO JOB-RECORD-COUNT
               MOVE 1 TO JOB-ERROR-COUNT
               PERFORM 9900-RELEASE-RUN-LOCK
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
           PERFORM 1050-SIGN-ON
           IF NOT OPERATOR-AUTHORIZED
               DISPLAY "  ! Sign-on denied for operator '"
                       WS-OPERATOR-ID "' -- orders not changed"
               MOVE 12 TO RETURN-CODE
               MOVE "STANDINGMAINT" TO JOB-PROGRAM-NAME
               MOVE RETURN-CODE TO JOB-RETURN-CODE
               MOVE ZERO TO JOB-RECORD-COUNT
               MOVE 1 TO JOB-ERROR-COUNT
               PERFORM 9900-RELEASE-RUN-LOCK
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
           DISPLAY "--- Standing-Order Maintenance (" WS-ORDER-COUNT
                   " orders loaded) ---"
           PERFORM UNTIL NOT KEEP-GOING
               PERFORM 1000-SHOW-MENU-AND-DISPATCH
           END-PERFORM
           IF ORDERS-DIRTY
               PERFORM 9000-SAVE-ORDERS
           ELSE
               DISPLAY "No changes to save."
           END-IF
           MOVE ZERO TO RETURN-CODE
           MOVE "STANDINGMAINT" TO JOB-PROGRAM-NAME
           MOVE RETURN-CODE TO JOB-RETURN-CODE
           MOVE WS-ORDER-COUNT TO JOB-RECORD-COUNT
           MOVE ZERO TO JOB-ERROR-COUNT
           PERFORM 9900-RELEASE-RUN-LOCK
           CALL "JobLog" USING JOB-LOG-BLOCK
           GOBACK.

       0100-LOAD-ORDERS.
           MOVE ZERO TO WS-ORDER-COUNT
           OPEN INPUT SOFILE
           IF WS-SOF-STATUS NOT = "00"
               DISPLAY "  No existing ledger_standing.txt -- "
                       "starting empty."
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ SOFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM 0150-ADD-TO-TABLE
                   END-READ
               END-PERFORM
               CLOSE SOFILE
           END-IF.

       0150-ADD-TO-TABLE.
           IF SO-ORDER-ID NOT NUMERIC OR SO-ACCT-ID NOT NUMERIC
                   OR SO-AMOUNT NOT NUMERIC
                   OR SO-START-DATE NOT NUMERIC
                   OR SO-END-DATE NOT NUMERIC
                   OR SO-NEXT-DUE NOT NUMERIC
               IF WS-BAD-SO-COUNT < WS-MAX-BAD-ORDERS
                   ADD 1 TO WS-BAD-SO-COUNT
                   MOVE SO-RECORD TO WS-BAD-SO-LINE(WS-BAD-SO-COUNT)
               ELSE
                   SET ORDERS-TABLE-OVERFLOWED TO TRUE
               END-IF
           ELSE
               IF WS-ORDER-COUNT < WS-MAX-ORDERS
                   ADD 1 TO WS-ORDER-COUNT
                   MOVE SO-ORDER-ID   TO WS-SO-ORDER-ID(WS-ORDER-COUNT)
                   MOVE SO-ACCT-ID    TO WS-SO-ACCT-ID(WS-ORDER-COUNT)
                   MOVE SO-AMOUNT     TO WS-SO-AMOUNT(WS-ORDER-COUNT)
                   MOVE SO-TYPE       TO WS-SO-TYPE(WS-ORDER-COUNT)
                   MOVE SO-FREQ       TO WS-SO-FREQ(WS-ORDER-COUNT)
                   MOVE SO-START-DATE
                       TO WS-SO-START-DATE(WS-ORDER-COUNT)
                   MOVE SO-END-DATE   TO WS-SO-END-DATE(WS-ORDER-COUNT)
                   MOVE SO-NEXT-DUE   TO WS-SO-NEXT-DUE(WS-ORDER-COUNT)
                   MOVE SO-STATUS     TO WS-SO-STATUS(WS-ORDER-COUNT)
                   MOVE SO-OPER       TO WS-SO-OPER(WS-ORDER-COUNT)
                   IF SO-TO-ACCT-ID NUMERIC
                       MOVE SO-TO-ACCT-ID
                           TO WS-SO-TO-ACCT-ID(WS-ORDER-COUNT)
                   ELSE
                       MOVE ZERO TO WS-SO-TO-ACCT-ID(WS-ORDER-COUNT)
                   END-IF
                   IF SO-ORDER-ID > WS-HIGH-ORDER-ID
                       MOVE SO-ORDER-ID TO WS-HIGH-ORDER-ID
                   END-IF
               ELSE
                   SET ORDERS-TABLE-OVERFLOWED TO TRUE
               END-IF
           END-IF.

       1050-SIGN-ON.
           DISPLAY "Operator sign-on required to maintain standing "
                   "orders."
           DISPLAY "Enter operator id: " WITH NO ADVANCING
           ACCEPT WS-OPERATOR-ID FROM CONSOLE
           DISPLAY "Enter PIN: " WITH NO ADVANCING
           ACCEPT WS-OPERATOR-PIN FROM CONSOLE
           MOVE WS-OPERATOR-ID  TO OA-OPERATOR-ID
           MOVE WS-OPERATOR-PIN TO OA-PIN
           MOVE "W"             TO OA-REQUIRED-TIER
           CALL "OperatorAuth" USING OPERATOR-AUTH-BLOCK
           MOVE OA-AUTHORIZED TO WS-OP-AUTHORIZED
           IF OPERATOR-AUTHORIZED
               DISPLAY "  Sign-on accepted for operator '"
                       WS-OPERATOR-ID "'"
           END-IF.

       1000-SHOW-MENU-AND-DISPATCH.
           DISPLAY " "
           DISPLAY "A)dd  C)hange  E)nd  S)how  Q)uit"
           DISPLAY "Choice: " WITH NO ADVANCING
           ACCEPT WS-CHOICE FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE
           EVALUATE WS-CHOICE
               WHEN "A" PERFORM 2000-ADD-ORDER
               WHEN "C" PERFORM 3000-CHANGE-ORDER
               WHEN "E" PERFORM 4000-END-ORDER
               WHEN "S" PERFORM 5000-LIST-ORDERS
               WHEN "Q" MOVE "N" TO WS-CONTINUE
               WHEN OTHER DISPLAY "  ! Unrecognized choice"
           END-EVALUATE.

       2000-ADD-ORDER.
           IF WS-ORDER-COUNT >= WS-MAX-ORDERS
               DISPLAY "  ! Orders table full -- cannot add"
           ELSE
               DISPLAY "Account id (6 digits with check digit): "
                   WITH NO ADVANCING
               PERFORM 6500-ACCEPT-CHECKED-ID
               IF ID-KEY-VALID
                   PERFORM 6600-CHECK-ACCOUNT-ON-FILE
               END-IF
               IF ID-KEY-VALID AND ACCOUNT-ON-FILE
                   PERFORM 2100-ACCEPT-ORDER-TERMS
               END-IF
           END-IF.

       2100-ACCEPT-ORDER-TERMS.
           DISPLAY "Type (DP deposit, WD withdrawal, FE fee, "
                   "TR transfer): " WITH NO ADVANCING
           ACCEPT WS-WORK-TYPE FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-WORK-TYPE) TO WS-WORK-TYPE
           IF NOT WORK-TYPE-VALID
               DISPLAY "  ! Type must be DP, WD, FE, or TR -- "
                       "order not added"
           ELSE
               MOVE ZERO TO WS-WORK-TO-ID
               IF WS-WORK-TYPE = "TR"
                   PERFORM 2150-ACCEPT-TO-ACCOUNT
               END-IF
               IF ACCOUNT-ON-FILE
                   DISPLAY "Amount (9 digits, cents included, "
                           "unsigned): " WITH NO ADVANCING
                   ACCEPT WS-AMT-DIGITS FROM CONSOLE
                   IF WS-AMT-DIGITS NOT NUMERIC
                           OR WS-AMT-NUMERIC = ZERO
                       DISPLAY "  ! Amount must be 9 digits and "
                               "nonzero -- order not added"
                   ELSE
                       MOVE WS-AMT-NUMERIC TO WS-WORK-AMOUNT
                       PERFORM 2200-ACCEPT-ORDER-SCHEDULE
                   END-IF
               END-IF
           END-IF.

       2150-ACCEPT-TO-ACCOUNT.
      *> The from-account is already in WS-WORK-ID; the to-account
      *> is keyed and checked through the same paragraphs, then the
      *> from-account is put back.
           MOVE WS-WORK-ID TO WS-WORK-FROM-ID
           DISPLAY "To-account id (6 digits with check digit): "
               WITH NO ADVANCING
           PERFORM 6500-ACCEPT-CHECKED-ID
           MOVE "N" TO WS-ACCT-OK
           IF ID-KEY-VALID
               IF WS-WORK-ID = WS-WORK-FROM-ID
                   DISPLAY "  ! A transfer needs two different "
                           "accounts -- order not added"
               ELSE
                   PERFORM 6600-CHECK-ACCOUNT-ON-FILE
               END-IF
           END-IF
           MOVE WS-WORK-ID      TO WS-WORK-TO-ID
           MOVE WS-WORK-FROM-ID TO WS-WORK-ID.

       2200-ACCEPT-ORDER-SCHEDULE.
           DISPLAY "Frequency (W weekly, M monthly, Q quarterly): "
               WITH NO ADVANCING
           ACCEPT WS-WORK-FREQ FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-WORK-FREQ) TO WS-WORK-FREQ
           IF NOT WORK-FREQ-VALID
               DISPLAY "  ! Frequency must be W, M, or Q -- "
                       "order not added"
           ELSE
               DISPLAY "Start date (YYYYMMDD, today or later): "
                   WITH NO ADVANCING
               PERFORM 6700-ACCEPT-DATE
               IF NOT DATE-KEY-VALID OR WS-DATE-N < DTS-RUN-DATE
                   DISPLAY "  ! Start date must be a real date, "
                           "today or later -- order not added"
               ELSE
                   MOVE WS-DATE-N TO WS-WORK-START
                   DISPLAY "End date (YYYYMMDD, 00000000 for "
                           "none): " WITH NO ADVANCING
                   PERFORM 6700-ACCEPT-DATE
                   IF WS-DATE-X = "00000000"
                       MOVE "Y" TO WS-DATE-OK
                   END-IF
                   IF NOT DATE-KEY-VALID
                       OR (WS-DATE-N NOT = ZERO
                           AND WS-DATE-N < WS-WORK-START)
                       DISPLAY "  ! End date must be zeros or a "
                               "real date on or after the start "
                               "-- order not added"
                   ELSE
                       MOVE WS-DATE-N TO WS-WORK-END
                       PERFORM 2300-ADD-NEW-ORDER
                   END-IF
               END-IF
           END-IF.

       2300-ADD-NEW-ORDER.
           ADD 1 TO WS-ORDER-COUNT
           ADD 1 TO WS-HIGH-ORDER-ID
           MOVE WS-HIGH-ORDER-ID TO WS-WORK-ORDER-ID
           MOVE WS-HIGH-ORDER-ID TO WS-SO-ORDER-ID(WS-ORDER-COUNT)
           MOVE WS-WORK-ID       TO WS-SO-ACCT-ID(WS-ORDER-COUNT)
           MOVE WS-WORK-AMOUNT   TO WS-SO-AMOUNT(WS-ORDER-COUNT)
           MOVE WS-WORK-TYPE     TO WS-SO-TYPE(WS-ORDER-COUNT)
           MOVE WS-WORK-FREQ     TO WS-SO-FREQ(WS-ORDER-COUNT)
           MOVE WS-WORK-START    TO WS-SO-START-DATE(WS-ORDER-COUNT)
           MOVE WS-WORK-END      TO WS-SO-END-DATE(WS-ORDER-COUNT)
           MOVE WS-WORK-START    TO WS-SO-NEXT-DUE(WS-ORDER-COUNT)
           MOVE "A"              TO WS-SO-STATUS(WS-ORDER-COUNT)
           MOVE WS-OPERATOR-ID   TO WS-SO-OPER(WS-ORDER-COUNT)
           MOVE WS-WORK-TO-ID    TO WS-SO-TO-ACCT-ID(WS-ORDER-COUNT)
           SET ORDERS-DIRTY TO TRUE
           ADD 1 TO WS-CHANGE-COUNT
           MOVE WS-WORK-AMOUNT TO WS-HIST-AMT-1
           MOVE SPACES TO WS-ACTION-TEXT
           IF WS-WORK-TYPE = "TR"
               STRING "ADD acct=" WS-WORK-ID
                      " type=TR to=" WS-WORK-TO-ID
                      " amount=" WS-HIST-AMT-1
                      " freq=" WS-WORK-FREQ
                      " start=" WS-WORK-START
                      " end=" WS-WORK-END
                   DELIMITED BY SIZE INTO WS-ACTION-TEXT
           ELSE
               STRING "ADD acct=" WS-WORK-ID
                      " type=" WS-WORK-TYPE
                      " amount=" WS-HIST-AMT-1
                      " freq=" WS-WORK-FREQ
                      " start=" WS-WORK-START
                      " end=" WS-WORK-END
                   DELIMITED BY SIZE INTO WS-ACTION-TEXT
           END-IF
           PERFORM 8000-LOG-HISTORY
           DISPLAY "  Standing order " WS-WORK-ORDER-ID
                   " added, first due " WS-WORK-START ".".

       3000-CHANGE-ORDER.
           DISPLAY "Order id (5 digits): " WITH NO ADVANCING
           PERFORM 6000-FIND-ORDER
           IF WS-MATCH-IDX = ZERO
               DISPLAY "  ! Order " WS-ORDER-ID-X " not found"
           ELSE
            IF NOT WS-SO-ACTIVE(WS-MATCH-IDX)
               DISPLAY "  ! Order " WS-WORK-ORDER-ID " is no longer "
                       "active -- add a new order instead"
            ELSE
               MOVE WS-SO-AMOUNT(WS-MATCH-IDX) TO WS-WORK-AMOUNT
               MOVE WS-SO-END-DATE(WS-MATCH-IDX) TO WS-WORK-END
               DISPLAY "New amount (9 digits, blank keeps "
                       "current): " WITH NO ADVANCING
               ACCEPT WS-AMT-DIGITS FROM CONSOLE
               IF WS-AMT-DIGITS NOT = SPACES
                   IF WS-AMT-DIGITS NOT NUMERIC
                           OR WS-AMT-NUMERIC = ZERO
                       DISPLAY "  ! Amount must be 9 digits and "
                               "nonzero -- amount kept"
                   ELSE
                       MOVE WS-AMT-NUMERIC TO WS-WORK-AMOUNT
                   END-IF
               END-IF
               DISPLAY "New end date (YYYYMMDD, 00000000 for none, "
                       "blank keeps current): " WITH NO ADVANCING
               PERFORM 6700-ACCEPT-DATE
               IF WS-DATE-X NOT = SPACES
                   IF WS-DATE-X = "00000000"
                       MOVE "Y" TO WS-DATE-OK
                   END-IF
                   IF NOT DATE-KEY-VALID
                       OR (WS-DATE-N NOT = ZERO
                           AND WS-DATE-N < DTS-RUN-DATE)
                       DISPLAY "  ! End date must be zeros or a real "
                               "date, today or later -- end date "
                               "kept"
                   ELSE
                       MOVE WS-DATE-N TO WS-WORK-END
                   END-IF
               END-IF
               PERFORM 3100-APPLY-CHANGE
            END-IF
           END-IF.

       3100-APPLY-CHANGE.
           IF WS-WORK-AMOUNT = WS-SO-AMOUNT(WS-MATCH-IDX)
                   AND WS-WORK-END = WS-SO-END-DATE(WS-MATCH-IDX)
               DISPLAY "  Nothing changed on order "
                       WS-WORK-ORDER-ID "."
           ELSE
               MOVE WS-SO-AMOUNT(WS-MATCH-IDX) TO WS-HIST-AMT-1
               MOVE WS-WORK-AMOUNT TO WS-HIST-AMT-2
               MOVE SPACES TO WS-ACTION-TEXT
               STRING "CHANGE amount old=" WS-HIST-AMT-1
                      " new=" WS-HIST-AMT-2
                      " end old=" WS-SO-END-DATE(WS-MATCH-IDX)
                      " new=" WS-WORK-END
                   DELIMITED BY SIZE INTO WS-ACTION-TEXT
               MOVE WS-WORK-AMOUNT TO WS-SO-AMOUNT(WS-MATCH-IDX)
               MOVE WS-WORK-END TO WS-SO-END-DATE(WS-MATCH-IDX)
               MOVE WS-OPERATOR-ID TO WS-SO-OPER(WS-MATCH-IDX)
               MOVE WS-SO-ACCT-ID(WS-MATCH-IDX) TO WS-WORK-ID
               SET ORDERS-DIRTY TO TRUE
               ADD 1 TO WS-CHANGE-COUNT
               PERFORM 8000-LOG-HISTORY
               DISPLAY "  Order " WS-WORK-ORDER-ID " changed."
           END-IF.

       4000-END-ORDER.
           DISPLAY "Order id to end (5 digits): " WITH NO ADVANCING
           PERFORM 6000-FIND-ORDER
           IF WS-MATCH-IDX = ZERO
               DISPLAY "  ! Order " WS-ORDER-ID-X " not found"
           ELSE
               IF NOT WS-SO-ACTIVE(WS-MATCH-IDX)
                   DISPLAY "  ! Order " WS-WORK-ORDER-ID
                           " is already ended"
               ELSE
                   MOVE "C" TO WS-SO-STATUS(WS-MATCH-IDX)
                   MOVE WS-OPERATOR-ID TO WS-SO-OPER(WS-MATCH-IDX)
                   MOVE WS-SO-ACCT-ID(WS-MATCH-IDX) TO WS-WORK-ID
                   SET ORDERS-DIRTY TO TRUE
                   ADD 1 TO WS-CHANGE-COUNT
                   MOVE SPACES TO WS-ACTION-TEXT
                   STRING "END next-due was "
                          WS-SO-NEXT-DUE(WS-MATCH-IDX)
                       DELIMITED BY SIZE INTO WS-ACTION-TEXT
                   PERFORM 8000-LOG-HISTORY
                   DISPLAY "  Order " WS-WORK-ORDER-ID " ended."
               END-IF
           END-IF.

       5000-LIST-ORDERS.
           DISPLAY "  ORDER ACCT  TY     AMOUNT  F START    END      "
                   "NEXT-DUE S TO"
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ORDER-COUNT
               MOVE WS-SO-AMOUNT(WS-IDX) TO WS-HIST-AMT-1
               DISPLAY "  " WS-SO-ORDER-ID(WS-IDX)
                       " " WS-SO-ACCT-ID(WS-IDX)
                       " " WS-SO-TYPE(WS-IDX)
                       " " WS-HIST-AMT-1
                       " " WS-SO-FREQ(WS-IDX)
                       " " WS-SO-START-DATE(WS-IDX)
                       " " WS-SO-END-DATE(WS-IDX)
                       " " WS-SO-NEXT-DUE(WS-IDX)
                       " " WS-SO-STATUS(WS-IDX)
                       " " WS-SO-TO-ACCT-ID(WS-IDX)
           END-PERFORM.

       6000-FIND-ORDER.
           MOVE ZERO TO WS-MATCH-IDX
           MOVE ZERO TO WS-WORK-ORDER-ID
           ACCEPT WS-ORDER-ID-X FROM CONSOLE
           IF WS-ORDER-ID-X NUMERIC
               MOVE WS-ORDER-ID-N TO WS-WORK-ORDER-ID
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-ORDER-COUNT
                   IF WS-SO-ORDER-ID(WS-IDX) = WS-WORK-ORDER-ID
                       MOVE WS-IDX TO WS-MATCH-IDX
                   END-IF
               END-PERFORM
           END-IF.

       6500-ACCEPT-CHECKED-ID.
           ACCEPT WS-WORK-ID-X FROM CONSOLE
           MOVE WS-WORK-ID-X TO CD-ID-WITH-CHECK
           CALL "CheckDigit" USING CHECK-DIGIT-BLOCK
           IF CD-IS-VALID
               MOVE "Y" TO WS-ID-OK
               MOVE CD-BASE-ID TO WS-WORK-ID
           ELSE
               MOVE "N" TO WS-ID-OK
               MOVE ZERO TO WS-WORK-ID
               DISPLAY "  ! Id '" WS-WORK-ID-X "' fails its check "
                       "digit -- re-key all six digits"
           END-IF.

       6600-CHECK-ACCOUNT-ON-FILE.
      *> A standing order on an account Ledger does not carry would
      *> only ever land in suspense, so the account must exist now.
           MOVE "N" TO WS-ACCT-OK
           OPEN INPUT ACCTFILE
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "  ! Cannot open ledger_accounts.txt status "
                       WS-ACCT-STATUS
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE OR ACCOUNT-ON-FILE
                   READ ACCTFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF ACCT-ID NUMERIC
                               AND ACCT-ID = WS-WORK-ID
                               MOVE "Y" TO WS-ACCT-OK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCTFILE
               IF NOT ACCOUNT-ON-FILE
                   DISPLAY "  ! Account " WS-WORK-ID
                           " is not on ledger_accounts.txt"
               END-IF
           END-IF.

       6700-ACCEPT-DATE.
           MOVE "N" TO WS-DATE-OK
           ACCEPT WS-DATE-X FROM CONSOLE
           IF WS-DATE-X NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-N) = ZERO
                   MOVE "Y" TO WS-DATE-OK
               END-IF
           END-IF.

       8000-LOG-HISTORY.
      *> Same history-before-save order AcctMaint's 8000-LOG-HISTORY
      *> keeps; WS-WORK-ORDER-ID and WS-WORK-ID name the order and
      *> its account.
           CALL "BusinessDate" USING DATE-TIME-STAMP
           OPEN EXTEND HISTFILE
           IF WS-HIST-STATUS NOT = "00"
               OPEN OUTPUT HISTFILE
           END-IF
           MOVE SPACES TO HIST-RECORD
           STRING DTS-RUN-DATE "-" DTS-RUN-TIME
                  " OPER=" WS-OPERATOR-ID
                  " ORDER=" WS-WORK-ORDER-ID
                  " ACCT=" WS-WORK-ID
                  " " FUNCTION TRIM(WS-ACTION-TEXT)
               DELIMITED BY SIZE INTO HIST-RECORD
           WRITE HIST-RECORD
           CLOSE HISTFILE.

       9000-SAVE-ORDERS.
           OPEN OUTPUT SOFILE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ORDER-COUNT
               MOVE SPACES TO SO-RECORD
               MOVE WS-SO-ORDER-ID(WS-IDX)   TO SO-ORDER-ID
               MOVE WS-SO-ACCT-ID(WS-IDX)    TO SO-ACCT-ID
               MOVE WS-SO-AMOUNT(WS-IDX)     TO SO-AMOUNT
               MOVE WS-SO-TYPE(WS-IDX)       TO SO-TYPE
               MOVE WS-SO-FREQ(WS-IDX)       TO SO-FREQ
               MOVE WS-SO-START-DATE(WS-IDX) TO SO-START-DATE
               MOVE WS-SO-END-DATE(WS-IDX)   TO SO-END-DATE
               MOVE WS-SO-NEXT-DUE(WS-IDX)   TO SO-NEXT-DUE
               MOVE WS-SO-STATUS(WS-IDX)     TO SO-STATUS
               MOVE WS-SO-OPER(WS-IDX)       TO SO-OPER
               MOVE WS-SO-TO-ACCT-ID(WS-IDX) TO SO-TO-ACCT-ID
               WRITE SO-RECORD
           END-PERFORM
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-BAD-SO-COUNT
               MOVE WS-BAD-SO-LINE(WS-IDX) TO SO-RECORD
               WRITE SO-RECORD
           END-PERFORM
           CLOSE SOFILE
           DISPLAY "ledger_standing.txt saved -- " WS-ORDER-COUNT
                   " order(s), " WS-CHANGE-COUNT " change(s).".

       9800-ACQUIRE-RUN-LOCK.
           MOVE "ACQ" TO RL-FUNCTION
           MOVE "LEDGER" TO RL-PROGRAM-NAME
           MOVE WS-OPERATOR-ID TO RL-OPERATOR-ID
           CALL "RunLock" USING RUN-LOCK-BLOCK.

       9900-RELEASE-RUN-LOCK.
           MOVE "REL" TO RL-FUNCTION
           MOVE "LEDGER" TO RL-PROGRAM-NAME
           MOVE WS-OPERATOR-ID TO RL-OPERATOR-ID
           CALL "RunLock" USING RUN-LOCK-BLOCK.

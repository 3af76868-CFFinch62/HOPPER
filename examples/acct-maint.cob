      *> limit is keyed as a positive figure and stored negative --
      *> ACCT-LIMIT is the floor a balance may not drop below, the
      *> same shape Variables.cob's WS-CREDIT-LIMIT has always had.
      *> Opening an account now also names its holder: the customer
      *> id is keyed with its check digit, must be a live record in
      *> customers_standardized.txt, and is written to the
      *> account-holder cross-reference ledger_acct_holders.txt
      *> (account, customer, link date, operator) that statements
      *> and notices print the holder's name and address from. The
      *> H)older action links or re-links an existing account, and
      *> closing an account drops its link with it. The link file is
      *> loaded and rewritten alongside the accounts, under the same
      *> LEDGER lock.
      *> A holder must also still be live in CustomerMaint's eyes:
      *> the status byte at the end of the standardized record is
      *> read, and a customer marked closed or deceased is refused
      *> like an unknown id.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AcctMaint.

           SELECT HISTFILE ASSIGN TO "ledger_accounts_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT HOLDFILE ASSIGN TO "ledger_acct_holders.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT STDFILE ASSIGN TO "customers_standardized.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STD-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD HISTFILE.
           01 HIST-RECORD PIC X(132).

           FD HOLDFILE.
           01 HOLD-RECORD.
               05 HLD-ACCT-ID   PIC 9(5).
               05 FILLER        PIC X.
               05 HLD-CUST-ID   PIC 9(5).
               05 FILLER        PIC X.
               05 HLD-LINK-DATE PIC 9(8).
               05 FILLER        PIC X.
               05 HLD-OPER      PIC X(8).

      *> Only the leading id and CustomerMaint's status byte (A/I/D/C)
      *> are needed -- nothing more is read from the record here.
           FD STDFILE.
           01 STD-RECORD.
               05 STD-CUST-ID     PIC X(5).
               05 FILLER          PIC X(126).
               05 STD-CUST-STATUS PIC X(1).

       WORKING-STORAGE SECTION.
           01 WS-ACCT-STATUS PIC XX VALUE SPACES.
           01 WS-HIST-STATUS PIC XX VALUE SPACES.
           01 WS-HOLD-STATUS PIC XX VALUE SPACES.
           01 WS-STD-STATUS  PIC XX VALUE SPACES.
           01 WS-EOF         PIC X  VALUE "N".
               88 END-OF-FILE VALUE "Y".

           01 WS-OVERFLOW  PIC X VALUE "N".
               88 ACCOUNTS-TABLE-OVERFLOWED VALUE "Y".

      *> The account-holder links, one per open account, carried
      *> whole so the rewrite keeps every line -- an unparseable link
      *> line is carried as-is, the same as a bad account line.
           01 WS-MAX-HOLDERS   PIC 9(4) VALUE 1200.
           01 WS-HOLDER-COUNT  PIC 9(4) VALUE ZERO.
           01 WS-HOLDERS.
               05 WS-HOLD-ENTRY OCCURS 1200 TIMES.
                   10 WS-HLD-ACCT-ID   PIC 9(5).
                   10 WS-HLD-CUST-ID   PIC 9(5).
                   10 WS-HLD-LINK-DATE PIC 9(8).
                   10 WS-HLD-OPER      PIC X(8).
           01 WS-BAD-HOLD-COUNT PIC 9(3) VALUE ZERO.
           01 WS-BAD-HOLDERS.
               05 WS-BAD-HOLD-LINE OCCURS 200 TIMES PIC X(29).
           01 WS-HOLD-IDX      PIC 9(4) VALUE ZERO.
           01 WS-HOLD-MATCH    PIC 9(4) VALUE ZERO.
           01 WS-HOLDER-ID     PIC 9(5) VALUE ZERO.
           01 WS-HOLDER-OK     PIC X VALUE "N".
               88 HOLDER-ID-VALID VALUE "Y".
      *> The status of a matching record CustomerMaint has closed
      *> (C) or marked deceased (D); space when none was found.
           01 WS-HOLDER-GONE   PIC X VALUE SPACE.
               88 HOLDER-CLOSED-OR-DECEASED VALUE "C" "D".

           01 WS-OPERATOR-ID   PIC X(8) VALUE "SYSTEM".
           01 WS-OPERATOR-PIN  PIC X(4) VALUE SPACES.
           01 WS-OP-AUTHORIZED PIC X    VALUE "N".
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
           CALL "BusinessDate" USING DATE-TIME-STAMP
           PERFORM 0100-LOAD-ACCOUNTS
           PERFORM 0200-LOAD-HOLDERS
           IF ACCOUNTS-TABLE-OVERFLOWED
               DISPLAY "  ! ledger_accounts.txt or "
                       "ledger_acct_holders.txt holds more than the "
                       WS-MAX-ACCOUNTS "-account session table -- "
                       "rewriting it from a truncated table would "
                       "lose the rest, so no maintenance can be "
               END-IF
           END-IF.

       0200-LOAD-HOLDERS.
           MOVE ZERO TO WS-HOLDER-COUNT
           OPEN INPUT HOLDFILE
           IF WS-HOLD-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ HOLDFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM 0250-ADD-HOLDER
                   END-READ
               END-PERFORM
               CLOSE HOLDFILE
           END-IF.

       0250-ADD-HOLDER.
           IF HLD-ACCT-ID NOT NUMERIC OR HLD-CUST-ID NOT NUMERIC
               IF WS-BAD-HOLD-COUNT < WS-MAX-BAD-ACCOUNTS
                   ADD 1 TO WS-BAD-HOLD-COUNT
                   MOVE HOLD-RECORD
                       TO WS-BAD-HOLD-LINE(WS-BAD-HOLD-COUNT)
               ELSE
                   SET ACCOUNTS-TABLE-OVERFLOWED TO TRUE
               END-IF
           ELSE
               IF WS-HOLDER-COUNT < WS-MAX-HOLDERS
                   ADD 1 TO WS-HOLDER-COUNT
                   MOVE HLD-ACCT-ID
                       TO WS-HLD-ACCT-ID(WS-HOLDER-COUNT)
                   MOVE HLD-CUST-ID
                       TO WS-HLD-CUST-ID(WS-HOLDER-COUNT)
                   MOVE HLD-LINK-DATE
                       TO WS-HLD-LINK-DATE(WS-HOLDER-COUNT)
                   MOVE HLD-OPER
                       TO WS-HLD-OPER(WS-HOLDER-COUNT)
               ELSE
                   SET ACCOUNTS-TABLE-OVERFLOWED TO TRUE
               END-IF
           END-IF.

       1050-SIGN-ON.
      *> Tier W opens the session; the limit-change action re-checks
      *> the same id at tier S before it is allowed to proceed.
           IF OPERATOR-AUTHORIZED
               DISPLAY "  Sign-on accepted for operator '"
                       WS-OPERATOR-ID "'"
      *> A PIN changed during the sign-on is the one the supervisor
      *> re-check must present.
               IF OA-PIN-WAS-CHANGED
                   MOVE OA-PIN TO WS-OPERATOR-PIN
               END-IF
           END-IF.

       1060-CHECK-SUPERVISOR.

       1000-SHOW-MENU-AND-DISPATCH.
           DISPLAY " "
           DISPLAY "O)pen  L)imit change  H)older  C)lose  S)how  "
                   "Q)uit"
           DISPLAY "Choice: " WITH NO ADVANCING
           ACCEPT WS-CHOICE FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE
           EVALUATE WS-CHOICE
               WHEN "O" PERFORM 2000-OPEN-ACCOUNT
               WHEN "L" PERFORM 3000-CHANGE-LIMIT
               WHEN "H" PERFORM 3500-CHANGE-HOLDER
               WHEN "C" PERFORM 4000-CLOSE-ACCOUNT
               WHEN "S" PERFORM 5000-LIST-ACCOUNTS
               WHEN "Q" MOVE "N" TO WS-CONTINUE
                       ELSE
                           COMPUTE WS-WORK-LIMIT =
                               ZERO - WS-AMT-NUMERIC
                           DISPLAY "Holder customer id (6 digits "
                                   "with check digit): "
                               WITH NO ADVANCING
                           PERFORM 6600-ACCEPT-HOLDER-ID
                           IF HOLDER-ID-VALID
                               PERFORM 2100-ADD-NEW-ACCOUNT
                           ELSE
                               DISPLAY "  ! Account not opened -- "
                                       "every account needs a "
                                       "live holder"
                           END-IF
                       END-IF
                   END-IF
               END-IF
           MOVE SPACES TO WS-ACTION-TEXT
           STRING "OPEN balance=" WS-HIST-AMT-1
                  " limit=" WS-HIST-AMT-2
                  " holder=" WS-HOLDER-ID
               DELIMITED BY SIZE INTO WS-ACTION-TEXT
           PERFORM 8000-LOG-HISTORY
           PERFORM 6700-SET-HOLDER-LINK
           DISPLAY "  Account " WS-WORK-ID " opened.".

       3000-CHANGE-LIMIT.
               END-IF
           END-IF.

       3500-CHANGE-HOLDER.
      *> Links an account opened before holders were tracked, or
      *> moves an account to a different customer -- the old holder
      *> goes on the history line so the change can be traced.
           DISPLAY "Account id: " WITH NO ADVANCING
           PERFORM 6500-ACCEPT-CHECKED-ID
           PERFORM 6000-FIND-ACCOUNT
           IF WS-MATCH-IDX = ZERO
               DISPLAY "  ! Account " WS-WORK-ID " not found"
           ELSE
               DISPLAY "Holder customer id (6 digits with check "
                       "digit): " WITH NO ADVANCING
               PERFORM 6600-ACCEPT-HOLDER-ID
               IF HOLDER-ID-VALID
                   PERFORM 6800-FIND-HOLDER-LINK
                   MOVE SPACES TO WS-ACTION-TEXT
                   IF WS-HOLD-MATCH = ZERO
                       STRING "HOLDER old=none new=" WS-HOLDER-ID
                           DELIMITED BY SIZE INTO WS-ACTION-TEXT
                   ELSE
                       STRING "HOLDER old="
                              WS-HLD-CUST-ID(WS-HOLD-MATCH)
                              " new=" WS-HOLDER-ID
                           DELIMITED BY SIZE INTO WS-ACTION-TEXT
                   END-IF
                   SET ACCOUNTS-DIRTY TO TRUE
                   ADD 1 TO WS-CHANGE-COUNT
                   PERFORM 8000-LOG-HISTORY
                   PERFORM 6700-SET-HOLDER-LINK
                   DISPLAY "  Account " WS-WORK-ID " holder set to "
                           WS-HOLDER-ID "."
               END-IF
           END-IF.

       4000-CLOSE-ACCOUNT.
           DISPLAY "Account id to close: " WITH NO ADVANCING
           PERFORM 6500-ACCEPT-CHECKED-ID
                           TO WS-ACCT-LIMIT(WS-IDX)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-ACCOUNT-COUNT
                   PERFORM 6900-DROP-HOLDER-LINK
                   SET ACCOUNTS-DIRTY TO TRUE
                   ADD 1 TO WS-CHANGE-COUNT
                   MOVE "CLOSE" TO WS-ACTION-TEXT
           END-IF.

       5000-LIST-ACCOUNTS.
           DISPLAY "  ID     BALANCE      LIMIT        HOLDER"
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ACCOUNT-COUNT
               MOVE WS-ACCT-BALANCE(WS-IDX) TO WS-HIST-AMT-1
               MOVE WS-ACCT-LIMIT(WS-IDX)   TO WS-HIST-AMT-2
               MOVE WS-ACCT-ID(WS-IDX) TO WS-WORK-ID
               PERFORM 6800-FIND-HOLDER-LINK
               IF WS-HOLD-MATCH = ZERO
                   DISPLAY "  " WS-ACCT-ID(WS-IDX) "  "
                           WS-HIST-AMT-1 "  " WS-HIST-AMT-2
                           "  (none)"
               ELSE
                   DISPLAY "  " WS-ACCT-ID(WS-IDX) "  "
                           WS-HIST-AMT-1 "  " WS-HIST-AMT-2
                           "  " WS-HLD-CUST-ID(WS-HOLD-MATCH)
               END-IF
           END-PERFORM.

       6500-ACCEPT-CHECKED-ID.
                       "digit -- re-key all six digits"
           END-IF.

       6600-ACCEPT-HOLDER-ID.
      *> The holder is keyed with its check digit like any customer
      *> id, then must be a live record in customers_standardized.txt
      *> -- a retired or never-standardized id would leave the
      *> statement with nobody to address.
           MOVE "N" TO WS-HOLDER-OK
           MOVE SPACE TO WS-HOLDER-GONE
           MOVE ZERO TO WS-HOLDER-ID
           ACCEPT WS-WORK-ID-X FROM CONSOLE
           MOVE WS-WORK-ID-X TO CD-ID-WITH-CHECK
           CALL "CheckDigit" USING CHECK-DIGIT-BLOCK
           IF NOT CD-IS-VALID
               DISPLAY "  ! Id '" WS-WORK-ID-X "' fails its check "
                       "digit -- re-key all six digits"
           ELSE
               MOVE CD-BASE-ID TO WS-HOLDER-ID
               OPEN INPUT STDFILE
               IF WS-STD-STATUS NOT = "00"
                   DISPLAY "  ! Cannot open customers_standardized."
                           "txt status " WS-STD-STATUS
               ELSE
                   MOVE "N" TO WS-EOF
                   PERFORM UNTIL END-OF-FILE OR HOLDER-ID-VALID
                           OR HOLDER-CLOSED-OR-DECEASED
                       READ STDFILE
                           AT END MOVE "Y" TO WS-EOF
                           NOT AT END
                               IF STD-CUST-ID NUMERIC
                                   AND STD-CUST-ID = WS-HOLDER-ID
                                   IF STD-CUST-STATUS = "C" OR "D"
                                       MOVE STD-CUST-STATUS
                                           TO WS-HOLDER-GONE
                                   ELSE
                                       MOVE "Y" TO WS-HOLDER-OK
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE STDFILE
                   EVALUATE TRUE
                       WHEN HOLDER-ID-VALID
                           CONTINUE
                       WHEN WS-HOLDER-GONE = "C"
                           DISPLAY "  ! Customer " WS-HOLDER-ID
                                   " is closed in CustomerMaint --"
                                   " not a live holder"
                       WHEN WS-HOLDER-GONE = "D"
                           DISPLAY "  ! Customer " WS-HOLDER-ID
                                   " is marked deceased in "
                                   "CustomerMaint -- not a live "
                                   "holder"
                       WHEN OTHER
                           DISPLAY "  ! Customer " WS-HOLDER-ID
                                   " is not a live customer in "
                                   "customers_standardized.txt"
                   END-EVALUATE
               END-IF
           END-IF.

       6700-SET-HOLDER-LINK.
      *> WS-WORK-ID is the account, WS-HOLDER-ID the customer; an
      *> existing link is overwritten in place, otherwise one is
      *> added.
           PERFORM 6800-FIND-HOLDER-LINK
           IF WS-HOLD-MATCH = ZERO
               IF WS-HOLDER-COUNT < WS-MAX-HOLDERS
                   ADD 1 TO WS-HOLDER-COUNT
                   MOVE WS-HOLDER-COUNT TO WS-HOLD-MATCH
               ELSE
                   DISPLAY "  ! Holder table full -- link for "
                           WS-WORK-ID " not recorded"
               END-IF
           END-IF
           IF WS-HOLD-MATCH > ZERO
               MOVE WS-WORK-ID     TO WS-HLD-ACCT-ID(WS-HOLD-MATCH)
               MOVE WS-HOLDER-ID   TO WS-HLD-CUST-ID(WS-HOLD-MATCH)
               MOVE DTS-RUN-DATE   TO WS-HLD-LINK-DATE(WS-HOLD-MATCH)
               MOVE WS-OPERATOR-ID TO WS-HLD-OPER(WS-HOLD-MATCH)
           END-IF.

       6800-FIND-HOLDER-LINK.
           MOVE ZERO TO WS-HOLD-MATCH
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                   UNTIL WS-HOLD-IDX > WS-HOLDER-COUNT
               IF WS-HLD-ACCT-ID(WS-HOLD-IDX) = WS-WORK-ID
                   MOVE WS-HOLD-IDX TO WS-HOLD-MATCH
               END-IF
           END-PERFORM.

       6900-DROP-HOLDER-LINK.
           PERFORM 6800-FIND-HOLDER-LINK
           IF WS-HOLD-MATCH > ZERO
               PERFORM VARYING WS-HOLD-IDX FROM WS-HOLD-MATCH BY 1
                       UNTIL WS-HOLD-IDX >= WS-HOLDER-COUNT
                   MOVE WS-HOLD-ENTRY(WS-HOLD-IDX + 1)
                       TO WS-HOLD-ENTRY(WS-HOLD-IDX)
               END-PERFORM
               SUBTRACT 1 FROM WS-HOLDER-COUNT
           END-IF.

       6000-FIND-ACCOUNT.
           MOVE ZERO TO WS-MATCH-IDX
           PERFORM VARYING WS-IDX FROM 1 BY 1
      *> before the live file is rewritten, the same
      *> history-before-save order CutoffMaint's 4000-LOG-HISTORY
      *> keeps.
           CALL "BusinessDate" USING DATE-TIME-STAMP
           OPEN EXTEND HISTFILE
           IF WS-HIST-STATUS NOT = "00"
               OPEN OUTPUT HISTFILE
           END-PERFORM
           CLOSE ACCTFILE
           DISPLAY "ledger_accounts.txt saved -- " WS-ACCOUNT-COUNT
                   " account(s), " WS-CHANGE-COUNT " change(s)."
           PERFORM 9100-SAVE-HOLDERS.

       9100-SAVE-HOLDERS.
           OPEN OUTPUT HOLDFILE
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                   UNTIL WS-HOLD-IDX > WS-HOLDER-COUNT
               MOVE SPACES TO HOLD-RECORD
               MOVE WS-HLD-ACCT-ID(WS-HOLD-IDX)   TO HLD-ACCT-ID
               MOVE WS-HLD-CUST-ID(WS-HOLD-IDX)   TO HLD-CUST-ID
               MOVE WS-HLD-LINK-DATE(WS-HOLD-IDX) TO HLD-LINK-DATE
               MOVE WS-HLD-OPER(WS-HOLD-IDX)      TO HLD-OPER
               WRITE HOLD-RECORD
           END-PERFORM
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                   UNTIL WS-HOLD-IDX > WS-BAD-HOLD-COUNT
               MOVE WS-BAD-HOLD-LINE(WS-HOLD-IDX) TO HOLD-RECORD
               WRITE HOLD-RECORD
           END-PERFORM
           CLOSE HOLDFILE
           DISPLAY "ledger_acct_holders.txt saved -- "
                   WS-HOLDER-COUNT " link(s).".

       9800-ACQUIRE-RUN-LOCK.
           MOVE "ACQ" TO RL-FUNCTION

      *> ledger-review.cob - HOPPER Example 2l: Ledger Review Hold
      *> Ledger screens the day's fresh customer activity against
      *> the ledger_screen.txt thresholds before it posts anything,
      *> and a transaction that trips one is held in
      *> ledger_review_hold.txt instead of posting. This console is
      *> where a supervisor works that queue, behind a tier S
      *> sign-on through the shared OperatorAuth subprogram and
      *> under the LEDGER resource lock, so a decision can never land
      *> in the middle of a posting run that is rewriting the queue.
      *> R) releases the held item: Ledger's next run posts it
      *> without screening it again. X) rejects it for good. Every
      *> decision goes to the shared audit trail. Settled items
      *> older than the ledger_retention.txt window are dropped when
      *> the queue is saved -- their decisions are already on the
      *> audit trail, and Ledger's rerun check looks no further back
      *> than that window. L) lists what is still held.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LedgerReview.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RVHFILE ASSIGN TO "ledger_review_hold.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RVH-STATUS.
           SELECT RETFILE ASSIGN TO "ledger_retention.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> RVH-STATE: H held for review, L released by a supervisor,
      *> P released item passed to a posting run, X rejected.
      *> RVH-REASON: CNT day count, TOT day total, AMT single-amount
      *> ceiling, DEV deviation from the account's average.
           FD RVHFILE.
           01 RVH-RECORD.
               05 RVH-ITEM.
                   10 RVH-ACCT-ID  PIC 9(5).
                   10 RVH-AMOUNT   PIC S9(7)V99
                       SIGN IS TRAILING SEPARATE.
                   10 RVH-DATE     PIC 9(8).
                   10 RVH-TYPE     PIC X(2).
                   10 RVH-REF      PIC 9(6).
                   10 RVH-TO-ACCT  PIC 9(5).
               05 FILLER         PIC X.
               05 RVH-STATE      PIC X.
               05 FILLER         PIC X.
               05 RVH-REASON     PIC X(3).
               05 FILLER         PIC X.
               05 RVH-HELD-DATE  PIC 9(8).
               05 FILLER         PIC X.
               05 RVH-DISP-OPER  PIC X(8).
               05 FILLER         PIC X.
               05 RVH-DISP-DATE  PIC 9(8).

           FD RETFILE.
           01 RET-RECORD.
               05 RET-DAYS PIC 9(3).

       WORKING-STORAGE SECTION.
           01 WS-RVH-STATUS   PIC XX VALUE SPACES.
           01 WS-RET-STATUS   PIC XX VALUE SPACES.
           01 WS-EOF          PIC X  VALUE "N".
               88 END-OF-FILE VALUE "Y".

      *> The review-hold queue, loaded whole for disposition. The
      *> table is as deep as Ledger's rerun check, so anything
      *> Ledger can still see is carried through a save.
           01 WS-MAX-HELD     PIC 9(4) VALUE 2000.
           01 WS-HELD-COUNT   PIC 9(4) VALUE ZERO.
           01 WS-QUEUE.
               05 WS-RVH-ENTRY OCCURS 2000 TIMES.
                   10 WS-RVH-ITEM      PIC X(36).
                   10 WS-RVH-STATE     PIC X.
                       88 WS-RVH-HELD VALUE "H".
                   10 WS-RVH-REASON    PIC X(3).
                   10 WS-RVH-HELD-DATE PIC 9(8).
                   10 WS-RVH-DISP-OPER PIC X(8).
                   10 WS-RVH-DISP-DATE PIC 9(8).
           01 WS-RVH-IDX      PIC 9(4) VALUE ZERO.
           01 WS-RVH-OPEN     PIC 9(4) VALUE ZERO.
           01 WS-RVH-DROPPED  PIC 9(4) VALUE ZERO.
           01 WS-RVH-OVERFLOW PIC X VALUE "N".
               88 QUEUE-TABLE-OVERFLOWED VALUE "Y".
           01 WS-RVH-DIRTY    PIC X VALUE "N".
               88 QUEUE-CHANGED VALUE "Y".
           01 WS-STOP-WALK    PIC X VALUE "N".
               88 STOP-QUEUE-WALK VALUE "Y".
      *> One queued item pulled apart for display.
           01 WS-HELD-ITEM.
               05 WS-HELD-ACCT-ID PIC 9(5).
               05 WS-HELD-AMOUNT  PIC S9(7)V99
                   SIGN IS TRAILING SEPARATE.
               05 WS-HELD-DATE    PIC 9(8).
               05 WS-HELD-TYPE    PIC X(2).
               05 WS-HELD-REF     PIC 9(6).
               05 WS-HELD-TO-ACCT PIC 9(5).
           01 WS-HELD-AMT-ED  PIC +9(7).99 VALUE ZERO.
           01 WS-REASON-TEXT  PIC X(30) VALUE SPACES.
           01 WS-RETENTION-DAYS  PIC 9(3) VALUE 90.
           01 WS-CUTOFF-INT      PIC 9(8) VALUE ZERO.
           01 WS-CUTOFF-DATE     PIC 9(8) VALUE ZERO.

           01 WS-OPERATOR-ID   PIC X(8) VALUE "SYSTEM".
           01 WS-OPERATOR-PIN  PIC X(4) VALUE SPACES.
           01 WS-OP-AUTHORIZED PIC X    VALUE "N".
               88 OPERATOR-AUTHORIZED VALUE "Y".
           COPY OPERCTL.
           COPY DATESTAMP.
           COPY AUDCTL.

           01 WS-CHOICE    PIC X VALUE SPACE.
           01 WS-CONTINUE  PIC X VALUE "Y".
               88 KEEP-GOING VALUE "Y" "y".
           01 WS-ACTION-COUNT PIC 9(6) VALUE ZERO.
           COPY JOBCTL.
           COPY RUNLKCTL.

       PROCEDURE DIVISION.
       0000-MAIN.
      *> LEDGER is the resource lock for the ledger files -- Ledger
      *> rewrites ledger_review_hold.txt on every run. Refused here
      *> before any file is touched (see RunLock /
      *> hopper_runlocks.txt).
           PERFORM 9800-ACQUIRE-RUN-LOCK
           IF NOT RL-IS-GRANTED
               DISPLAY "! Run refused -- LEDGER"
                       " lock held by " RL-HELD-BY
                       " since " RL-HELD-DATE "-" RL-HELD-TIME
               MOVE 12 TO RETURN-CODE
               MOVE "LEDGERREVIEW" TO JOB-PROGRAM-NAME
               MOVE RETURN-CODE TO JOB-RETURN-CODE
               MOVE ZERO TO JOB-RECORD-COUNT
               MOVE 1 TO JOB-ERROR-COUNT
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
           CALL "BusinessDate" USING DATE-TIME-STAMP
           PERFORM 0200-LOAD-REVIEW-QUEUE
           IF QUEUE-TABLE-OVERFLOWED
               DISPLAY "  ! ledger_review_hold.txt holds more than "
                       "the " WS-MAX-HELD "-item session table -- "
                       "rewriting it from a truncated table would "
                       "lose the rest, so no review can be done"
               MOVE 12 TO RETURN-CODE
               MOVE "LEDGERREVIEW" TO JOB-PROGRAM-NAME
               MOVE RETURN-CODE TO JOB-RETURN-CODE
               MOVE WS-HELD-COUNT TO JOB-RECORD-COUNT
               MOVE 1 TO JOB-ERROR-COUNT
               PERFORM 9900-RELEASE-RUN-LOCK
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
           PERFORM 1050-SIGN-ON
           IF NOT OPERATOR-AUTHORIZED
               DISPLAY "  ! Sign-on denied for operator '"
                       WS-OPERATOR-ID "' -- no review work done"
               MOVE 12 TO RETURN-CODE
               MOVE "LEDGERREVIEW" TO JOB-PROGRAM-NAME
               MOVE RETURN-CODE TO JOB-RETURN-CODE
               MOVE ZERO TO JOB-RECORD-COUNT
               MOVE 1 TO JOB-ERROR-COUNT
               PERFORM 9900-RELEASE-RUN-LOCK
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
           DISPLAY "--- Ledger Review Hold (" WS-RVH-OPEN
                   " item(s) held for review) ---"
           PERFORM UNTIL NOT KEEP-GOING
               PERFORM 1000-SHOW-MENU-AND-DISPATCH
           END-PERFORM
           IF QUEUE-CHANGED
               PERFORM 9100-SAVE-REVIEW-QUEUE
           END-IF
           MOVE ZERO TO RETURN-CODE
           MOVE "LEDGERREVIEW" TO JOB-PROGRAM-NAME
           MOVE RETURN-CODE TO JOB-RETURN-CODE
           MOVE WS-ACTION-COUNT TO JOB-RECORD-COUNT
           MOVE ZERO TO JOB-ERROR-COUNT
           PERFORM 9900-RELEASE-RUN-LOCK
           CALL "JobLog" USING JOB-LOG-BLOCK
           GOBACK.

       0200-LOAD-REVIEW-QUEUE.
      *> Default 90 days when the control file is absent or bad --
      *> the same window Ledger loads its journal table for.
           OPEN INPUT RETFILE
           IF WS-RET-STATUS = "00"
               READ RETFILE
                   NOT AT END
                       IF RET-DAYS NUMERIC AND RET-DAYS > ZERO
                           MOVE RET-DAYS TO WS-RETENTION-DAYS
                       END-IF
               END-READ
               CLOSE RETFILE
           END-IF
           COMPUTE WS-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE(DTS-RUN-DATE)
               - WS-RETENTION-DAYS
           COMPUTE WS-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
           MOVE ZERO TO WS-HELD-COUNT
           OPEN INPUT RVHFILE
           IF WS-RVH-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ RVHFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM 0250-ADD-HELD-ITEM
                   END-READ
               END-PERFORM
               CLOSE RVHFILE
           END-IF.

       0250-ADD-HELD-ITEM.
      *> A released item Ledger has not yet picked up (L) is not
      *> settled -- it stays however old it is.
           IF RVH-STATE NOT = "H" AND RVH-STATE NOT = "L"
                   AND (RVH-HELD-DATE NOT NUMERIC
                        OR RVH-HELD-DATE < WS-CUTOFF-DATE)
               ADD 1 TO WS-RVH-DROPPED
               SET QUEUE-CHANGED TO TRUE
           ELSE
               IF WS-HELD-COUNT < WS-MAX-HELD
                   ADD 1 TO WS-HELD-COUNT
                   MOVE RVH-ITEM TO WS-RVH-ITEM(WS-HELD-COUNT)
                   MOVE RVH-STATE TO WS-RVH-STATE(WS-HELD-COUNT)
                   MOVE RVH-REASON TO WS-RVH-REASON(WS-HELD-COUNT)
                   MOVE RVH-HELD-DATE
                       TO WS-RVH-HELD-DATE(WS-HELD-COUNT)
                   MOVE RVH-DISP-OPER
                       TO WS-RVH-DISP-OPER(WS-HELD-COUNT)
                   MOVE RVH-DISP-DATE
                       TO WS-RVH-DISP-DATE(WS-HELD-COUNT)
                   IF RVH-STATE = "H"
                       ADD 1 TO WS-RVH-OPEN
                   END-IF
               ELSE
                   SET QUEUE-TABLE-OVERFLOWED TO TRUE
               END-IF
           END-IF.

       1050-SIGN-ON.
           DISPLAY "Supervisor sign-on required for ledger review."
           DISPLAY "Enter operator id: " WITH NO ADVANCING
           ACCEPT WS-OPERATOR-ID FROM CONSOLE
           DISPLAY "Enter PIN: " WITH NO ADVANCING
           ACCEPT WS-OPERATOR-PIN FROM CONSOLE
           MOVE WS-OPERATOR-ID  TO OA-OPERATOR-ID
           MOVE WS-OPERATOR-PIN TO OA-PIN
           MOVE "S"             TO OA-REQUIRED-TIER
           CALL "OperatorAuth" USING OPERATOR-AUTH-BLOCK
           MOVE OA-AUTHORIZED TO WS-OP-AUTHORIZED
           IF OPERATOR-AUTHORIZED
               DISPLAY "  Sign-on accepted for operator '"
                       WS-OPERATOR-ID "'"
           END-IF.

       1000-SHOW-MENU-AND-DISPATCH.
           DISPLAY " "
           DISPLAY "R)eview held items  L)ist  Q)uit"
           DISPLAY "Choice: " WITH NO ADVANCING
           ACCEPT WS-CHOICE FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE
           EVALUATE WS-CHOICE
               WHEN "R" PERFORM 4000-REVIEW-HELD-ITEMS
               WHEN "L" PERFORM 5000-LIST-HELD-ITEMS
               WHEN "Q" MOVE "N" TO WS-CONTINUE
               WHEN OTHER DISPLAY "  ! Unrecognized choice"
           END-EVALUATE.

       4000-REVIEW-HELD-ITEMS.
           IF WS-RVH-OPEN = ZERO
               DISPLAY "No items held for review."
           ELSE
               MOVE "N" TO WS-STOP-WALK
               PERFORM VARYING WS-RVH-IDX FROM 1 BY 1
                       UNTIL WS-RVH-IDX > WS-HELD-COUNT
                       OR STOP-QUEUE-WALK
                   IF WS-RVH-HELD(WS-RVH-IDX)
                       PERFORM 4100-REVIEW-ONE-ITEM
                   END-IF
               END-PERFORM
               DISPLAY "Items still held for review: " WS-RVH-OPEN
           END-IF.

       4100-REVIEW-ONE-ITEM.
           PERFORM 4050-SHOW-HELD-ITEM
           DISPLAY "R)elease to post  X) reject  S)kip  Q)uit: "
                   WITH NO ADVANCING
           ACCEPT WS-CHOICE FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE
           EVALUATE WS-CHOICE
               WHEN "R"
                   MOVE "L" TO WS-RVH-STATE(WS-RVH-IDX)
                   PERFORM 4300-AUDIT-DECISION
                   DISPLAY "  Released -- posts on the next Ledger "
                           "run."
               WHEN "X"
                   MOVE "X" TO WS-RVH-STATE(WS-RVH-IDX)
                   PERFORM 4300-AUDIT-DECISION
                   DISPLAY "  Rejected -- it will not post."
               WHEN "Q"
                   MOVE "Y" TO WS-STOP-WALK
               WHEN OTHER
                   DISPLAY "  Left on hold."
           END-EVALUATE.

       4050-SHOW-HELD-ITEM.
           MOVE WS-RVH-ITEM(WS-RVH-IDX) TO WS-HELD-ITEM
           IF WS-HELD-AMOUNT NUMERIC
               MOVE WS-HELD-AMOUNT TO WS-HELD-AMT-ED
           ELSE
               MOVE ZERO TO WS-HELD-AMT-ED
           END-IF
           EVALUATE WS-RVH-REASON(WS-RVH-IDX)
               WHEN "AMT"
                   MOVE "over the single-amount ceiling"
                       TO WS-REASON-TEXT
               WHEN "DEV"
                   MOVE "far above the account average"
                       TO WS-REASON-TEXT
               WHEN "CNT"
                   MOVE "over the day's count limit"
                       TO WS-REASON-TEXT
               WHEN "TOT"
                   MOVE "over the day's total limit"
                       TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE WS-RVH-REASON(WS-RVH-IDX) TO WS-REASON-TEXT
           END-EVALUATE
           DISPLAY " "
           DISPLAY "Held " WS-RVH-HELD-DATE(WS-RVH-IDX)
                   ": acct " WS-HELD-ACCT-ID
                   " type " WS-HELD-TYPE
                   " amount " WS-HELD-AMT-ED
                   " dated " WS-HELD-DATE
           IF WS-HELD-TYPE = "TR"
               DISPLAY "  transfer to acct " WS-HELD-TO-ACCT
           END-IF
           DISPLAY "  reason: " WS-REASON-TEXT.

       4300-AUDIT-DECISION.
           MOVE WS-OPERATOR-ID TO WS-RVH-DISP-OPER(WS-RVH-IDX)
           MOVE DTS-RUN-DATE TO WS-RVH-DISP-DATE(WS-RVH-IDX)
           SET QUEUE-CHANGED TO TRUE
           SUBTRACT 1 FROM WS-RVH-OPEN
           ADD 1 TO WS-ACTION-COUNT
           MOVE SPACES TO AUD-DETAIL
           STRING "REVIEW-HOLD DECISION=" WS-CHOICE
                  " ACCT=" WS-HELD-ACCT-ID
                  " TYPE=" WS-HELD-TYPE
                  " AMOUNT=" WS-HELD-AMT-ED
                  " DATE=" WS-HELD-DATE
                  " REASON=" WS-RVH-REASON(WS-RVH-IDX)
                  " HELD=" WS-RVH-HELD-DATE(WS-RVH-IDX)
               DELIMITED BY SIZE INTO AUD-DETAIL
           PERFORM 8900-WRITE-AUDIT.

       5000-LIST-HELD-ITEMS.
           IF WS-RVH-OPEN = ZERO
               DISPLAY "No items held for review."
           ELSE
               PERFORM VARYING WS-RVH-IDX FROM 1 BY 1
                       UNTIL WS-RVH-IDX > WS-HELD-COUNT
                   IF WS-RVH-HELD(WS-RVH-IDX)
                       PERFORM 4050-SHOW-HELD-ITEM
                   END-IF
               END-PERFORM
           END-IF
           DISPLAY "  Items held for review: " WS-RVH-OPEN.

       8900-WRITE-AUDIT.
      *> AUD-DETAIL staged by the caller; the shared AuditLog writer
      *> stamps the date/time, cycle id, and hash chain.
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID
           MOVE "LEDGERREVIEW" TO AUD-PROGRAM-ID
           CALL "AuditLog" USING AUDIT-LOG-BLOCK.

       9100-SAVE-REVIEW-QUEUE.
           OPEN OUTPUT RVHFILE
           PERFORM VARYING WS-RVH-IDX FROM 1 BY 1
                   UNTIL WS-RVH-IDX > WS-HELD-COUNT
               MOVE SPACES TO RVH-RECORD
               MOVE WS-RVH-ITEM(WS-RVH-IDX)      TO RVH-ITEM
               MOVE WS-RVH-STATE(WS-RVH-IDX)     TO RVH-STATE
               MOVE WS-RVH-REASON(WS-RVH-IDX)    TO RVH-REASON
               MOVE WS-RVH-HELD-DATE(WS-RVH-IDX) TO RVH-HELD-DATE
               MOVE WS-RVH-DISP-OPER(WS-RVH-IDX) TO RVH-DISP-OPER
               MOVE WS-RVH-DISP-DATE(WS-RVH-IDX) TO RVH-DISP-DATE
               WRITE RVH-RECORD
           END-PERFORM
           CLOSE RVHFILE
           DISPLAY "ledger_review_hold.txt saved -- "
                   WS-HELD-COUNT " item(s), " WS-RVH-OPEN
                   " held for review.".

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

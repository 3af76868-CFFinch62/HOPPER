      *> ledger-period.cob - HOPPER Example 2k: Ledger Period Close
      *> Nothing stopped a back-dated LTRAN-DATE from posting into a
      *> business month finance had already reported. This console
      *> is where a month is closed, behind a tier S sign-on through
      *> the shared OperatorAuth subprogram and under the LEDGER
      *> resource lock, so a close can never land in the middle of
      *> a posting run.
      *> C) closes a month: it must be over (before the current
      *> month) and not already closed. Every account on
      *> ledger_accounts.txt gets a line appended to
      *> ledger_period_end.txt -- closing balance, credit limit, and
      *> the month's activity (entry count, credits, debits) from
      *> the posting journal by business date. The closing balance
      *> is the current balance less everything journaled with a
      *> later business date, so a close run a few days into the
      *> next month still states the month-end figure. Both inputs
      *> are SORTed on account id and walked as a matched pair, the
      *> same shape Ledger posts with, so there is no account
      *> ceiling. The month is then marked C on ledger_periods.txt
      *> and Ledger refuses anything dated inside it from then on --
      *> such a transaction is held in ledger_prior_period.txt
      *> instead of posting.
      *> P) works that prior-period queue one item at a time: D)
      *> re-dates the item to today and hands it back to Ledger
      *> through ledger_tran.txt, A) hands it back as dated (only
      *> once its month has been reopened), X) rejects it for good.
      *> Every decision goes to the shared audit trail.
      *> R) requests a reopen. Reopening a reported month is not one
      *> supervisor's call: the request enters
      *> hopper_pending_changes.txt as a PR entry and the month only
      *> reopens when a second, different supervisor approves it
      *> through ChangeApprove. L) lists the periods on file.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LedgerPeriod.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> One line per month ever closed; a reopened month keeps its
      *> line with status O so the file is its own history.
           SELECT PERFILE ASSIGN TO "ledger_periods.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PER-STATUS.
           SELECT PEFILE ASSIGN TO "ledger_period_end.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PE-STATUS.
           SELECT PPQFILE ASSIGN TO "ledger_prior_period.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PPQ-STATUS.
           SELECT TRANFILE ASSIGN TO "ledger_tran.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT PNDFILE ASSIGN TO "hopper_pending_changes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PND-STATUS.
           SELECT ACCTFILE ASSIGN TO "ledger_accounts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT JRNFILE ASSIGN TO "ledger_journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.
           SELECT RETFILE ASSIGN TO "ledger_retention.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-STATUS.
           SELECT PACCTFILE ASSIGN TO "ledger_period_acct.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PACCT-STATUS.
           SELECT PJRNFILE ASSIGN TO "ledger_period_jrn.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PJRN-STATUS.
           SELECT ACCTWORK ASSIGN TO "ledger_pacctwork.tmp".
           SELECT JRNWORK  ASSIGN TO "ledger_pjrnwork.tmp".

       DATA DIVISION.
       FILE SECTION.
      *> PER-STATUS: C closed, O reopened through ChangeApprove.
           FD PERFILE.
           01 PER-RECORD.
               05 PER-MONTH       PIC 9(6).
               05 FILLER          PIC X.
               05 PER-STATUS      PIC X.
               05 FILLER          PIC X.
               05 PER-CLOSED-BY   PIC X(8).
               05 FILLER          PIC X.
               05 PER-CLOSED-DATE PIC 9(8).
               05 FILLER          PIC X.
               05 PER-REOPEN-BY   PIC X(8).
               05 FILLER          PIC X.
               05 PER-REOPEN-DATE PIC 9(8).

      *> Appended to, one block per close; a month closed again
      *> after a reopen gets a fresh block, and the latest block for
      *> a month is the one that stands.
           FD PEFILE.
           01 PE-RECORD.
               05 PE-PERIOD      PIC 9(6).
               05 FILLER         PIC X.
               05 PE-ACCT-ID     PIC 9(5).
               05 FILLER         PIC X.
               05 PE-CLOSING-BAL PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
               05 FILLER         PIC X.
               05 PE-LIMIT       PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
               05 FILLER         PIC X.
               05 PE-ENTRY-COUNT PIC 9(5).
               05 FILLER         PIC X.
               05 PE-CREDITS     PIC 9(9)V99.
               05 FILLER         PIC X.
               05 PE-DEBITS      PIC 9(9)V99.
               05 FILLER         PIC X.
               05 PE-CLOSED-DATE PIC 9(8).

      *> The held transaction exactly as it arrived in
      *> ledger_tran.txt, so handing it back is a straight copy.
      *> PPQ-STATE: P pending, D re-dated and handed back, A handed
      *> back as dated, X rejected.
           FD PPQFILE.
           01 PPQ-RECORD.
               05 PPQ-TRAN       PIC X(38).
               05 FILLER         PIC X.
               05 PPQ-STATE      PIC X.
               05 FILLER         PIC X.
               05 PPQ-HELD-DATE  PIC 9(8).
               05 FILLER         PIC X.
               05 PPQ-DISP-OPER  PIC X(8).
               05 FILLER         PIC X.
               05 PPQ-DISP-DATE  PIC 9(8).

           FD TRANFILE.
           01 LTRAN-RECORD.
               05 LTRAN-ACCT-ID PIC 9(6).
               05 LTRAN-AMOUNT  PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
               05 LTRAN-DATE    PIC 9(8).
               05 LTRAN-TYPE    PIC X(2).
               05 LTRAN-REF-SERIAL PIC 9(6).
               05 LTRAN-TO-ACCT-ID PIC 9(6).

           FD PNDFILE.
           01 PND-RECORD.
               05 PND-TYPE     PIC X(2).
               05 FILLER       PIC X.
               05 PND-REQ-OPER PIC X(8).
               05 FILLER       PIC X.
               05 PND-DATE     PIC 9(8).
               05 FILLER       PIC X.
               05 PND-TIME     PIC 9(6).
               05 FILLER       PIC X.
               05 PND-STATUS   PIC X.
               05 FILLER       PIC X.
               05 PND-PAYLOAD  PIC X(40).

           FD ACCTFILE.
           01 ACCT-RECORD.
               05 ACCT-ID      PIC 9(5).
               05 ACCT-BALANCE PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
               05 ACCT-LIMIT   PIC S9(7)V99 SIGN IS TRAILING SEPARATE.

           FD JRNFILE.
           01 JRN-RECORD.
               05 JRN-SERIAL   PIC 9(6).
               05 FILLER       PIC X.
               05 JRN-ACCT-ID  PIC 9(5).
               05 FILLER       PIC X.
               05 JRN-AMOUNT   PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
               05 FILLER       PIC X.
               05 JRN-BUS-DATE PIC 9(8).
               05 FILLER       PIC X.
               05 JRN-TYPE     PIC X(2).
               05 FILLER       PIC X.
               05 JRN-RUN-DATE PIC 9(8).
               05 FILLER       PIC X.
               05 JRN-RUN-TIME PIC 9(6).
               05 FILLER       PIC X.
               05 JRN-LINK-SERIAL  PIC 9(6).
               05 FILLER       PIC X.
               05 JRN-COUNTER-ACCT PIC 9(5).

           FD RETFILE.
           01 RET-RECORD.
               05 RET-DAYS PIC 9(3).

           FD PACCTFILE.
           01 PA-RECORD.
               05 PA-ACCT-ID  PIC 9(5).
               05 PA-BALANCE  PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
               05 PA-LIMIT    PIC S9(7)V99 SIGN IS TRAILING SEPARATE.

           SD ACCTWORK.
           01 AW-RECORD.
               05 AW-ACCT-ID  PIC 9(5).
               05 AW-BALANCE  PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
               05 AW-LIMIT    PIC S9(7)V99 SIGN IS TRAILING SEPARATE.

           FD PJRNFILE.
           01 PJ-RECORD.
               05 PJ-ACCT-ID  PIC 9(5).
               05 PJ-AMOUNT   PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
               05 PJ-BUS-DATE PIC 9(8).

           SD JRNWORK.
           01 JW-RECORD.
               05 JW-ACCT-ID  PIC 9(5).
               05 JW-AMOUNT   PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
               05 JW-BUS-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
           01 WS-PER-STATUS   PIC XX VALUE SPACES.
           01 WS-PE-STATUS    PIC XX VALUE SPACES.
           01 WS-PPQ-STATUS   PIC XX VALUE SPACES.
           01 WS-TRAN-STATUS  PIC XX VALUE SPACES.
           01 WS-PND-STATUS   PIC XX VALUE SPACES.
           01 WS-ACCT-STATUS  PIC XX VALUE SPACES.
           01 WS-JRN-STATUS   PIC XX VALUE SPACES.
           01 WS-RET-STATUS   PIC XX VALUE SPACES.
           01 WS-PACCT-STATUS PIC XX VALUE SPACES.
           01 WS-PJRN-STATUS  PIC XX VALUE SPACES.
           01 WS-EOF          PIC X  VALUE "N".
               88 END-OF-FILE VALUE "Y".
           01 WS-PJ-EOF       PIC X  VALUE "N".
               88 PJ-END-OF-FILE VALUE "Y".

      *> The periods file, loaded whole and rewritten on a close. An
      *> overflowed load refuses the session -- a rewrite from a
      *> truncated table would reopen every month past the cap.
           01 WS-MAX-PERIODS  PIC 9(3) VALUE 240.
           01 WS-PERIOD-COUNT PIC 9(3) VALUE ZERO.
           01 WS-PERIODS.
               05 WS-PER-ENTRY OCCURS 240 TIMES.
                   10 WS-PER-MONTH       PIC 9(6).
                   10 WS-PER-STATE       PIC X.
                       88 WS-PER-CLOSED VALUE "C".
                   10 WS-PER-CLOSED-BY   PIC X(8).
                   10 WS-PER-CLOSED-DATE PIC 9(8).
                   10 WS-PER-REOPEN-BY   PIC X(8).
                   10 WS-PER-REOPEN-DATE PIC 9(8).
           01 WS-PER-IDX      PIC 9(3) VALUE ZERO.
           01 WS-PER-MATCH    PIC 9(3) VALUE ZERO.
           01 WS-PER-OVERFLOW PIC X VALUE "N".
               88 PERIODS-TABLE-OVERFLOWED VALUE "Y".

      *> The prior-period queue, loaded whole for disposition.
      *> Settled items older than the ledger_retention.txt window
      *> are dropped at the rewrite -- their decisions are already on
      *> the audit trail, and Ledger's re-queue check looks no
      *> further back than that window.
           01 WS-MAX-QUEUED   PIC 9(4) VALUE 1000.
           01 WS-QUEUED-COUNT PIC 9(4) VALUE ZERO.
           01 WS-QUEUE.
               05 WS-PPQ-ENTRY OCCURS 1000 TIMES.
                   10 WS-PPQ-TRAN      PIC X(38).
                   10 WS-PPQ-STATE     PIC X.
                       88 WS-PPQ-PENDING VALUE "P".
                   10 WS-PPQ-HELD-DATE PIC 9(8).
                   10 WS-PPQ-DISP-OPER PIC X(8).
                   10 WS-PPQ-DISP-DATE PIC 9(8).
           01 WS-PPQ-IDX      PIC 9(4) VALUE ZERO.
           01 WS-PPQ-OPEN     PIC 9(4) VALUE ZERO.
           01 WS-PPQ-DROPPED  PIC 9(4) VALUE ZERO.
           01 WS-PPQ-OVERFLOW PIC X VALUE "N".
               88 QUEUE-TABLE-OVERFLOWED VALUE "Y".
           01 WS-PPQ-DIRTY    PIC X VALUE "N".
               88 QUEUE-CHANGED VALUE "Y".
           01 WS-STOP-WALK    PIC X VALUE "N".
               88 STOP-QUEUE-WALK VALUE "Y".
      *> One queued item pulled apart for display and re-dating.
           01 WS-HELD-TRAN.
               05 WS-HELD-ACCT-ID PIC 9(6).
               05 WS-HELD-AMOUNT  PIC S9(7)V99
                   SIGN IS TRAILING SEPARATE.
               05 WS-HELD-DATE    PIC 9(8).
               05 WS-HELD-TYPE    PIC X(2).
               05 WS-HELD-REF     PIC 9(6).
               05 WS-HELD-TO-ACCT PIC X(6).
           01 WS-HELD-AMT-ED  PIC +9(7).99 VALUE ZERO.
           01 WS-RETENTION-DAYS  PIC 9(3) VALUE 90.
           01 WS-CUTOFF-INT      PIC 9(8) VALUE ZERO.
           01 WS-CUTOFF-DATE     PIC 9(8) VALUE ZERO.

      *> The month being worked, keyed as YYYYMM.
           01 WS-MONTH-X      PIC X(6) VALUE SPACES.
           01 WS-MONTH-N REDEFINES WS-MONTH-X PIC 9(6).
           01 WS-WORK-MONTH   PIC 9(6) VALUE ZERO.
           01 WS-WORK-MONTH-R REDEFINES WS-WORK-MONTH.
               05 WS-WORK-YEAR  PIC 9(4).
               05 WS-WORK-MM    PIC 9(2).
           01 WS-MONTH-OK     PIC X VALUE "N".
               88 MONTH-KEY-VALID VALUE "Y".
           01 WS-CURRENT-MONTH PIC 9(6) VALUE ZERO.
           01 WS-MONTH-START  PIC 9(8) VALUE ZERO.
           01 WS-MONTH-END    PIC 9(8) VALUE ZERO.
           01 WS-NEXT-START   PIC 9(8) VALUE ZERO.
           01 WS-NEXT-START-R REDEFINES WS-NEXT-START.
               05 WS-NEXT-YEAR  PIC 9(4).
               05 WS-NEXT-MM    PIC 9(2).
               05 WS-NEXT-DD    PIC 9(2).
           01 WS-DATE-INT     PIC 9(8) VALUE ZERO.

      *> Per-account figures for the account in hand during the
      *> period-end walk, and the run's control totals.
           01 WS-PE-ENTRIES   PIC 9(5) VALUE ZERO.
           01 WS-PE-CREDITS   PIC 9(9)V99 VALUE ZERO.
           01 WS-PE-DEBITS    PIC 9(9)V99 VALUE ZERO.
           01 WS-PE-LATER     PIC S9(9)V99 VALUE ZERO.
           01 WS-PE-CLOSING   PIC S9(9)V99 VALUE ZERO.
           01 WS-PE-ACCOUNTS  PIC 9(6) VALUE ZERO.
           01 WS-PE-BAD-ACCTS PIC 9(6) VALUE ZERO.
           01 WS-PE-TOTAL-BAL PIC S9(11)V99 VALUE ZERO.
           01 WS-PE-TOTAL-CR  PIC 9(11)V99 VALUE ZERO.
           01 WS-PE-TOTAL-DR  PIC 9(11)V99 VALUE ZERO.
           01 WS-PE-TOTAL-ED  PIC +9(11).99 VALUE ZERO.
           01 WS-PE-CR-ED     PIC 9(11).99 VALUE ZERO.
           01 WS-PE-DR-ED     PIC 9(11).99 VALUE ZERO.

           01 WS-REOPEN-REASON PIC X(20) VALUE SPACES.
           01 WS-ALREADY-QUEUED PIC X VALUE "N".
               88 REOPEN-ALREADY-QUEUED VALUE "Y".
           01 WS-PND-MONTH     PIC X(6) VALUE SPACES.

           01 WS-OPERATOR-ID   PIC X(8) VALUE "SYSTEM".
           01 WS-OPERATOR-PIN  PIC X(4) VALUE SPACES.
           01 WS-OP-AUTHORIZED PIC X    VALUE "N".
               88 OPERATOR-AUTHORIZED VALUE "Y".
           COPY OPERCTL.
           COPY DATESTAMP.
           COPY AUDCTL.

           01 WS-CHOICE    PIC X VALUE SPACE.
           01 WS-ANSWER    PIC X VALUE SPACE.
               88 ANSWER-YES VALUE "Y" "y".
           01 WS-CONTINUE  PIC X VALUE "Y".
               88 KEEP-GOING VALUE "Y" "y".
           01 WS-ACTION-COUNT PIC 9(6) VALUE ZERO.
           01 WS-DIRTY     PIC X VALUE "N".
               88 PERIODS-DIRTY VALUE "Y".
           COPY JOBCTL.
           COPY RUNLKCTL.

       PROCEDURE DIVISION.
       0000-MAIN.
      *> LEDGER is the resource lock for the ledger files -- a close
      *> must not read the accounts and journal while Ledger is
      *> rewriting them, and a disposition appends to the very
      *> ledger_tran.txt a posting run reads. Refused here before
      *> any file is touched (see RunLock / hopper_runlocks.txt).
           PERFORM 9800-ACQUIRE-RUN-LOCK
           IF NOT RL-IS-GRANTED
               DISPLAY "! Run refused -- LEDGER"
                       " lock held by " RL-HELD-BY
                       " since " RL-HELD-DATE "-" RL-HELD-TIME
               MOVE 12 TO RETURN-CODE
               MOVE "LEDGERPERIOD" TO JOB-PROGRAM-NAME
               MOVE RETURN-CODE TO JOB-RETURN-CODE
               MOVE ZERO TO JOB-RECORD-COUNT
               MOVE 1 TO JOB-ERROR-COUNT
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
           CALL "BusinessDate" USING DATE-TIME-STAMP
           MOVE DTS-RUN-DATE(1:6) TO WS-CURRENT-MONTH
           PERFORM 0100-LOAD-PERIODS
           IF PERIODS-TABLE-OVERFLOWED
               DISPLAY "  ! ledger_periods.txt holds more than the "
                       WS-MAX-PERIODS "-month session table -- "
                       "rewriting it from a truncated table would "
                       "lose the rest, so no period work can be done"
               MOVE 12 TO RETURN-CODE
               MOVE "LEDGERPERIOD" TO JOB-PROGRAM-NAME
               MOVE RETURN-CODE TO JOB-RETURN-CODE
               MOVE WS-PERIOD-COUNT TO JOB-RECORD-COUNT
               MOVE 1 TO JOB-ERROR-COUNT
               PERFORM 9900-RELEASE-RUN-LOCK
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
           PERFORM 0200-LOAD-PRIOR-QUEUE
           PERFORM 1050-SIGN-ON
           IF NOT OPERATOR-AUTHORIZED
               DISPLAY "  ! Sign-on denied for operator '"
                       WS-OPERATOR-ID "' -- no period work done"
               MOVE 12 TO RETURN-CODE
               MOVE "LEDGERPERIOD" TO JOB-PROGRAM-NAME
               MOVE RETURN-CODE TO JOB-RETURN-CODE
               MOVE ZERO TO JOB-RECORD-COUNT
               MOVE 1 TO JOB-ERROR-COUNT
               PERFORM 9900-RELEASE-RUN-LOCK
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
           DISPLAY "--- Ledger Period Close (" WS-PERIOD-COUNT
                   " period(s) on file, " WS-PPQ-OPEN
                   " prior-period item(s) awaiting disposition) ---"
           PERFORM UNTIL NOT KEEP-GOING
               PERFORM 1000-SHOW-MENU-AND-DISPATCH
           END-PERFORM
           IF QUEUE-CHANGED AND NOT QUEUE-TABLE-OVERFLOWED
               PERFORM 9100-SAVE-PRIOR-QUEUE
           END-IF
           MOVE ZERO TO RETURN-CODE
           MOVE "LEDGERPERIOD" TO JOB-PROGRAM-NAME
           MOVE RETURN-CODE TO JOB-RETURN-CODE
           MOVE WS-ACTION-COUNT TO JOB-RECORD-COUNT
           MOVE ZERO TO JOB-ERROR-COUNT
           PERFORM 9900-RELEASE-RUN-LOCK
           CALL "JobLog" USING JOB-LOG-BLOCK
           GOBACK.

       0100-LOAD-PERIODS.
      *> An absent file simply means no month has ever been closed.
           MOVE ZERO TO WS-PERIOD-COUNT
           OPEN INPUT PERFILE
           IF WS-PER-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ PERFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM 0150-ADD-PERIOD
                   END-READ
               END-PERFORM
               CLOSE PERFILE
           END-IF.

       0150-ADD-PERIOD.
           IF PER-MONTH NUMERIC
               IF WS-PERIOD-COUNT < WS-MAX-PERIODS
                   ADD 1 TO WS-PERIOD-COUNT
                   MOVE PER-MONTH TO WS-PER-MONTH(WS-PERIOD-COUNT)
                   MOVE PER-STATUS TO WS-PER-STATE(WS-PERIOD-COUNT)
                   MOVE PER-CLOSED-BY
                       TO WS-PER-CLOSED-BY(WS-PERIOD-COUNT)
                   MOVE PER-CLOSED-DATE
                       TO WS-PER-CLOSED-DATE(WS-PERIOD-COUNT)
                   MOVE PER-REOPEN-BY
                       TO WS-PER-REOPEN-BY(WS-PERIOD-COUNT)
                   MOVE PER-REOPEN-DATE
                       TO WS-PER-REOPEN-DATE(WS-PERIOD-COUNT)
               ELSE
                   SET PERIODS-TABLE-OVERFLOWED TO TRUE
               END-IF
           END-IF.

       0200-LOAD-PRIOR-QUEUE.
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
           MOVE ZERO TO WS-QUEUED-COUNT
           OPEN INPUT PPQFILE
           IF WS-PPQ-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ PPQFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM 0250-ADD-QUEUED-ITEM
                   END-READ
               END-PERFORM
               CLOSE PPQFILE
           END-IF.

       0250-ADD-QUEUED-ITEM.
           IF PPQ-STATE NOT = "P"
                   AND (PPQ-HELD-DATE NOT NUMERIC
                        OR PPQ-HELD-DATE < WS-CUTOFF-DATE)
               ADD 1 TO WS-PPQ-DROPPED
               SET QUEUE-CHANGED TO TRUE
           ELSE
               IF WS-QUEUED-COUNT < WS-MAX-QUEUED
                   ADD 1 TO WS-QUEUED-COUNT
                   MOVE PPQ-TRAN TO WS-PPQ-TRAN(WS-QUEUED-COUNT)
                   MOVE PPQ-STATE TO WS-PPQ-STATE(WS-QUEUED-COUNT)
                   MOVE PPQ-HELD-DATE
                       TO WS-PPQ-HELD-DATE(WS-QUEUED-COUNT)
                   MOVE PPQ-DISP-OPER
                       TO WS-PPQ-DISP-OPER(WS-QUEUED-COUNT)
                   MOVE PPQ-DISP-DATE
                       TO WS-PPQ-DISP-DATE(WS-QUEUED-COUNT)
                   IF PPQ-STATE = "P"
                       ADD 1 TO WS-PPQ-OPEN
                   END-IF
               ELSE
                   SET QUEUE-TABLE-OVERFLOWED TO TRUE
               END-IF
           END-IF.

       1050-SIGN-ON.
           DISPLAY "Supervisor sign-on required for ledger period "
                   "close."
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
           DISPLAY "C)lose month  R)eopen request  P)rior-period queue"
                   "  L)ist  Q)uit"
           DISPLAY "Choice: " WITH NO ADVANCING
           ACCEPT WS-CHOICE FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE
           EVALUATE WS-CHOICE
               WHEN "C" PERFORM 2000-CLOSE-PERIOD
               WHEN "R" PERFORM 3000-REQUEST-REOPEN
               WHEN "P" PERFORM 4000-DISPOSE-PRIOR-QUEUE
               WHEN "L" PERFORM 5000-LIST-PERIODS
               WHEN "Q" MOVE "N" TO WS-CONTINUE
               WHEN OTHER DISPLAY "  ! Unrecognized choice"
           END-EVALUATE.

       2000-CLOSE-PERIOD.
           DISPLAY "Month to close (YYYYMM): " WITH NO ADVANCING
           PERFORM 2050-ACCEPT-MONTH
           EVALUATE TRUE
               WHEN NOT MONTH-KEY-VALID
                   DISPLAY "  ! '" WS-MONTH-X "' is not a valid "
                           "YYYYMM month"
               WHEN WS-WORK-MONTH NOT < WS-CURRENT-MONTH
                   DISPLAY "  ! " WS-WORK-MONTH " is not over yet "
                           "-- only a past month can be closed"
               WHEN WS-PER-MATCH > ZERO
                       AND WS-PER-CLOSED(WS-PER-MATCH)
                   DISPLAY "  ! " WS-WORK-MONTH " is already closed"
               WHEN WS-PER-MATCH = ZERO
                       AND WS-PERIOD-COUNT >= WS-MAX-PERIODS
                   DISPLAY "  ! Periods table full -- cannot close"
               WHEN OTHER
                   PERFORM 2100-BOUND-MONTH
                   DISPLAY "Close " WS-WORK-MONTH " ("
                           WS-MONTH-START " to " WS-MONTH-END
                           ")? Y/N: " WITH NO ADVANCING
                   ACCEPT WS-ANSWER FROM CONSOLE
                   IF ANSWER-YES
                       PERFORM 2150-RUN-CLOSE
                   ELSE
                       DISPLAY "  Close abandoned -- nothing "
                               "written."
                   END-IF
           END-EVALUATE.

       2050-ACCEPT-MONTH.
      *> Leaves WS-WORK-MONTH set and WS-PER-MATCH pointing at the
      *> month's line on file (zero when it has none).
           MOVE "N" TO WS-MONTH-OK
           MOVE ZERO TO WS-WORK-MONTH
           MOVE ZERO TO WS-PER-MATCH
           ACCEPT WS-MONTH-X FROM CONSOLE
           IF WS-MONTH-X NUMERIC
               MOVE WS-MONTH-N TO WS-WORK-MONTH
               IF WS-WORK-MM >= 1 AND WS-WORK-MM <= 12
                       AND WS-WORK-YEAR >= 1601
                   MOVE "Y" TO WS-MONTH-OK
                   PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                           UNTIL WS-PER-IDX > WS-PERIOD-COUNT
                       IF WS-PER-MONTH(WS-PER-IDX) = WS-WORK-MONTH
                           MOVE WS-PER-IDX TO WS-PER-MATCH
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       2100-BOUND-MONTH.
      *> First and last business date of WS-WORK-MONTH; the last is
      *> the day before the first of the month that follows.
           COMPUTE WS-MONTH-START = WS-WORK-MONTH * 100 + 1
           MOVE WS-WORK-YEAR TO WS-NEXT-YEAR
           MOVE WS-WORK-MM   TO WS-NEXT-MM
           MOVE 1            TO WS-NEXT-DD
           IF WS-NEXT-MM = 12
               ADD 1 TO WS-NEXT-YEAR
               MOVE 1 TO WS-NEXT-MM
           ELSE
               ADD 1 TO WS-NEXT-MM
           END-IF
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-START) - 1
           COMPUTE WS-MONTH-END =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT).

       2150-RUN-CLOSE.
           MOVE ZERO TO WS-PE-ACCOUNTS
           MOVE ZERO TO WS-PE-BAD-ACCTS
           MOVE ZERO TO WS-PE-TOTAL-BAL
           MOVE ZERO TO WS-PE-TOTAL-CR
           MOVE ZERO TO WS-PE-TOTAL-DR
      *> Journal entries from the first of the month on, account
      *> order: the month's own entries feed the activity totals,
      *> later ones are backed out of the current balance.
           SORT JRNWORK ON ASCENDING KEY JW-ACCT-ID
               INPUT PROCEDURE IS 2200-RELEASE-JOURNAL
               GIVING PJRNFILE
           SORT ACCTWORK ON ASCENDING KEY AW-ACCT-ID
               INPUT PROCEDURE IS 2300-RELEASE-ACCOUNTS
               GIVING PACCTFILE
           PERFORM 2400-WRITE-PERIOD-END
           PERFORM 2500-MARK-CLOSED
           PERFORM 9000-SAVE-PERIODS
           ADD 1 TO WS-ACTION-COUNT
           MOVE SPACES TO AUD-DETAIL
           MOVE WS-PE-ACCOUNTS TO JOB-RECORD-COUNT
           STRING "PERIOD-CLOSE MONTH=" WS-WORK-MONTH
                  " ACCOUNTS=" JOB-RECORD-COUNT
               DELIMITED BY SIZE INTO AUD-DETAIL
           PERFORM 8900-WRITE-AUDIT
           MOVE WS-PE-TOTAL-BAL TO WS-PE-TOTAL-ED
           MOVE WS-PE-TOTAL-CR  TO WS-PE-CR-ED
           MOVE WS-PE-TOTAL-DR  TO WS-PE-DR-ED
           DISPLAY "Month " WS-WORK-MONTH " closed by "
                   WS-OPERATOR-ID ". Accounts written: "
                   WS-PE-ACCOUNTS
           DISPLAY "  Closing balances " WS-PE-TOTAL-ED
                   " credits " WS-PE-CR-ED
                   " debits " WS-PE-DR-ED
           IF WS-PE-BAD-ACCTS > ZERO
               DISPLAY "  ! " WS-PE-BAD-ACCTS " account line(s) "
                       "with a non-numeric id were left out"
           END-IF.

       2200-RELEASE-JOURNAL.
      *> An absent journal means nothing has ever posted; every
      *> account then closes at its current balance with no
      *> activity.
           OPEN INPUT JRNFILE
           IF WS-JRN-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ JRNFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM 2250-RELEASE-ONE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE JRNFILE
           END-IF.

       2250-RELEASE-ONE-ENTRY.
           IF JRN-ACCT-ID NUMERIC AND JRN-AMOUNT NUMERIC
                   AND JRN-BUS-DATE NUMERIC
                   AND JRN-BUS-DATE NOT < WS-MONTH-START
               MOVE JRN-ACCT-ID  TO JW-ACCT-ID
               MOVE JRN-AMOUNT   TO JW-AMOUNT
               MOVE JRN-BUS-DATE TO JW-BUS-DATE
               RELEASE JW-RECORD
           END-IF.

       2300-RELEASE-ACCOUNTS.
           OPEN INPUT ACCTFILE
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "  ! Cannot open ledger_accounts.txt status "
                       WS-ACCT-STATUS " -- no accounts closed"
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ ACCTFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF ACCT-ID NUMERIC
                               MOVE ACCT-RECORD TO AW-RECORD
                               RELEASE AW-RECORD
                           ELSE
                               ADD 1 TO WS-PE-BAD-ACCTS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCTFILE
           END-IF.

       2400-WRITE-PERIOD-END.
      *> Matched-pair walk. Journal entries for an account no longer
      *> on file (closed since) are passed over.
           OPEN INPUT PACCTFILE
           OPEN INPUT PJRNFILE
           OPEN EXTEND PEFILE
           IF WS-PE-STATUS NOT = "00"
               OPEN OUTPUT PEFILE
           END-IF
           MOVE "N" TO WS-PJ-EOF
           PERFORM 2450-READ-NEXT-ENTRY
           MOVE "N" TO WS-EOF
           PERFORM UNTIL END-OF-FILE
               READ PACCTFILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM 2410-CLOSE-ONE-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE PACCTFILE
           CLOSE PJRNFILE
           CLOSE PEFILE.

       2410-CLOSE-ONE-ACCOUNT.
           MOVE ZERO TO WS-PE-ENTRIES
           MOVE ZERO TO WS-PE-CREDITS
           MOVE ZERO TO WS-PE-DEBITS
           MOVE ZERO TO WS-PE-LATER
           PERFORM UNTIL PJ-END-OF-FILE
                   OR PJ-ACCT-ID NOT < PA-ACCT-ID
               PERFORM 2450-READ-NEXT-ENTRY
           END-PERFORM
           PERFORM UNTIL PJ-END-OF-FILE
                   OR PJ-ACCT-ID NOT = PA-ACCT-ID
               IF PJ-BUS-DATE > WS-MONTH-END
                   ADD PJ-AMOUNT TO WS-PE-LATER
               ELSE
                   ADD 1 TO WS-PE-ENTRIES
                   IF PJ-AMOUNT < ZERO
                       SUBTRACT PJ-AMOUNT FROM WS-PE-DEBITS
                   ELSE
                       ADD PJ-AMOUNT TO WS-PE-CREDITS
                   END-IF
               END-IF
               PERFORM 2450-READ-NEXT-ENTRY
           END-PERFORM
           COMPUTE WS-PE-CLOSING = PA-BALANCE - WS-PE-LATER
           MOVE SPACES TO PE-RECORD
           MOVE WS-WORK-MONTH  TO PE-PERIOD
           MOVE PA-ACCT-ID     TO PE-ACCT-ID
           MOVE WS-PE-CLOSING  TO PE-CLOSING-BAL
           MOVE PA-LIMIT       TO PE-LIMIT
           MOVE WS-PE-ENTRIES  TO PE-ENTRY-COUNT
           MOVE WS-PE-CREDITS  TO PE-CREDITS
           MOVE WS-PE-DEBITS   TO PE-DEBITS
           MOVE DTS-RUN-DATE   TO PE-CLOSED-DATE
           WRITE PE-RECORD
           ADD 1 TO WS-PE-ACCOUNTS
           ADD WS-PE-CLOSING TO WS-PE-TOTAL-BAL
           ADD WS-PE-CREDITS TO WS-PE-TOTAL-CR
           ADD WS-PE-DEBITS  TO WS-PE-TOTAL-DR.

       2450-READ-NEXT-ENTRY.
           READ PJRNFILE
               AT END SET PJ-END-OF-FILE TO TRUE
           END-READ.

       2500-MARK-CLOSED.
           IF WS-PER-MATCH = ZERO
               ADD 1 TO WS-PERIOD-COUNT
               MOVE WS-PERIOD-COUNT TO WS-PER-MATCH
               MOVE WS-WORK-MONTH TO WS-PER-MONTH(WS-PER-MATCH)
               MOVE SPACES TO WS-PER-REOPEN-BY(WS-PER-MATCH)
               MOVE ZERO TO WS-PER-REOPEN-DATE(WS-PER-MATCH)
           END-IF
           MOVE "C" TO WS-PER-STATE(WS-PER-MATCH)
           MOVE WS-OPERATOR-ID TO WS-PER-CLOSED-BY(WS-PER-MATCH)
           MOVE DTS-RUN-DATE TO WS-PER-CLOSED-DATE(WS-PER-MATCH).

       3000-REQUEST-REOPEN.
           DISPLAY "Month to reopen (YYYYMM): " WITH NO ADVANCING
           PERFORM 2050-ACCEPT-MONTH
           IF NOT MONTH-KEY-VALID
               DISPLAY "  ! '" WS-MONTH-X "' is not a valid "
                       "YYYYMM month"
           ELSE
            IF WS-PER-MATCH = ZERO
               DISPLAY "  ! " WS-WORK-MONTH " is not closed"
            ELSE
             IF NOT WS-PER-CLOSED(WS-PER-MATCH)
               DISPLAY "  ! " WS-WORK-MONTH " is not closed"
             ELSE
               PERFORM 3100-CHECK-ALREADY-QUEUED
               IF REOPEN-ALREADY-QUEUED
                   DISPLAY "  ! A reopen of " WS-WORK-MONTH
                           " is already awaiting approval"
               ELSE
                   DISPLAY "Reason (up to 20 characters): "
                       WITH NO ADVANCING
                   ACCEPT WS-REOPEN-REASON FROM CONSOLE
                   IF WS-REOPEN-REASON = SPACES
                       DISPLAY "  ! A reopen needs a reason -- "
                               "nothing queued"
                   ELSE
      *> Dual control: the month only reopens when a second,
      *> different supervisor approves the entry in ChangeApprove.
                       PERFORM 3200-QUEUE-REOPEN
                       ADD 1 TO WS-ACTION-COUNT
                       MOVE SPACES TO AUD-DETAIL
                       STRING "PERIOD-REOPEN-REQUESTED MONTH="
                              WS-WORK-MONTH
                              " REASON="
                              FUNCTION TRIM(WS-REOPEN-REASON)
                           DELIMITED BY SIZE INTO AUD-DETAIL
                       PERFORM 8900-WRITE-AUDIT
                       DISPLAY "Reopen of " WS-WORK-MONTH
                               " queued by operator '"
                               WS-OPERATOR-ID "' -- takes effect "
                               "only on a second supervisor's "
                               "approval."
                   END-IF
               END-IF
             END-IF
            END-IF
           END-IF.

       3100-CHECK-ALREADY-QUEUED.
           MOVE "N" TO WS-ALREADY-QUEUED
           OPEN INPUT PNDFILE
           IF WS-PND-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ PNDFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE PND-PAYLOAD(1:6) TO WS-PND-MONTH
                           IF PND-TYPE = "PR" AND PND-STATUS = "P"
                                   AND WS-PND-MONTH = WS-MONTH-X
                               MOVE "Y" TO WS-ALREADY-QUEUED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PNDFILE
           END-IF.

       3200-QUEUE-REOPEN.
           CALL "BusinessDate" USING DATE-TIME-STAMP
           OPEN EXTEND PNDFILE
           IF WS-PND-STATUS NOT = "00"
               OPEN OUTPUT PNDFILE
           END-IF
           MOVE SPACES TO PND-RECORD
           MOVE "PR" TO PND-TYPE
           MOVE WS-OPERATOR-ID TO PND-REQ-OPER
           MOVE DTS-RUN-DATE TO PND-DATE
           MOVE DTS-RUN-TIME TO PND-TIME
           MOVE "P" TO PND-STATUS
           MOVE SPACES TO PND-PAYLOAD
           STRING WS-WORK-MONTH " " WS-REOPEN-REASON
               DELIMITED BY SIZE INTO PND-PAYLOAD
           WRITE PND-RECORD
           CLOSE PNDFILE.

       4000-DISPOSE-PRIOR-QUEUE.
           IF QUEUE-TABLE-OVERFLOWED
               DISPLAY "  ! ledger_prior_period.txt holds more than "
                       "the " WS-MAX-QUEUED "-item session table -- "
                       "no disposition until the cap is raised"
           ELSE
            IF WS-PPQ-OPEN = ZERO
               DISPLAY "No prior-period items awaiting disposition."
            ELSE
               MOVE "N" TO WS-STOP-WALK
               PERFORM VARYING WS-PPQ-IDX FROM 1 BY 1
                       UNTIL WS-PPQ-IDX > WS-QUEUED-COUNT
                       OR STOP-QUEUE-WALK
                   IF WS-PPQ-PENDING(WS-PPQ-IDX)
                       PERFORM 4100-DISPOSE-ONE-ITEM
                   END-IF
               END-PERFORM
               DISPLAY "Prior-period items still awaiting "
                       "disposition: " WS-PPQ-OPEN
            END-IF
           END-IF.

       4100-DISPOSE-ONE-ITEM.
           MOVE WS-PPQ-TRAN(WS-PPQ-IDX) TO WS-HELD-TRAN
           IF WS-HELD-AMOUNT NUMERIC
               MOVE WS-HELD-AMOUNT TO WS-HELD-AMT-ED
           ELSE
               MOVE ZERO TO WS-HELD-AMT-ED
           END-IF
      *> Whether the item's month is still closed decides whether it
      *> may go back as dated.
           MOVE ZERO TO WS-PER-MATCH
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                   UNTIL WS-PER-IDX > WS-PERIOD-COUNT
               IF WS-PER-MONTH(WS-PER-IDX) = WS-HELD-DATE(1:6)
                       AND WS-PER-CLOSED(WS-PER-IDX)
                   MOVE WS-PER-IDX TO WS-PER-MATCH
               END-IF
           END-PERFORM
           DISPLAY " "
           DISPLAY "Held " WS-PPQ-HELD-DATE(WS-PPQ-IDX)
                   ": acct " WS-HELD-ACCT-ID
                   " type " WS-HELD-TYPE
                   " amount " WS-HELD-AMT-ED
                   " dated " WS-HELD-DATE
           IF WS-HELD-TYPE = "TR"
               DISPLAY "  transfer to acct " WS-HELD-TO-ACCT
           END-IF
           IF WS-PER-MATCH > ZERO
               DISPLAY "  month " WS-HELD-DATE(1:6) " is closed"
           ELSE
               DISPLAY "  month " WS-HELD-DATE(1:6) " is open again"
           END-IF
           DISPLAY "D)ate to today  A)s dated  X) reject  S)kip  "
                   "Q)uit: " WITH NO ADVANCING
           ACCEPT WS-CHOICE FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE
           EVALUATE WS-CHOICE
               WHEN "D"
                   MOVE DTS-RUN-DATE TO WS-HELD-DATE
                   PERFORM 4200-HAND-BACK-ITEM
               WHEN "A"
                   IF WS-PER-MATCH > ZERO
                       DISPLAY "  ! Its month is still closed -- "
                               "reopen it first or re-date it"
                   ELSE
                       PERFORM 4200-HAND-BACK-ITEM
                   END-IF
               WHEN "X"
                   MOVE "X" TO WS-PPQ-STATE(WS-PPQ-IDX)
                   PERFORM 4300-AUDIT-DISPOSITION
                   DISPLAY "  Rejected -- it will not post."
               WHEN "Q"
                   MOVE "Y" TO WS-STOP-WALK
               WHEN OTHER
                   DISPLAY "  Left in the queue."
           END-EVALUATE.

       4200-HAND-BACK-ITEM.
      *> The item rejoins ledger_tran.txt and posts (or is judged
      *> afresh) on Ledger's next run. WS-CHOICE says which way.
           OPEN EXTEND TRANFILE
           IF WS-TRAN-STATUS NOT = "00"
               OPEN OUTPUT TRANFILE
           END-IF
           MOVE WS-HELD-TRAN TO LTRAN-RECORD
           WRITE LTRAN-RECORD
           CLOSE TRANFILE
           MOVE WS-CHOICE TO WS-PPQ-STATE(WS-PPQ-IDX)
           PERFORM 4300-AUDIT-DISPOSITION
           DISPLAY "  Handed back to ledger_tran.txt dated "
                   WS-HELD-DATE " -- posts on the next Ledger run.".

       4300-AUDIT-DISPOSITION.
           MOVE WS-OPERATOR-ID TO WS-PPQ-DISP-OPER(WS-PPQ-IDX)
           MOVE DTS-RUN-DATE TO WS-PPQ-DISP-DATE(WS-PPQ-IDX)
           SET QUEUE-CHANGED TO TRUE
           SUBTRACT 1 FROM WS-PPQ-OPEN
           ADD 1 TO WS-ACTION-COUNT
           MOVE SPACES TO AUD-DETAIL
           STRING "PRIOR-PERIOD DISPOSITION=" WS-CHOICE
                  " ACCT=" WS-HELD-ACCT-ID
                  " TYPE=" WS-HELD-TYPE
                  " AMOUNT=" WS-HELD-AMT-ED
                  " ORIGINAL-DATE=" WS-PPQ-TRAN(WS-PPQ-IDX)(17:8)
                  " NEW-DATE=" WS-HELD-DATE
               DELIMITED BY SIZE INTO AUD-DETAIL
           PERFORM 8900-WRITE-AUDIT.

       5000-LIST-PERIODS.
           IF WS-PERIOD-COUNT = ZERO
               DISPLAY "No months have been closed."
           ELSE
               DISPLAY "  MONTH  S CLOSED-BY CLOSED   REOPEN-BY "
                       "REOPENED"
               PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                       UNTIL WS-PER-IDX > WS-PERIOD-COUNT
                   DISPLAY "  " WS-PER-MONTH(WS-PER-IDX)
                           " " WS-PER-STATE(WS-PER-IDX)
                           " " WS-PER-CLOSED-BY(WS-PER-IDX)
                           "  " WS-PER-CLOSED-DATE(WS-PER-IDX)
                           " " WS-PER-REOPEN-BY(WS-PER-IDX)
                           "  " WS-PER-REOPEN-DATE(WS-PER-IDX)
               END-PERFORM
           END-IF
           DISPLAY "  Prior-period items awaiting disposition: "
                   WS-PPQ-OPEN.

       8900-WRITE-AUDIT.
      *> AUD-DETAIL staged by the caller; the shared AuditLog writer
      *> stamps the date/time, cycle id, and hash chain.
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID
           MOVE "LEDGERPERIOD" TO AUD-PROGRAM-ID
           CALL "AuditLog" USING AUDIT-LOG-BLOCK.

       9000-SAVE-PERIODS.
           OPEN OUTPUT PERFILE
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                   UNTIL WS-PER-IDX > WS-PERIOD-COUNT
               MOVE SPACES TO PER-RECORD
               MOVE WS-PER-MONTH(WS-PER-IDX)       TO PER-MONTH
               MOVE WS-PER-STATE(WS-PER-IDX)       TO PER-STATUS
               MOVE WS-PER-CLOSED-BY(WS-PER-IDX)   TO PER-CLOSED-BY
               MOVE WS-PER-CLOSED-DATE(WS-PER-IDX) TO PER-CLOSED-DATE
               MOVE WS-PER-REOPEN-BY(WS-PER-IDX)   TO PER-REOPEN-BY
               MOVE WS-PER-REOPEN-DATE(WS-PER-IDX) TO PER-REOPEN-DATE
               WRITE PER-RECORD
           END-PERFORM
           CLOSE PERFILE.

       9100-SAVE-PRIOR-QUEUE.
           OPEN OUTPUT PPQFILE
           PERFORM VARYING WS-PPQ-IDX FROM 1 BY 1
                   UNTIL WS-PPQ-IDX > WS-QUEUED-COUNT
               MOVE SPACES TO PPQ-RECORD
               MOVE WS-PPQ-TRAN(WS-PPQ-IDX)      TO PPQ-TRAN
               MOVE WS-PPQ-STATE(WS-PPQ-IDX)     TO PPQ-STATE
               MOVE WS-PPQ-HELD-DATE(WS-PPQ-IDX) TO PPQ-HELD-DATE
               MOVE WS-PPQ-DISP-OPER(WS-PPQ-IDX) TO PPQ-DISP-OPER
               MOVE WS-PPQ-DISP-DATE(WS-PPQ-IDX) TO PPQ-DISP-DATE
               WRITE PPQ-RECORD
           END-PERFORM
           CLOSE PPQFILE
           DISPLAY "ledger_prior_period.txt saved -- "
                   WS-QUEUED-COUNT " item(s), " WS-PPQ-OPEN
                   " awaiting disposition.".

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

      *> transactions, so each run re-attempts the whole queue in the
      *> one posting pass, posting entries whose account now exists
      *> and aging the rest, with the still-held count on the summary.
      *> A TR transfer names both accounts -- the from-account in the
      *> usual account field, the to-account after the reference
      *> serial -- and a positive amount to move. Transfers are not
      *> walked with the day's other transactions: the two legs sit
      *> on different accounts and must post together or not at
      *> all, which the one-account-in-hand walk cannot judge. They
      *> are settled first, in arrival order, against opening
      *> balances read once from the sorted accounts file: a
      *> transfer whose from- or to-account is not on file (never
      *> opened, or closed by AcctMaint), or whose either leg would
      *> breach its account's credit limit, is rejected whole --
      *> neither leg posts, and it never waits in suspense. A
      *> settled transfer journals both legs under consecutive
      *> serials, each leg carrying the other's serial and account
      *> (JRN-LINK-SERIAL, JRN-COUNTER-ACCT), and the walk then picks
      *> those accounts up at their post-transfer balances.
      *> A business month closed through LedgerPeriod is shut to
      *> posting: a transaction (fresh or from suspense, transfers
      *> included) whose date falls inside a month marked C on
      *> ledger_periods.txt never reaches the sort. It is held in
      *> ledger_prior_period.txt, exactly as it arrived, for a
      *> supervisor to re-date, release, or reject there; a rerun of
      *> the same ledger_tran.txt does not queue it a second time.
      *> Between the sort and the posting walk a screening pass
      *> gives the day's fresh customer activity (DP, WD, AJ, TR) a
      *> second look against the ledger_screen.txt thresholds: a
      *> per-account per-day count and total, a single-amount
      *> ceiling, and a multiple of the account's average amount in
      *> the journal window. A threshold of zero is not applied, and
      *> an absent file applies none. A flagged transaction does not
      *> post; it is held in ledger_review_hold.txt until a
      *> supervisor releases or rejects it in LedgerReview, and a
      *> released item rides the next run's sort without being
      *> screened again. Transfers are judged against the other
      *> transfers from the same account on the day, since they are
      *> settled apart from the sorted stream.
      *> The posting walk commits a checkpoint every so many accounts
      *> (ledger_ckp_interval.txt, default 500): every output it
      *> extends is closed and reopened so what it holds is on disk,
      *> and ledger_checkpoint.txt records the last account id
      *> written, the journal serial reached, and every running
      *> total. A run that stops inside the walk leaves its
      *> checkpoint in flight, and the rerun -- instead of a
      *> MasterRestore and a full repost -- proves the committed
      *> files against it, trims off whatever was written past it
      *> (journal entries past the serial included), and resumes the
      *> walk from the sorted work files the stopped run left behind,
      *> finishing with the same control totals an unbroken run
      *> would have. The posted report of a resumed run carries what
      *> was posted after the resume.
      *> The run date stamped on journal lines, review holds and the
      *> checkpoint, and the journal retention cutoff measured from
      *> it, come from BusinessDate rather than the clock, so a
      *> window held past midnight or rerun for a prior day is
      *> recorded against the day it is processing.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Ledger.

           SELECT RETFILE  ASSIGN TO "ledger_retention.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-STATUS.
      *> Months closed by LedgerPeriod, and the queue this run holds
      *> anything dated inside one of them in.
           SELECT PERFILE  ASSIGN TO "ledger_periods.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PER-STATUS.
           SELECT PPQFILE  ASSIGN TO "ledger_prior_period.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PPQ-STATUS.
      *> Screening: the thresholds, the review-hold queue (copied to
      *> a work file at intake with released items marked passed,
      *> then rebuilt with the day's newly flagged items), the
      *> sorted stream before screening, and its per-account per-day
      *> totals.
           SELECT SCRFILE  ASSIGN TO "ledger_screen.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCR-STATUS.
           SELECT RVHFILE  ASSIGN TO "ledger_review_hold.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RVH-STATUS.
           SELECT RVHWORK  ASSIGN TO "ledger_review_hold.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RVHW-STATUS.
           SELECT PRESFILE ASSIGN TO "ledger_tran_unscreened.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRES-STATUS.
           SELECT DAYFILE  ASSIGN TO "ledger_screen_day.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAY-STATUS.
      *> Checkpoint/restart: how many accounts the walk closes out
      *> between commits, the commit record itself, and the work
      *> file a resumed run trims each output's uncommitted tail
      *> through.
           SELECT CKIFILE  ASSIGN TO "ledger_ckp_interval.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKI-STATUS.
           SELECT CKPFILE  ASSIGN TO "ledger_checkpoint.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKP-STATUS.
           SELECT RSTWORK  ASSIGN TO "ledger_restart.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RST-STATUS.

       DATA DIVISION.
       FILE SECTION.
               05 LTRAN-DATE    PIC 9(8).
               05 LTRAN-TYPE    PIC X(2).
               05 LTRAN-REF-SERIAL PIC 9(6).
      *> TR only: the account the money moves to, six digits with
      *> its check digit like the from-account. Blank on every other
      *> type.
               05 LTRAN-TO-ACCT-ID PIC 9(6).

      *> Fresh transactions and held suspense entries ride the same
      *> sort; SORTW-SOURCE says which stream each record came from
               05 JRN-RUN-DATE PIC 9(8).
               05 FILLER       PIC X.
               05 JRN-RUN-TIME PIC 9(6).
      *> Transfer legs: the other leg's serial and account. RV: the
      *> serial of the entry reversed, counter account zero. Zeros
      *> on every other entry (and on reversals journaled before
      *> the link was kept); blank on entries journaled before
      *> transfers existed.
               05 FILLER       PIC X.
               05 JRN-LINK-SERIAL  PIC 9(6).
               05 FILLER       PIC X.
               05 JRN-COUNTER-ACCT PIC 9(5).

           FD SUSPFILE.
           01 SUSP-RECORD.
           01 RET-RECORD.
               05 RET-DAYS PIC 9(3).

      *> PER-STATUS: C closed, O reopened -- only C refuses posting.
           FD PERFILE.
           01 PER-RECORD.
               05 PER-MONTH       PIC 9(6).
               05 FILLER          PIC X.
               05 PER-STATUS      PIC X.
               05 FILLER          PIC X(35).

      *> PPQ-STATE: P awaiting disposition; LedgerPeriod sets the
      *> rest.
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

      *> All five thresholds on one line; zero turns a test off.
      *> SCR-DEV-MULTIPLE is how many times the account's average
      *> amount a single item may reach, judged only once the
      *> account has SCR-DEV-MIN-HISTORY journal entries to average.
           FD SCRFILE.
           01 SCR-RECORD.
               05 SCR-DAY-COUNT       PIC 9(3).
               05 FILLER              PIC X.
               05 SCR-DAY-TOTAL       PIC 9(7)V99.
               05 FILLER              PIC X.
               05 SCR-SINGLE-CEILING  PIC 9(7)V99.
               05 FILLER              PIC X.
               05 SCR-DEV-MULTIPLE    PIC 9(3).
               05 FILLER              PIC X.
               05 SCR-DEV-MIN-HISTORY PIC 9(3).

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

           FD RVHWORK.
           01 RVHW-RECORD PIC X(70).

           FD PRESFILE.
           01 PRES-RECORD.
               05 PRES-ACCT-ID PIC 9(5).
               05 PRES-AMOUNT  PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
               05 PRES-DATE    PIC 9(8).
               05 PRES-TYPE    PIC X(2).
               05 PRES-REF     PIC 9(6).
               05 PRES-SOURCE  PIC X.
               05 PRES-AGE     PIC 9(3).
               05 PRES-HELD    PIC 9(8).

           FD DAYFILE.
           01 DAY-RECORD.
               05 DAY-KEY.
                   10 DAY-ACCT-ID PIC 9(5).
                   10 DAY-DATE    PIC 9(8).
               05 DAY-COUNT       PIC 9(5).
               05 DAY-TOTAL       PIC 9(9)V99.

           FD CKIFILE.
           01 CKI-RECORD.
               05 CKI-ACCOUNTS    PIC 9(5).

      *> CKP-STATE: A walk in flight (the next run resumes it), C
      *> run completed. Line counts of the committed suspense and
      *> reject files are their held and rejected counts; the
      *> accounts file holds CKP-BAD-LINES carried-through lines
      *> ahead of CKP-ACCTS-OUT closed-out accounts.
           FD CKPFILE.
           01 CKP-RECORD.
               05 CKP-STATE         PIC X.
               05 FILLER            PIC X.
               05 CKP-RUN-DATE      PIC 9(8).
               05 FILLER            PIC X.
               05 CKP-RUN-TIME      PIC 9(6).
               05 FILLER            PIC X.
               05 CKP-LAST-ACCT     PIC 9(5).
               05 FILLER            PIC X.
               05 CKP-JRN-SERIAL    PIC 9(6).
               05 FILLER            PIC X.
               05 CKP-START-SERIAL  PIC 9(6).
               05 FILLER            PIC X.
               05 CKP-ACCTS-OUT     PIC 9(6).
               05 FILLER            PIC X.
               05 CKP-BAD-LINES     PIC 9(3).
               05 FILLER            PIC X.
               05 CKP-STRAN-DONE    PIC 9(6).
               05 FILLER            PIC X.
               05 CKP-CLOSED-TOTAL  PIC S9(11)V99
                   SIGN IS TRAILING SEPARATE.
               05 FILLER            PIC X.
               05 CKP-ACCT-IN       PIC 9(6).
               05 FILLER            PIC X.
               05 CKP-ACCT-REJ      PIC 9(6).
               05 FILLER            PIC X.
               05 CKP-ACCT-VALID    PIC 9(6).
               05 FILLER            PIC X.
               05 CKP-TXN-COUNT     PIC 9(6).
               05 FILLER            PIC X.
               05 CKP-POST-COUNT    PIC 9(6).
               05 FILLER            PIC X.
               05 CKP-REJ-COUNT     PIC 9(6).
               05 FILLER            PIC X.
               05 CKP-SKIP-COUNT    PIC 9(6).
               05 FILLER            PIC X.
               05 CKP-SUSP-NEW      PIC 9(6).
               05 FILLER            PIC X.
               05 CKP-SUSP-POSTED   PIC 9(6).
               05 FILLER            PIC X.
               05 CKP-SUSP-HELD     PIC 9(6).
               05 FILLER            PIC X.
               05 CKP-PRIOR-NEW     PIC 9(6).
               05 FILLER            PIC X.
               05 CKP-PRIOR-DUP     PIC 9(6).
               05 FILLER            PIC X.
               05 CKP-SCR-HELD      PIC 9(6).
               05 FILLER            PIC X.
               05 CKP-SCR-DUP       PIC 9(6).
               05 FILLER            PIC X.
               05 CKP-SCR-RELEASED  PIC 9(6).
               05 FILLER            PIC X.
               05 CKP-TB-OPENING    PIC S9(11)V99
                   SIGN IS TRAILING SEPARATE.
               05 FILLER            PIC X.
               05 CKP-TB-POSTED     PIC S9(11)V99
                   SIGN IS TRAILING SEPARATE.
               05 CKP-TYPE-ENTRY OCCURS 7 TIMES.
                   10 FILLER         PIC X.
                   10 CKP-TYPE-COUNT PIC 9(6).
                   10 FILLER         PIC X.
                   10 CKP-TYPE-SUM   PIC S9(9)V99
                       SIGN IS TRAILING SEPARATE.

           FD RSTWORK.
           01 RST-RECORD PIC X(120).

       WORKING-STORAGE SECTION.
           01 WS-ACCT-STATUS  PIC XX VALUE SPACES.
           01 WS-SACCT-STATUS PIC XX VALUE SPACES.
           01 WS-JRN-STATUS   PIC XX VALUE SPACES.
           01 WS-SUSP-STATUS  PIC XX VALUE SPACES.
           01 WS-RET-STATUS   PIC XX VALUE SPACES.
           01 WS-PER-STATUS   PIC XX VALUE SPACES.
           01 WS-PPQ-STATUS   PIC XX VALUE SPACES.
           01 WS-SCR-STATUS   PIC XX VALUE SPACES.
           01 WS-RVH-STATUS   PIC XX VALUE SPACES.
           01 WS-RVHW-STATUS  PIC XX VALUE SPACES.
           01 WS-PRES-STATUS  PIC XX VALUE SPACES.
           01 WS-DAY-STATUS   PIC XX VALUE SPACES.
           01 WS-CKI-STATUS   PIC XX VALUE SPACES.
           01 WS-CKP-STATUS   PIC XX VALUE SPACES.
           01 WS-RST-STATUS   PIC XX VALUE SPACES.
           01 WS-EOF          PIC X  VALUE "N".
               88 END-OF-FILE VALUE "Y".
           01 WS-SACCT-EOF    PIC X  VALUE "N".
               05 WS-TXN-REF     PIC 9(6).
               05 WS-TXN-SOURCE  PIC X.
                   88 TXN-FROM-SUSPENSE VALUE "S".
                   88 TXN-FROM-REVIEW   VALUE "R".
               05 WS-TXN-AGE     PIC 9(3).
               05 WS-TXN-HELD    PIC 9(8).
      *> Transfer legs only -- the other leg's account and serial,
      *> zeros for every other type.
               05 WS-TXN-COUNTER PIC 9(5).
               05 WS-TXN-LINK    PIC 9(6).

      *> Account lines that fail the numeric-id check are held here
      *> as raw records and written back untouched when the accounts
                   10 WS-JRN-AMOUNT   PIC S9(7)V99.
                   10 WS-JRN-BUS-DATE PIC 9(8).
                   10 WS-JRN-TYPE     PIC X(2).
                   10 WS-JRN-COUNTER  PIC 9(5).
           01 WS-JRN-SUB         PIC 9(4) VALUE ZERO.
           01 WS-JRN-SERIAL      PIC 9(6) VALUE ZERO.
           01 WS-JRN-MATCH       PIC X VALUE "N".

      *> Per-type posted totals for the end-of-run summary, the same
      *> per-TRAN-TYPE breakout ArithmeticBatch's summary already
      *> gives its grand total -- the seven codes are fixed, so the
      *> table is seeded rather than grown as types are seen. TR
      *> counts both legs, so its total nets to zero.
           01 WS-TYPE-TABLE.
               05 WS-TYPE-ENTRY OCCURS 7 TIMES.
                   10 WS-TYPE-CODE  PIC X(2).
                   10 WS-TYPE-COUNT PIC 9(6).
                   10 WS-TYPE-SUM   PIC S9(9)V99.
      *> the reversal is allowed to post.
           01 WS-REV-MATCH-IDX   PIC 9(4) VALUE ZERO.

      *> The day's transfers, held whole until they are settled --
      *> a day with more than the table carries refuses the run,
      *> the same as an overflowed journal window, since the
      *> transfers past the cap could be neither posted nor safely
      *> dropped. WS-XFER-STATE: P pending, S settled, R refused,
      *> J already journaled by an earlier run, H held for review,
      *> D already under review. WS-XFER-SOURCE: T fresh, R
      *> released from review (not screened again).
           01 WS-MAX-XFERS       PIC 9(4) VALUE 500.
           01 WS-XFER-COUNT      PIC 9(4) VALUE ZERO.
           01 WS-XFERS.
               05 WS-XFER-ENTRY OCCURS 500 TIMES.
                   10 WS-XFER-FROM-ID  PIC 9(5).
                   10 WS-XFER-TO-ID    PIC 9(5).
                   10 WS-XFER-AMOUNT   PIC S9(7)V99.
                   10 WS-XFER-DATE     PIC 9(8).
                   10 WS-XFER-FROM-NEW PIC S9(7)V99.
                   10 WS-XFER-TO-NEW   PIC S9(7)V99.
                   10 WS-XFER-STATE    PIC X.
                       88 XFER-PENDING   VALUE "P".
                       88 XFER-SETTLED   VALUE "S".
                       88 XFER-JOURNALED VALUE "J".
                   10 WS-XFER-SOURCE   PIC X.
           01 WS-XFER-IDX        PIC 9(4) VALUE ZERO.
           01 WS-XFER-OVERFLOW   PIC X VALUE "N".
               88 TRANSFER-TABLE-OVERFLOWED VALUE "Y".
      *> Every account a transfer touches, with its balance as the
      *> settlement moves it -- two per transfer at most, so it can
      *> never outgrow the transfer table.
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
           01 WS-XFER-DIRECTION  PIC X(4) VALUE SPACES.
           01 WS-TO-BASE-ID      PIC 9(5) VALUE ZERO.

      *> Closed months, and the prior-period items already queued
      *> by earlier runs inside the retention window -- the same
      *> window, and the same reasoning, as the journal table: a
      *> rerun of the same ledger_tran.txt must not queue an item
      *> twice, while two identical items in one run both queue.
      *> Either table overflowing refuses the run, since posting
      *> without it could put a transaction into a closed month or
      *> queue it twice.
           01 WS-MAX-CLOSED      PIC 9(3) VALUE 240.
           01 WS-CLOSED-COUNT    PIC 9(3) VALUE ZERO.
           01 WS-CLOSED-MONTHS.
               05 WS-CLOSED-MONTH OCCURS 240 TIMES PIC 9(6).
           01 WS-CLOSED-IDX      PIC 9(3) VALUE ZERO.
           01 WS-CHECK-MONTH     PIC 9(6) VALUE ZERO.
           01 WS-MONTH-CLOSED    PIC X VALUE "N".
               88 TXN-MONTH-CLOSED VALUE "Y".
           01 WS-MAX-QUEUED      PIC 9(4) VALUE 2000.
           01 WS-QUEUED-COUNT    PIC 9(4) VALUE ZERO.
           01 WS-QUEUED-IMAGES.
               05 WS-QUEUED-IMAGE OCCURS 2000 TIMES PIC X(38).
           01 WS-QUEUED-IDX      PIC 9(4) VALUE ZERO.
           01 WS-QUEUED-MATCH    PIC X VALUE "N".
               88 ITEM-ALREADY-QUEUED VALUE "Y".
           01 WS-PERIOD-OVERFLOW PIC X VALUE "N".
               88 PERIOD-TABLES-OVERFLOWED VALUE "Y".
           01 WS-PRIOR-IMAGE     PIC X(38) VALUE SPACES.
           01 WS-PRIOR-VIEW REDEFINES WS-PRIOR-IMAGE.
               05 WS-PRIOR-ACCT-ID PIC X(5).
               05 WS-PRIOR-CHECK   PIC 9.
               05 WS-PRIOR-AMOUNT  PIC S9(7)V99
                   SIGN IS TRAILING SEPARATE.
               05 WS-PRIOR-DATE    PIC 9(8).
               05 WS-PRIOR-TYPE    PIC X(2).
               05 WS-PRIOR-REF     PIC 9(6).
               05 WS-PRIOR-TO-ACCT PIC X(6).
           01 WS-PRIOR-NEW-COUNT PIC 9(6) VALUE ZERO.
           01 WS-PRIOR-DUP-COUNT PIC 9(6) VALUE ZERO.

      *> Screening thresholds, all off until ledger_screen.txt
      *> sets them.
           01 WS-SCR-DAY-COUNT     PIC 9(3) VALUE ZERO.
           01 WS-SCR-DAY-TOTAL     PIC 9(7)V99 VALUE ZERO.
           01 WS-SCR-SINGLE        PIC 9(7)V99 VALUE ZERO.
           01 WS-SCR-DEV-MULTIPLE  PIC 9(3) VALUE ZERO.
           01 WS-SCR-MIN-HISTORY   PIC 9(3) VALUE 3.
      *> Review-hold items from earlier runs inside the journal
      *> window, any state -- a rerun of the same ledger_tran.txt
      *> must neither hold an item twice nor post one a supervisor
      *> has already seen. Overflow refuses the run, as the journal
      *> table's does.
           01 WS-MAX-REVIEWED      PIC 9(4) VALUE 2000.
           01 WS-REVIEWED-COUNT    PIC 9(4) VALUE ZERO.
           01 WS-REVIEWED-ITEMS.
               05 WS-REVIEWED-ITEM OCCURS 2000 TIMES PIC X(36).
           01 WS-REVIEWED-IDX      PIC 9(4) VALUE ZERO.
           01 WS-REVIEWED-OVERFLOW PIC X VALUE "N".
               88 REVIEW-TABLE-OVERFLOWED VALUE "Y".
           01 WS-REVIEWED-MATCH    PIC X VALUE "N".
               88 ITEM-ALREADY-REVIEWED VALUE "Y".
      *> The item being screened, in the review-hold item layout.
           01 WS-SCR-ITEM.
               05 WS-SCR-ACCT-ID  PIC 9(5).
               05 WS-SCR-AMOUNT   PIC S9(7)V99
                   SIGN IS TRAILING SEPARATE.
               05 WS-SCR-DATE     PIC 9(8).
               05 WS-SCR-TYPE     PIC X(2).
                   88 SCR-TYPE-SCREENED VALUE "DP" "WD" "AJ" "TR".
               05 WS-SCR-REF      PIC 9(6).
               05 WS-SCR-TO-ACCT  PIC 9(5).
           01 WS-SCR-KEY.
               05 WS-SCR-KEY-ACCT PIC 9(5).
               05 WS-SCR-KEY-DATE PIC 9(8).
           01 WS-SCR-REASON        PIC X(3) VALUE SPACES.
           01 WS-SCR-ABS-AMOUNT    PIC 9(7)V99 VALUE ZERO.
           01 WS-SCR-DAY-N         PIC 9(5) VALUE ZERO.
           01 WS-SCR-DAY-SUM       PIC 9(9)V99 VALUE ZERO.
           01 WS-SCR-AVG-ACCT      PIC 9(5) VALUE ZERO.
           01 WS-SCR-HIST-COUNT    PIC 9(5) VALUE ZERO.
           01 WS-SCR-HIST-SUM      PIC 9(11)V99 VALUE ZERO.
           01 WS-SCR-AVERAGE       PIC 9(9)V99 VALUE ZERO.
           01 WS-SCR-DEV-LIMIT     PIC 9(11)V99 VALUE ZERO.
           01 WS-PRES-EOF          PIC X VALUE "N".
               88 PRES-END-OF-FILE VALUE "Y".
           01 WS-DAY-EOF           PIC X VALUE "N".
               88 DAY-END-OF-FILE VALUE "Y".
           01 WS-SCR-HELD-COUNT     PIC 9(6) VALUE ZERO.
           01 WS-SCR-DUP-COUNT      PIC 9(6) VALUE ZERO.
           01 WS-SCR-RELEASED-COUNT PIC 9(6) VALUE ZERO.
           01 WS-XFER-SUB           PIC 9(4) VALUE ZERO.

           01 WS-SUSP-NEW-COUNT    PIC 9(6) VALUE ZERO.
           01 WS-SUSP-POSTED-COUNT PIC 9(6) VALUE ZERO.
           01 WS-SUSP-HELD-COUNT   PIC 9(6) VALUE ZERO.
           01 WS-REJ-SNAPSHOT      PIC 9(6) VALUE ZERO.
           COPY CHKDGCTL.

      *> Checkpoint/restart. WS-CKP-SINCE counts accounts closed out
      *> since the last commit; WS-STRAN-DONE counts sorted
      *> transactions the walk has finished with, so a resumed walk
      *> can step past them. WS-CKP-REFUSAL, once set, names why an
      *> in-flight checkpoint cannot be resumed.
           01 WS-CKP-INTERVAL     PIC 9(5) VALUE 500.
           01 WS-CKP-SINCE        PIC 9(5) VALUE ZERO.
           01 WS-CKP-MODE         PIC X VALUE "N".
               88 CKP-RESUMING VALUE "Y".
           01 WS-CKP-STATE        PIC X VALUE SPACE.
           01 WS-CKP-RUN-DATE     PIC 9(8) VALUE ZERO.
           01 WS-CKP-RUN-TIME     PIC 9(6) VALUE ZERO.
           01 WS-CKP-LAST-ACCT    PIC 9(5) VALUE ZERO.
           01 WS-CKP-JRN-SERIAL   PIC 9(6) VALUE ZERO.
           01 WS-CKP-START-SERIAL PIC 9(6) VALUE ZERO.
           01 WS-CKP-BAD-LINES    PIC 9(3) VALUE ZERO.
           01 WS-CKP-CLOSED-TOTAL PIC S9(11)V99 VALUE ZERO.
           01 WS-STRAN-DONE       PIC 9(6) VALUE ZERO.
           01 WS-CKP-REFUSAL      PIC X(60) VALUE SPACES.
           01 WS-RST-COUNT        PIC 9(7) VALUE ZERO.
           01 WS-RST-KEEP         PIC 9(7) VALUE ZERO.
           01 WS-RST-TOTAL        PIC S9(11)V99 VALUE ZERO.
           01 WS-RST-LAST-ID      PIC 9(5) VALUE ZERO.
           01 WS-RST-SERIAL-SEEN  PIC X VALUE "N".
               88 CKP-SERIAL-ON-JOURNAL VALUE "Y".
           01 WS-RST-DROPPED      PIC 9(6) VALUE ZERO.

      *> Trial-balance control totals: the sum of opening balances
      *> plus the sum of everything actually posted must equal the
      *> sum of closing balances READ BACK from the rewritten
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
           CALL "BusinessDate" USING DATE-TIME-STAMP
           PERFORM 0050-SEED-TYPE-TABLE
           PERFORM 0700-LOAD-CHECKPOINT
           IF WS-CKP-REFUSAL NOT = SPACES
               DISPLAY "! Posting walk left a checkpoint that cannot "
                       "be resumed -- " FUNCTION TRIM(WS-CKP-REFUSAL)
               DISPLAY "! Nothing was touched. Restore the ledger "
                       "files and remove ledger_checkpoint.txt to "
                       "post the day from the top"
               MOVE 12 TO RETURN-CODE
               MOVE "LEDGER" TO JOB-PROGRAM-NAME
               MOVE RETURN-CODE TO JOB-RETURN-CODE
               MOVE ZERO TO JOB-RECORD-COUNT
               MOVE 1 TO JOB-ERROR-COUNT
               PERFORM 9900-RELEASE-RUN-LOCK
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
           PERFORM 0200-LOAD-JOURNAL
           IF JOURNAL-TABLE-OVERFLOWED
               DISPLAY "! ledger_journal.txt holds more entries "
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
           PERFORM 0100-LOAD-CLOSED-PERIODS
           PERFORM 0300-LOAD-PRIOR-QUEUE
           PERFORM 0400-LOAD-SCREEN-RULES
           IF PERIOD-TABLES-OVERFLOWED
               DISPLAY "! ledger_periods.txt or ledger_prior_period"
                       ".txt outgrew its table -- posting without it "
                       "could post into a closed month, so no "
                       "transactions were applied"
               MOVE 12 TO RETURN-CODE
               MOVE "LEDGER" TO JOB-PROGRAM-NAME
               MOVE RETURN-CODE TO JOB-RETURN-CODE
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
      *> A walk that stopped part way resumes from its checkpoint:
      *> the intake, sorts, screening and settlement behind it
      *> already ran, and their work files and totals are what it
      *> resumes with.
           IF CKP-RESUMING
               PERFORM 0750-RESUME-FROM-CHECKPOINT
           ELSE
               PERFORM 0800-PREPARE-POSTING
           END-IF
           PERFORM 1000-POST-SORTED-STREAMS
           PERFORM 3000-TRIAL-BALANCE
           DISPLAY "Ledger run complete. Transactions: " WS-TXN-COUNT
                   WS-SUSP-POSTED-COUNT
                   " newly held " WS-SUSP-NEW-COUNT
                   " still in suspense " WS-SUSP-HELD-COUNT
           DISPLAY "  Closed period: held for disposition "
                   WS-PRIOR-NEW-COUNT
                   " already queued " WS-PRIOR-DUP-COUNT
           DISPLAY "  Screening: held for review " WS-SCR-HELD-COUNT
                   " released from review " WS-SCR-RELEASED-COUNT
                   " already under review " WS-SCR-DUP-COUNT
           IF CKP-RESUMING
               DISPLAY "  Resumed from checkpoint after account "
                       WS-CKP-LAST-ACCT " of the run started "
                       WS-CKP-RUN-DATE "-" WS-CKP-RUN-TIME
           END-IF
           MOVE "LEDGER" TO JOB-PROGRAM-NAME
           MOVE RETURN-CODE TO JOB-RETURN-CODE
           MOVE WS-TXN-COUNT TO JOB-RECORD-COUNT
           MOVE "IN" TO WS-TYPE-CODE(4)
           MOVE "AJ" TO WS-TYPE-CODE(5)
           MOVE "RV" TO WS-TYPE-CODE(6)
           MOVE "TR" TO WS-TYPE-CODE(7)
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > 7
               MOVE ZERO TO WS-TYPE-COUNT(WS-TYPE-SUB)
               MOVE ZERO TO WS-TYPE-SUM(WS-TYPE-SUB)
           END-PERFORM.

       0100-LOAD-CLOSED-PERIODS.
      *> An absent file simply means no month has been closed.
           OPEN INPUT PERFILE
           IF WS-PER-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ PERFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF PER-MONTH NUMERIC AND PER-STATUS = "C"
                               IF WS-CLOSED-COUNT < WS-MAX-CLOSED
                                   ADD 1 TO WS-CLOSED-COUNT
                                   MOVE PER-MONTH TO WS-CLOSED-MONTH
                                       (WS-CLOSED-COUNT)
                               ELSE
                                   SET PERIOD-TABLES-OVERFLOWED
                                       TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERFILE
           END-IF.

       0150-LOAD-RETENTION.
      *> Default 90 days when the control file is absent or bad --
      *> the usual sensible-default pattern. The cutoff is the
           END-IF
      *> Entries older than the retention window stay on the file
      *> but out of the table -- they can never match an incoming
      *> transaction's business date. A resumed run leaves out the
      *> entries the stopped run itself journaled, exactly as that
      *> run never had them in its table.
           IF JRN-BUS-DATE NOT NUMERIC
                   OR JRN-BUS-DATE < WS-JRN-CUTOFF-DATE
                   OR (CKP-RESUMING AND JRN-SERIAL NUMERIC
                       AND JRN-SERIAL > WS-CKP-START-SERIAL)
               CONTINUE
           ELSE
            IF WS-JRN-COUNT < WS-MAX-JRN-ENTRIES
               MOVE JRN-AMOUNT   TO WS-JRN-AMOUNT(WS-JRN-COUNT)
               MOVE JRN-BUS-DATE TO WS-JRN-BUS-DATE(WS-JRN-COUNT)
               MOVE JRN-TYPE     TO WS-JRN-TYPE(WS-JRN-COUNT)
               IF JRN-COUNTER-ACCT NUMERIC
                   MOVE JRN-COUNTER-ACCT
                       TO WS-JRN-COUNTER(WS-JRN-COUNT)
               ELSE
                   MOVE ZERO TO WS-JRN-COUNTER(WS-JRN-COUNT)
               END-IF
            ELSE
               SET JOURNAL-TABLE-OVERFLOWED TO TRUE
            END-IF
           END-IF.

       0300-LOAD-PRIOR-QUEUE.
      *> Runs after 0200, so the retention cutoff is already set.
           OPEN INPUT PPQFILE
           IF WS-PPQ-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ PPQFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF PPQ-HELD-DATE NUMERIC
                              AND PPQ-HELD-DATE NOT < WS-JRN-CUTOFF-DATE
                               IF WS-QUEUED-COUNT < WS-MAX-QUEUED
                                   ADD 1 TO WS-QUEUED-COUNT
                                   MOVE PPQ-TRAN TO WS-QUEUED-IMAGE
                                       (WS-QUEUED-COUNT)
                               ELSE
                                   SET PERIOD-TABLES-OVERFLOWED
                                       TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PPQFILE
           END-IF.

       0350-CHECK-MONTH-CLOSED.
      *> WS-CHECK-MONTH staged by the caller as YYYYMM.
           MOVE "N" TO WS-MONTH-CLOSED
           PERFORM VARYING WS-CLOSED-IDX FROM 1 BY 1
                   UNTIL WS-CLOSED-IDX > WS-CLOSED-COUNT
               IF WS-CLOSED-MONTH(WS-CLOSED-IDX) = WS-CHECK-MONTH
                   MOVE "Y" TO WS-MONTH-CLOSED
               END-IF
           END-PERFORM.

       0400-LOAD-SCREEN-RULES.
      *> An absent or unreadable file leaves every test off -- the
      *> day posts exactly as it did before screening existed.
           OPEN INPUT SCRFILE
           IF WS-SCR-STATUS = "00"
               READ SCRFILE
                   NOT AT END
                       IF SCR-DAY-COUNT NUMERIC
                           MOVE SCR-DAY-COUNT TO WS-SCR-DAY-COUNT
                       END-IF
                       IF SCR-DAY-TOTAL NUMERIC
                           MOVE SCR-DAY-TOTAL TO WS-SCR-DAY-TOTAL
                       END-IF
                       IF SCR-SINGLE-CEILING NUMERIC
                           MOVE SCR-SINGLE-CEILING TO WS-SCR-SINGLE
                       END-IF
                       IF SCR-DEV-MULTIPLE NUMERIC
                           MOVE SCR-DEV-MULTIPLE
                               TO WS-SCR-DEV-MULTIPLE
                       END-IF
                       IF SCR-DEV-MIN-HISTORY NUMERIC
                               AND SCR-DEV-MIN-HISTORY > ZERO
                           MOVE SCR-DEV-MIN-HISTORY
                               TO WS-SCR-MIN-HISTORY
                       END-IF
               END-READ
               CLOSE SCRFILE
           END-IF.

       0500-RELEASE-ACCOUNTS.
           OPEN INPUT ACCTFILE
           IF WS-ACCT-STATUS NOT = "00"

       0600-RELEASE-TRANSACTIONS.
           PERFORM 0610-RELEASE-FRESH-TXNS
           PERFORM 0650-RELEASE-SUSPENSE
           PERFORM 0680-RELEASE-REVIEWED.

       0610-RELEASE-FRESH-TXNS.
           OPEN INPUT TRANFILE
                   ADD 1 TO WS-REJ-COUNT
                   PERFORM 1070-WRITE-REJECT-RECORD
               ELSE
               MOVE LTRAN-DATE(1:6) TO WS-CHECK-MONTH
               PERFORM 0350-CHECK-MONTH-CLOSED
               IF TXN-MONTH-CLOSED
                   MOVE LTRAN-RECORD TO WS-PRIOR-IMAGE
                   PERFORM 0640-HOLD-PRIOR-PERIOD
               ELSE
               IF LTRAN-TYPE = "TR"
                   PERFORM 0630-TAKE-TRANSFER
               ELSE
               MOVE SPACES TO SORTW-RECORD
               MOVE CD-BASE-ID       TO SORTW-ACCT-ID
               MOVE LTRAN-AMOUNT     TO SORTW-AMOUNT
               MOVE ZERO             TO SORTW-HELD
               RELEASE SORTW-RECORD
               END-IF
               END-IF
               END-IF
           END-IF.

       0630-TAKE-TRANSFER.
      *> The from-account has passed its check digit; the rest of
      *> the transfer is judged here, before it can take a slot in
      *> the settlement table. A bad transfer rejects whole.
           MOVE CD-BASE-ID    TO WS-TXN-ACCT-ID
           MOVE LTRAN-DATE    TO WS-TXN-DATE
           MOVE LTRAN-TYPE    TO WS-TXN-TYPE
           MOVE LTRAN-RECORD  TO EXC-RAW-VALUE
           MOVE SPACES        TO EXC-REASON
           IF LTRAN-AMOUNT NUMERIC
               MOVE LTRAN-AMOUNT TO WS-TXN-AMOUNT
           ELSE
               MOVE ZERO TO WS-TXN-AMOUNT
           END-IF
           IF LTRAN-TO-ACCT-ID NOT NUMERIC
               MOVE "transfer names no to-account" TO EXC-REASON
           ELSE
               MOVE LTRAN-TO-ACCT-ID TO CD-ID-WITH-CHECK
               CALL "CheckDigit" USING CHECK-DIGIT-BLOCK
               MOVE CD-BASE-ID TO WS-TO-BASE-ID
               EVALUATE TRUE
                   WHEN NOT CD-IS-VALID
                       MOVE "to-account id fails check digit"
                           TO EXC-REASON
                   WHEN WS-TXN-AMOUNT NOT > ZERO
                       MOVE "transfer amount must be positive"
                           TO EXC-REASON
                   WHEN WS-TO-BASE-ID = WS-TXN-ACCT-ID
                       MOVE "transfer to the same account"
                           TO EXC-REASON
               END-EVALUATE
           END-IF
           IF EXC-REASON NOT = SPACES
               ADD 1 TO WS-REJ-COUNT
               PERFORM 1070-WRITE-REJECT-RECORD
           ELSE
               IF WS-XFER-COUNT < WS-MAX-XFERS
                   ADD 1 TO WS-XFER-COUNT
                   MOVE WS-TXN-ACCT-ID
                       TO WS-XFER-FROM-ID(WS-XFER-COUNT)
                   MOVE WS-TO-BASE-ID
                       TO WS-XFER-TO-ID(WS-XFER-COUNT)
                   MOVE WS-TXN-AMOUNT
                       TO WS-XFER-AMOUNT(WS-XFER-COUNT)
                   MOVE WS-TXN-DATE
                       TO WS-XFER-DATE(WS-XFER-COUNT)
                   MOVE "P" TO WS-XFER-STATE(WS-XFER-COUNT)
                   MOVE "T" TO WS-XFER-SOURCE(WS-XFER-COUNT)
               ELSE
                   SET TRANSFER-TABLE-OVERFLOWED TO TRUE
               END-IF
           END-IF.

       0640-HOLD-PRIOR-PERIOD.
      *> WS-PRIOR-IMAGE staged by the caller in ledger_tran.txt
      *> layout, check digit and all, so LedgerPeriod can hand it
      *> back as a straight copy.
           MOVE "N" TO WS-QUEUED-MATCH
           PERFORM VARYING WS-QUEUED-IDX FROM 1 BY 1
                   UNTIL WS-QUEUED-IDX > WS-QUEUED-COUNT
               IF WS-QUEUED-IMAGE(WS-QUEUED-IDX) = WS-PRIOR-IMAGE
                   MOVE "Y" TO WS-QUEUED-MATCH
               END-IF
           END-PERFORM
           IF ITEM-ALREADY-QUEUED
               ADD 1 TO WS-PRIOR-DUP-COUNT
           ELSE
               ADD 1 TO WS-PRIOR-NEW-COUNT
               MOVE SPACES TO PPQ-RECORD
               MOVE WS-PRIOR-IMAGE TO PPQ-TRAN
               MOVE "P" TO PPQ-STATE
               MOVE DTS-RUN-DATE TO PPQ-HELD-DATE
               WRITE PPQ-RECORD
           END-IF.

       0650-RELEASE-SUSPENSE.
           END-IF.

       0660-RELEASE-ONE-HELD.
      *> A held entry whose month has since been closed leaves
      *> suspense for the prior-period queue, its account id given
      *> back the check digit it arrived with.
           MOVE SUSP-DATE(1:6) TO WS-CHECK-MONTH
           PERFORM 0350-CHECK-MONTH-CLOSED
           IF TXN-MONTH-CLOSED
               MOVE SPACES TO CD-ID-WITH-CHECK
               MOVE SUSP-ACCT-ID TO CD-ID-WITH-CHECK(1:5)
               MOVE "0" TO CD-ID-WITH-CHECK(6:1)
               CALL "CheckDigit" USING CHECK-DIGIT-BLOCK
               MOVE SPACES          TO WS-PRIOR-IMAGE
               MOVE SUSP-ACCT-ID    TO WS-PRIOR-ACCT-ID
               MOVE CD-CHECK-DIGIT  TO WS-PRIOR-CHECK
               MOVE SUSP-AMOUNT     TO WS-PRIOR-AMOUNT
               MOVE SUSP-DATE       TO WS-PRIOR-DATE
               MOVE SUSP-TYPE       TO WS-PRIOR-TYPE
               MOVE SUSP-REF-SERIAL TO WS-PRIOR-REF
               PERFORM 0640-HOLD-PRIOR-PERIOD
           ELSE
               PERFORM 0670-RELEASE-HELD-ENTRY
           END-IF.

       0670-RELEASE-HELD-ENTRY.
           MOVE SPACES TO SORTW-RECORD
           MOVE SUSP-ACCT-ID    TO SORTW-ACCT-ID
           MOVE SUSP-AMOUNT     TO SORTW-AMOUNT
           MOVE SUSP-HELD-DATE  TO SORTW-HELD
           RELEASE SORTW-RECORD.

       0680-RELEASE-REVIEWED.
      *> The review-hold queue is copied line for line to the work
      *> file. An item a supervisor released (L) joins the sort --
      *> or the transfer table -- as source R and is marked P on the
      *> copy; everything inside the journal window is remembered
      *> for the rerun check. An absent queue means nothing is under
      *> review.
           OPEN OUTPUT RVHWORK
           OPEN INPUT RVHFILE
           IF WS-RVH-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ RVHFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM 0690-TAKE-REVIEWED-ITEM
                   END-READ
               END-PERFORM
               CLOSE RVHFILE
           END-IF
           CLOSE RVHWORK.

       0690-TAKE-REVIEWED-ITEM.
           IF RVH-STATE = "L" AND RVH-ACCT-ID NUMERIC
                   AND RVH-AMOUNT NUMERIC AND RVH-DATE NUMERIC
               MOVE "P" TO RVH-STATE
               MOVE RVH-DATE(1:6) TO WS-CHECK-MONTH
               PERFORM 0350-CHECK-MONTH-CLOSED
               EVALUATE TRUE
      *> Released after its month was closed: the closed month
      *> still wins, the same as for any other late item.
                   WHEN TXN-MONTH-CLOSED
                       MOVE SPACES TO CD-ID-WITH-CHECK
                       MOVE RVH-ACCT-ID TO CD-ID-WITH-CHECK(1:5)
                       MOVE "0" TO CD-ID-WITH-CHECK(6:1)
                       CALL "CheckDigit" USING CHECK-DIGIT-BLOCK
                       MOVE SPACES         TO WS-PRIOR-IMAGE
                       MOVE RVH-ACCT-ID    TO WS-PRIOR-ACCT-ID
                       MOVE CD-CHECK-DIGIT TO WS-PRIOR-CHECK
                       MOVE RVH-AMOUNT     TO WS-PRIOR-AMOUNT
                       MOVE RVH-DATE       TO WS-PRIOR-DATE
                       MOVE RVH-TYPE       TO WS-PRIOR-TYPE
                       MOVE RVH-REF        TO WS-PRIOR-REF
                       IF RVH-TYPE = "TR"
                           MOVE SPACES TO CD-ID-WITH-CHECK
                           MOVE RVH-TO-ACCT TO CD-ID-WITH-CHECK(1:5)
                           MOVE "0" TO CD-ID-WITH-CHECK(6:1)
                           CALL "CheckDigit" USING CHECK-DIGIT-BLOCK
                           MOVE RVH-TO-ACCT
                               TO WS-PRIOR-TO-ACCT(1:5)
                           MOVE CD-CHECK-DIGIT
                               TO WS-PRIOR-TO-ACCT(6:1)
                       END-IF
                       PERFORM 0640-HOLD-PRIOR-PERIOD
                   WHEN RVH-TYPE = "TR"
                       IF WS-XFER-COUNT < WS-MAX-XFERS
                           ADD 1 TO WS-XFER-COUNT
                           MOVE RVH-ACCT-ID
                               TO WS-XFER-FROM-ID(WS-XFER-COUNT)
                           MOVE RVH-TO-ACCT
                               TO WS-XFER-TO-ID(WS-XFER-COUNT)
                           MOVE RVH-AMOUNT
                               TO WS-XFER-AMOUNT(WS-XFER-COUNT)
                           MOVE RVH-DATE
                               TO WS-XFER-DATE(WS-XFER-COUNT)
                           MOVE "P" TO WS-XFER-STATE(WS-XFER-COUNT)
                           MOVE "R" TO WS-XFER-SOURCE(WS-XFER-COUNT)
                       ELSE
                           SET TRANSFER-TABLE-OVERFLOWED TO TRUE
                       END-IF
                   WHEN OTHER
                       MOVE SPACES TO SORTW-RECORD
                       MOVE RVH-ACCT-ID TO SORTW-ACCT-ID
                       MOVE RVH-AMOUNT  TO SORTW-AMOUNT
                       MOVE RVH-DATE    TO SORTW-DATE
                       MOVE RVH-TYPE    TO SORTW-TYPE
                       MOVE RVH-REF     TO SORTW-REF
                       MOVE "R"         TO SORTW-SOURCE
                       MOVE ZERO        TO SORTW-AGE
                       MOVE ZERO        TO SORTW-HELD
                       RELEASE SORTW-RECORD
               END-EVALUATE
               ADD 1 TO WS-TXN-COUNT
               ADD 1 TO WS-SCR-RELEASED-COUNT
           END-IF
           IF RVH-HELD-DATE NUMERIC
                   AND RVH-HELD-DATE NOT < WS-JRN-CUTOFF-DATE
               IF WS-REVIEWED-COUNT < WS-MAX-REVIEWED
                   ADD 1 TO WS-REVIEWED-COUNT
                   MOVE RVH-ITEM
                       TO WS-REVIEWED-ITEM(WS-REVIEWED-COUNT)
               ELSE
                   SET REVIEW-TABLE-OVERFLOWED TO TRUE
               END-IF
           END-IF
           MOVE RVH-RECORD TO RVHW-RECORD
           WRITE RVHW-RECORD.

       0700-LOAD-CHECKPOINT.
      *> An absent checkpoint, or one marked complete, means the
      *> last run finished and this one posts from the top. One
      *> left in flight means the last run stopped inside the
      *> posting walk: the files it committed are proved against it
      *> before anything is touched, then the tail each was given
      *> past the commit is trimmed away.
           OPEN INPUT CKIFILE
           IF WS-CKI-STATUS = "00"
               READ CKIFILE
                   NOT AT END
                       IF CKI-ACCOUNTS NUMERIC AND CKI-ACCOUNTS > ZERO
                           MOVE CKI-ACCOUNTS TO WS-CKP-INTERVAL
                       END-IF
               END-READ
               CLOSE CKIFILE
           END-IF
           OPEN INPUT CKPFILE
           IF WS-CKP-STATUS = "00"
               READ CKPFILE
                   AT END
                       MOVE "ledger_checkpoint.txt is empty"
                           TO WS-CKP-REFUSAL
                   NOT AT END
                       EVALUATE CKP-STATE
                           WHEN "C"
                               CONTINUE
                           WHEN "A"
                               MOVE "Y" TO WS-CKP-MODE
                               PERFORM 0705-TAKE-CHECKPOINT-FIELDS
                           WHEN OTHER
                               MOVE
                                   "ledger_checkpoint.txt is unreadable"
                                   TO WS-CKP-REFUSAL
                       END-EVALUATE
               END-READ
               CLOSE CKPFILE
           END-IF
           IF CKP-RESUMING AND WS-CKP-REFUSAL = SPACES
               PERFORM 0710-VERIFY-RESTART
           END-IF
           IF CKP-RESUMING AND WS-CKP-REFUSAL = SPACES
               PERFORM 0720-TRIM-JOURNAL
               PERFORM 0730-TRIM-ACCOUNTS
               PERFORM 0740-TRIM-SUSPENSE
               PERFORM 0745-TRIM-REJECTS
           END-IF.

       0705-TAKE-CHECKPOINT-FIELDS.
      *> The stopped run's position and running totals become this
      *> run's, so the end-of-run summary, the joblog and the trial
      *> balance come out as they would have for one unbroken run.
           IF CKP-LAST-ACCT NOT NUMERIC
                   OR CKP-JRN-SERIAL NOT NUMERIC
                   OR CKP-START-SERIAL NOT NUMERIC
                   OR CKP-ACCTS-OUT NOT NUMERIC
                   OR CKP-BAD-LINES NOT NUMERIC
                   OR CKP-STRAN-DONE NOT NUMERIC
                   OR CKP-CLOSED-TOTAL NOT NUMERIC
                   OR CKP-TB-OPENING NOT NUMERIC
                   OR CKP-TB-POSTED NOT NUMERIC
               MOVE "ledger_checkpoint.txt is unreadable"
                   TO WS-CKP-REFUSAL
           ELSE
               MOVE CKP-RUN-DATE     TO WS-CKP-RUN-DATE
               MOVE CKP-RUN-TIME     TO WS-CKP-RUN-TIME
               MOVE CKP-LAST-ACCT    TO WS-CKP-LAST-ACCT
               MOVE CKP-JRN-SERIAL   TO WS-CKP-JRN-SERIAL
               MOVE CKP-START-SERIAL TO WS-CKP-START-SERIAL
               MOVE CKP-ACCTS-OUT    TO WS-ACCT-COUNT-OUT
               MOVE CKP-BAD-LINES    TO WS-CKP-BAD-LINES
               MOVE CKP-STRAN-DONE   TO WS-STRAN-DONE
               MOVE CKP-CLOSED-TOTAL TO WS-CKP-CLOSED-TOTAL
               MOVE CKP-ACCT-IN      TO WS-ACCT-COUNT-IN
               MOVE CKP-ACCT-REJ     TO WS-ACCT-REJ-COUNT
               MOVE CKP-ACCT-VALID   TO WS-ACCT-VALID-COUNT
               MOVE CKP-TXN-COUNT    TO WS-TXN-COUNT
               MOVE CKP-POST-COUNT   TO WS-POST-COUNT
               MOVE CKP-REJ-COUNT    TO WS-REJ-COUNT
               MOVE CKP-SKIP-COUNT   TO WS-SKIP-COUNT
               MOVE CKP-SUSP-NEW     TO WS-SUSP-NEW-COUNT
               MOVE CKP-SUSP-POSTED  TO WS-SUSP-POSTED-COUNT
               MOVE CKP-SUSP-HELD    TO WS-SUSP-HELD-COUNT
               MOVE CKP-PRIOR-NEW    TO WS-PRIOR-NEW-COUNT
               MOVE CKP-PRIOR-DUP    TO WS-PRIOR-DUP-COUNT
               MOVE CKP-SCR-HELD     TO WS-SCR-HELD-COUNT
               MOVE CKP-SCR-DUP      TO WS-SCR-DUP-COUNT
               MOVE CKP-SCR-RELEASED TO WS-SCR-RELEASED-COUNT
               MOVE CKP-TB-OPENING   TO WS-TB-OPENING-TOTAL
               MOVE CKP-TB-POSTED    TO WS-TB-POSTED-TOTAL
               PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                       UNTIL WS-TYPE-SUB > 7
                   MOVE CKP-TYPE-COUNT(WS-TYPE-SUB)
                       TO WS-TYPE-COUNT(WS-TYPE-SUB)
                   MOVE CKP-TYPE-SUM(WS-TYPE-SUB)
                       TO WS-TYPE-SUM(WS-TYPE-SUB)
               END-PERFORM
           END-IF.

       0710-VERIFY-RESTART.
      *> Read only. Both sorted work files must still cover the
      *> position, every committed output must hold at least what
      *> was committed, and the accounts already closed out must add
      *> up to the total the checkpoint recorded -- a
      *> ledger_accounts.txt put back from a snapshot since the stop
      *> does not, and is refused rather than trimmed.
           MOVE ZERO TO WS-RST-COUNT
           OPEN INPUT SACCTFILE
           IF WS-SACCT-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ SACCTFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-RST-COUNT
                   END-READ
               END-PERFORM
               CLOSE SACCTFILE
           END-IF
           IF WS-SACCT-STATUS NOT = "00"
                   OR WS-RST-COUNT < WS-ACCT-COUNT-OUT
               MOVE "ledger_accounts_sorted.tmp is gone or short"
                   TO WS-CKP-REFUSAL
           END-IF
           MOVE ZERO TO WS-RST-COUNT
           OPEN INPUT STRANFILE
           IF WS-STRAN-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ STRANFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-RST-COUNT
                   END-READ
               END-PERFORM
               CLOSE STRANFILE
           END-IF
           IF WS-STRAN-STATUS NOT = "00"
                   OR WS-RST-COUNT < WS-STRAN-DONE
               MOVE "ledger_tran_sorted.tmp is gone or short"
                   TO WS-CKP-REFUSAL
           END-IF
      *> The carried-through broken lines first, then the accounts
      *> closed out, in the order the walk wrote them.
           MOVE ZERO TO WS-RST-COUNT WS-RST-TOTAL WS-RST-LAST-ID
           COMPUTE WS-RST-KEEP = WS-CKP-BAD-LINES + WS-ACCT-COUNT-OUT
           OPEN INPUT ACCTFILE
           IF WS-ACCT-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                       OR WS-RST-COUNT NOT < WS-RST-KEEP
                   READ ACCTFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-RST-COUNT
                           IF WS-RST-COUNT > WS-CKP-BAD-LINES
                                   AND ACCT-ID NUMERIC
                                   AND ACCT-BALANCE NUMERIC
                               ADD ACCT-BALANCE TO WS-RST-TOTAL
                               MOVE ACCT-ID TO WS-RST-LAST-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCTFILE
           END-IF
           IF WS-RST-COUNT < WS-RST-KEEP
                   OR WS-RST-TOTAL NOT = WS-CKP-CLOSED-TOTAL
                   OR (WS-ACCT-COUNT-OUT > ZERO
                       AND WS-RST-LAST-ID NOT = WS-CKP-LAST-ACCT)
               MOVE "ledger_accounts.txt no longer matches it"
                   TO WS-CKP-REFUSAL
           END-IF
           MOVE ZERO TO WS-RST-COUNT
           OPEN INPUT SUSPFILE
           IF WS-SUSP-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ SUSPFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-RST-COUNT
                   END-READ
               END-PERFORM
               CLOSE SUSPFILE
           END-IF
           IF WS-RST-COUNT < WS-SUSP-HELD-COUNT
               MOVE "ledger_suspense.txt is short of it"
                   TO WS-CKP-REFUSAL
           END-IF
           MOVE ZERO TO WS-RST-COUNT
           OPEN INPUT REJFILE
           IF WS-REJ-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ REJFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-RST-COUNT
                   END-READ
               END-PERFORM
               CLOSE REJFILE
           END-IF
           IF WS-RST-COUNT < WS-REJ-COUNT
               MOVE "ledger_rejected.txt is short of it"
                   TO WS-CKP-REFUSAL
           END-IF
           MOVE "N" TO WS-RST-SERIAL-SEEN
           IF WS-CKP-JRN-SERIAL = ZERO
               MOVE "Y" TO WS-RST-SERIAL-SEEN
           END-IF
           OPEN INPUT JRNFILE
           IF WS-JRN-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ JRNFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF JRN-SERIAL = WS-CKP-JRN-SERIAL
                               MOVE "Y" TO WS-RST-SERIAL-SEEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JRNFILE
           END-IF
           IF NOT CKP-SERIAL-ON-JOURNAL
               MOVE "ledger_journal.txt does not reach its serial"
                   TO WS-CKP-REFUSAL
           END-IF.

       0720-TRIM-JOURNAL.
      *> Entries past the checkpoint's serial were journaled for
      *> accounts whose closing balances never committed; the
      *> resumed walk posts them again, so they come off here. The
      *> transfer legs the stopped run did commit are noted on the
      *> way past -- the accounts they touched that are still to be
      *> walked enter at their post-transfer balances, as they
      *> would have.
           MOVE ZERO TO WS-RST-DROPPED
           OPEN INPUT JRNFILE
           IF WS-JRN-STATUS = "00"
               OPEN OUTPUT RSTWORK
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ JRNFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF JRN-SERIAL NOT NUMERIC
                                   OR JRN-SERIAL NOT > WS-CKP-JRN-SERIAL
                               MOVE JRN-RECORD TO RST-RECORD
                               WRITE RST-RECORD
                               IF JRN-SERIAL NUMERIC
                                   AND JRN-SERIAL > WS-CKP-START-SERIAL
                                   AND JRN-TYPE = "TR"
                                   PERFORM 0725-TAKE-RUN-TRANSFER-LEG
                               END-IF
                           ELSE
                               ADD 1 TO WS-RST-DROPPED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JRNFILE
               CLOSE RSTWORK
               OPEN INPUT RSTWORK
               OPEN OUTPUT JRNFILE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ RSTWORK
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE RST-RECORD TO JRN-RECORD
                           WRITE JRN-RECORD
                   END-READ
               END-PERFORM
               CLOSE RSTWORK
               CLOSE JRNFILE
           END-IF.

       0725-TAKE-RUN-TRANSFER-LEG.
      *> Each leg's amount lands on its account's entry; 0750 adds
      *> the opening balance from the sorted accounts.
           MOVE JRN-ACCT-ID TO WS-XA-WANTED-ID
           PERFORM 1710-ADD-XFER-ACCOUNT
           PERFORM 1730-FIND-XFER-ACCOUNT
           ADD JRN-AMOUNT TO WS-XA-BALANCE(WS-XA-MATCH).

       0730-TRIM-ACCOUNTS.
           COMPUTE WS-RST-KEEP = WS-CKP-BAD-LINES + WS-ACCT-COUNT-OUT
           MOVE ZERO TO WS-RST-COUNT
           OPEN INPUT ACCTFILE
           OPEN OUTPUT RSTWORK
           MOVE "N" TO WS-EOF
           PERFORM UNTIL END-OF-FILE OR WS-RST-COUNT NOT < WS-RST-KEEP
               READ ACCTFILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RST-COUNT
                       MOVE ACCT-RECORD TO RST-RECORD
                       WRITE RST-RECORD
               END-READ
           END-PERFORM
           CLOSE ACCTFILE
           CLOSE RSTWORK
           OPEN INPUT RSTWORK
           OPEN OUTPUT ACCTFILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL END-OF-FILE
               READ RSTWORK
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE RST-RECORD TO ACCT-RECORD
                       WRITE ACCT-RECORD
               END-READ
           END-PERFORM
           CLOSE RSTWORK
           CLOSE ACCTFILE.

       0740-TRIM-SUSPENSE.
           MOVE ZERO TO WS-RST-COUNT
           OPEN OUTPUT RSTWORK
           OPEN INPUT SUSPFILE
           IF WS-SUSP-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                       OR WS-RST-COUNT NOT < WS-SUSP-HELD-COUNT
                   READ SUSPFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-RST-COUNT
                           MOVE SUSP-RECORD TO RST-RECORD
                           WRITE RST-RECORD
                   END-READ
               END-PERFORM
               CLOSE SUSPFILE
           END-IF
           CLOSE RSTWORK
           OPEN INPUT RSTWORK
           OPEN OUTPUT SUSPFILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL END-OF-FILE
               READ RSTWORK
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE RST-RECORD TO SUSP-RECORD
                       WRITE SUSP-RECORD
               END-READ
           END-PERFORM
           CLOSE RSTWORK
           CLOSE SUSPFILE.

       0745-TRIM-REJECTS.
           MOVE ZERO TO WS-RST-COUNT
           OPEN OUTPUT RSTWORK
           OPEN INPUT REJFILE
           IF WS-REJ-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                       OR WS-RST-COUNT NOT < WS-REJ-COUNT
                   READ REJFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-RST-COUNT
                           MOVE REJ-RECORD TO RST-RECORD
                           WRITE RST-RECORD
                   END-READ
               END-PERFORM
               CLOSE REJFILE
           END-IF
           CLOSE RSTWORK
           OPEN INPUT RSTWORK
           OPEN OUTPUT REJFILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL END-OF-FILE
               READ RSTWORK
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE RST-RECORD TO REJ-RECORD
                       WRITE REJ-RECORD
               END-READ
           END-PERFORM
           CLOSE RSTWORK
           CLOSE REJFILE.

       0750-RESUME-FROM-CHECKPOINT.
      *> The walk picks up where the commit left it; the reject file
      *> it extends was trimmed to the commit by 0745. Accounts a
      *> committed transfer touched take their opening balance from
      *> the sorted accounts, the same way 1700 reads them for
      *> settlement.
           IF WS-XA-COUNT > ZERO
               OPEN INPUT SACCTFILE
               MOVE "N" TO WS-SACCT-EOF
               PERFORM UNTIL SACCT-END-OF-FILE
                   READ SACCTFILE
                       AT END SET SACCT-END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE SACCT-ID TO WS-XA-WANTED-ID
                           PERFORM 1730-FIND-XFER-ACCOUNT
                           IF WS-XA-MATCH > ZERO
                               MOVE "Y" TO WS-XA-FOUND(WS-XA-MATCH)
                               ADD SACCT-BALANCE
                                   TO WS-XA-BALANCE(WS-XA-MATCH)
                               MOVE SACCT-LIMIT
                                   TO WS-XA-LIMIT(WS-XA-MATCH)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SACCTFILE
           END-IF
           OPEN EXTEND REJFILE
           DISPLAY "Resuming the posting run started "
                   WS-CKP-RUN-DATE "-" WS-CKP-RUN-TIME
                   " after account " WS-CKP-LAST-ACCT
                   " (journal serial " WS-CKP-JRN-SERIAL ", "
                   WS-RST-DROPPED " uncommitted entries taken off)".

       0800-PREPARE-POSTING.
      *> A run from the top: everything up to the posting walk. The
      *> refusals below end the run here, before anything posts.
           MOVE WS-JRN-SERIAL TO WS-CKP-START-SERIAL
           MOVE DTS-RUN-DATE  TO WS-CKP-RUN-DATE
           MOVE DTS-RUN-TIME  TO WS-CKP-RUN-TIME
           OPEN OUTPUT REJFILE
      *> Accounts into id order. The INPUT PROCEDURE skims off lines
      *> with a non-numeric id so SORT never orders on garbage bytes.
           SORT ACCTWORK ON ASCENDING KEY ACCTSORT-ID
               INPUT PROCEDURE IS 0500-RELEASE-ACCOUNTS
               GIVING SACCTFILE
           IF BAD-ACCOUNTS-OVERFLOWED
               DISPLAY "! ledger_accounts.txt carries more broken "
                       "lines than this run can carry through the "
                       "rewrite -- no transactions were applied"
               CLOSE REJFILE
               MOVE 12 TO RETURN-CODE
               MOVE "LEDGER" TO JOB-PROGRAM-NAME
               MOVE RETURN-CODE TO JOB-RETURN-CODE
               MOVE ZERO TO JOB-RECORD-COUNT
               MOVE 1 TO JOB-ERROR-COUNT
               PERFORM 9900-RELEASE-RUN-LOCK
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
      *> The day's transactions and the held suspense queue into one
      *> sorted stream, account id major, business date minor, so the
      *> posting walk sees each account's whole day together.
      *> Anything dated in a closed month is diverted to the
      *> prior-period queue on the way in.
           OPEN EXTEND PPQFILE
           IF WS-PPQ-STATUS NOT = "00"
               OPEN OUTPUT PPQFILE
           END-IF
           SORT TXNWORK ON ASCENDING KEY SORTW-ACCT-ID
                            ASCENDING KEY SORTW-DATE
               INPUT PROCEDURE IS 0600-RELEASE-TRANSACTIONS
               GIVING PRESFILE
           CLOSE PPQFILE
           IF REVIEW-TABLE-OVERFLOWED
               DISPLAY "! ledger_review_hold.txt holds more items "
                       "inside the " WS-RETENTION-DAYS "-day "
                       "window than the rerun check can carry -- no "
                       "transactions were applied"
               CLOSE REJFILE
               MOVE 12 TO RETURN-CODE
               MOVE "LEDGER" TO JOB-PROGRAM-NAME
               MOVE RETURN-CODE TO JOB-RETURN-CODE
               MOVE ZERO TO JOB-RECORD-COUNT
               MOVE 1 TO JOB-ERROR-COUNT
               PERFORM 9900-RELEASE-RUN-LOCK
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
           IF TRANSFER-TABLE-OVERFLOWED
               DISPLAY "! ledger_tran.txt carries more TR transfers "
                       "than the " WS-MAX-XFERS "-transfer settlement "
                       "table -- no transactions were applied"
               CLOSE REJFILE
               MOVE 12 TO RETURN-CODE
               MOVE "LEDGER" TO JOB-PROGRAM-NAME
               MOVE RETURN-CODE TO JOB-RETURN-CODE
               MOVE ZERO TO JOB-RECORD-COUNT
               MOVE 1 TO JOB-ERROR-COUNT
               PERFORM 9900-RELEASE-RUN-LOCK
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
           PERFORM 1800-SCREEN-TRANSACTIONS
           PERFORM 1700-SETTLE-TRANSFERS.

       1000-POST-SORTED-STREAMS.
      *> The matched-pair walk. The accounts stream advances one
      *> account at a time; every sorted transaction either lands on
      *> balances are written to ledger_accounts.txt the moment the
      *> walk moves past each account, so no account ever needs to
      *> be held in memory beyond the current one.
      *> Broken account lines carried through go out first, ahead of
      *> the accounts, so they are inside the very first commit.
           OPEN INPUT SACCTFILE
           OPEN INPUT STRANFILE
           MOVE "LEDGER" TO RPT-PROGRAM-NAME
           MOVE "POSTED TRANSACTIONS" TO RPT-REPORT-TITLE
           MOVE "OPEN " TO RPT-FUNCTION
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           IF CKP-RESUMING
               OPEN EXTEND ACCTFILE
               OPEN EXTEND SUSPFILE
               OPEN EXTEND JRNFILE
               IF WS-JRN-STATUS NOT = "00"
                   OPEN OUTPUT JRNFILE
               END-IF
               PERFORM 1020-POSITION-STREAMS
           ELSE
               OPEN OUTPUT ACCTFILE
               OPEN OUTPUT SUSPFILE
               OPEN EXTEND JRNFILE
               IF WS-JRN-STATUS NOT = "00"
                   OPEN OUTPUT JRNFILE
               END-IF
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-BAD-ACCT-COUNT
                   MOVE WS-BAD-ACCT-LINE(WS-IDX) TO ACCT-RECORD
                   WRITE ACCT-RECORD
               END-PERFORM
               MOVE WS-BAD-ACCT-COUNT TO WS-CKP-BAD-LINES
               PERFORM 1750-POST-SETTLED-TRANSFERS
               PERFORM 1900-TAKE-CHECKPOINT
           END-IF
           PERFORM 1100-READ-NEXT-ACCOUNT
           MOVE "N" TO WS-STRAN-EOF
           PERFORM UNTIL STRAN-END-OF-FILE
               PERFORM 1150-WRITE-CURRENT-ACCOUNT
               PERFORM 1100-READ-NEXT-ACCOUNT
           END-PERFORM
           PERFORM 2000-WRITE-TYPE-TOTALS
           MOVE "CLOSE" TO RPT-FUNCTION
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           CLOSE ACCTFILE
           CLOSE SUSPFILE
           CLOSE JRNFILE
           CLOSE REJFILE
      *> Every output is whole -- the next run starts from the top.
           MOVE WS-JRN-SERIAL TO WS-CKP-JRN-SERIAL
           MOVE "C" TO WS-CKP-STATE
           PERFORM 1950-WRITE-CHECKPOINT.

       1020-POSITION-STREAMS.
      *> Past every account and every sorted transaction the
      *> checkpoint had already closed out -- each account read from
      *> the sorted stream is written exactly once, so the accounts
      *> written are the accounts read.
           PERFORM WS-ACCT-COUNT-OUT TIMES
               READ SACCTFILE
                   AT END CONTINUE
               END-READ
           END-PERFORM
           PERFORM WS-STRAN-DONE TIMES
               READ STRANFILE
                   AT END CONTINUE
               END-READ
           END-PERFORM
           MOVE SPACES TO RPT-DETAIL-LINE
           STRING "Resumed from checkpoint after account "
                  WS-CKP-LAST-ACCT " (journal serial "
                  WS-CKP-JRN-SERIAL ")"
               DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           MOVE "WRITE" TO RPT-FUNCTION
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK.

       1050-REJECT-TXN.
           ADD 1 TO WS-REJ-COUNT
                   MOVE SACCT-ID      TO WS-CUR-ACCT-ID
                   MOVE SACCT-BALANCE TO WS-CUR-ACCT-BALANCE
                   MOVE SACCT-LIMIT   TO WS-CUR-ACCT-LIMIT
                   PERFORM 1110-TAKE-TRANSFER-BALANCE
           END-READ.

       1110-TAKE-TRANSFER-BALANCE.
      *> An account a transfer touched enters the walk at the
      *> balance settlement left it at -- the journal already holds
      *> the legs that moved it there.
           MOVE WS-CUR-ACCT-ID TO WS-XA-WANTED-ID
           PERFORM 1730-FIND-XFER-ACCOUNT
           IF WS-XA-MATCH > ZERO
               MOVE WS-XA-BALANCE(WS-XA-MATCH) TO WS-CUR-ACCT-BALANCE
           END-IF.

       1150-WRITE-CURRENT-ACCOUNT.
           ADD 1 TO WS-ACCT-COUNT-OUT
           MOVE WS-CUR-ACCT-ID      TO ACCT-ID
           MOVE WS-CUR-ACCT-BALANCE TO ACCT-BALANCE
           MOVE WS-CUR-ACCT-LIMIT   TO ACCT-LIMIT
           WRITE ACCT-RECORD
           MOVE WS-CUR-ACCT-ID TO WS-CKP-LAST-ACCT
           ADD WS-CUR-ACCT-BALANCE TO WS-CKP-CLOSED-TOTAL
           ADD 1 TO WS-CKP-SINCE
           IF WS-CKP-SINCE NOT < WS-CKP-INTERVAL
               PERFORM 1900-TAKE-CHECKPOINT
           END-IF.

       1200-PROCESS-SORTED-TXN.
           MOVE STRAN-ACCT-ID TO WS-TXN-ACCT-ID
           MOVE STRAN-SOURCE  TO WS-TXN-SOURCE
           MOVE STRAN-AGE     TO WS-TXN-AGE
           MOVE STRAN-HELD    TO WS-TXN-HELD
           MOVE ZERO          TO WS-TXN-COUNTER
           MOVE ZERO          TO WS-TXN-LINK
           PERFORM UNTIL NOT ACCOUNT-IN-HAND
                   OR WS-CUR-ACCT-ID NOT < WS-TXN-ACCT-ID
               PERFORM 1150-WRITE-CURRENT-ACCOUNT
                       PERFORM 1600-HOLD-TXN
                   END-IF
               END-IF
           END-IF
           ADD 1 TO WS-STRAN-DONE.

       1300-VALIDATE-TXN-TYPE.
      *> Per-type posting rules. EXC-REASON left at spaces means the
                       MOVE "reversal amount must negate original"
                           TO EXC-REASON
               END-EVALUATE
      *> The reversal's journal entry names the entry it reverses,
      *> so a later reader can tell what kind of posting it undid.
               IF EXC-REASON = SPACES
                   MOVE WS-TXN-REF TO WS-TXN-LINK
               END-IF
           END-IF.

       1400-CHECK-JOURNAL.
                       AND WS-JRN-AMOUNT(WS-JRN-SUB) = WS-TXN-AMOUNT
                       AND WS-JRN-BUS-DATE(WS-JRN-SUB) = WS-TXN-DATE
                       AND WS-JRN-TYPE(WS-JRN-SUB) = WS-TXN-TYPE
                       AND WS-JRN-COUNTER(WS-JRN-SUB) = WS-TXN-COUNTER
                   MOVE "Y" TO WS-JRN-MATCH
               END-IF
           END-PERFORM.
      *> next serial before the posted report line so the journal
      *> never shows fewer transactions than the report claims posted.
           ADD 1 TO WS-JRN-SERIAL
           CALL "BusinessDate" USING DATE-TIME-STAMP
           MOVE SPACES TO JRN-RECORD
           MOVE WS-JRN-SERIAL TO JRN-SERIAL
           MOVE WS-TXN-ACCT-ID TO JRN-ACCT-ID
           MOVE WS-TXN-TYPE    TO JRN-TYPE
           MOVE DTS-RUN-DATE   TO JRN-RUN-DATE
           MOVE DTS-RUN-TIME   TO JRN-RUN-TIME
           MOVE WS-TXN-LINK    TO JRN-LINK-SERIAL
           MOVE WS-TXN-COUNTER TO JRN-COUNTER-ACCT
           WRITE JRN-RECORD.

       1550-WRITE-POSTED-LINE.
           MOVE SPACES TO MF-CURRENCY-CODE
           CALL "MoneyFormat" USING MONEY-CONTROL-BLOCK
           MOVE SPACES TO RPT-DETAIL-LINE
           IF WS-TXN-TYPE = "TR"
               IF WS-TXN-AMOUNT < ZERO
                   MOVE "to" TO WS-XFER-DIRECTION
               ELSE
                   MOVE "from" TO WS-XFER-DIRECTION
               END-IF
               STRING "Account " WS-TXN-ACCT-ID " txn " WS-TXN-DATE
                      " type TR " FUNCTION TRIM(WS-XFER-DIRECTION)
                      " " WS-TXN-COUNTER ": "
                      FUNCTION TRIM(WS-AMT-FORMATTED)
                      "  new balance=" FUNCTION TRIM(MF-FORMATTED)
                   DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           ELSE
               STRING "Account " WS-TXN-ACCT-ID " txn " WS-TXN-DATE
                      " type " WS-TXN-TYPE ": "
                      FUNCTION TRIM(WS-AMT-FORMATTED)
                      "  new balance=" FUNCTION TRIM(MF-FORMATTED)
                   DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           END-IF
           MOVE "WRITE" TO RPT-FUNCTION
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK.

       1560-ADD-TYPE-TOTAL.
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > 7
               IF WS-TYPE-CODE(WS-TYPE-SUB) = WS-TXN-TYPE
                   ADD 1 TO WS-TYPE-COUNT(WS-TYPE-SUB)
                   ADD WS-TXN-AMOUNT TO WS-TYPE-SUM(WS-TYPE-SUB)
           ADD 1 TO WS-SUSP-HELD-COUNT
           WRITE SUSP-RECORD.

       1700-SETTLE-TRANSFERS.
      *> Opening balances for every account a transfer names, read
      *> once from the sorted accounts file, then each transfer
      *> judged in arrival order against the balances the transfers
      *> before it left. A refused transfer moves nothing, so the
      *> ones after it are judged as if it had never been keyed.
           IF WS-XFER-COUNT > ZERO
               PERFORM VARYING WS-XFER-IDX FROM 1 BY 1
                       UNTIL WS-XFER-IDX > WS-XFER-COUNT
                   MOVE WS-XFER-FROM-ID(WS-XFER-IDX)
                       TO WS-XA-WANTED-ID
                   PERFORM 1710-ADD-XFER-ACCOUNT
                   MOVE WS-XFER-TO-ID(WS-XFER-IDX) TO WS-XA-WANTED-ID
                   PERFORM 1710-ADD-XFER-ACCOUNT
               END-PERFORM
               OPEN INPUT SACCTFILE
               MOVE "N" TO WS-SACCT-EOF
               PERFORM UNTIL SACCT-END-OF-FILE
                   READ SACCTFILE
                       AT END SET SACCT-END-OF-FILE TO TRUE
                       NOT AT END
                           MOVE SACCT-ID TO WS-XA-WANTED-ID
                           PERFORM 1730-FIND-XFER-ACCOUNT
                           IF WS-XA-MATCH > ZERO
                               MOVE "Y" TO WS-XA-FOUND(WS-XA-MATCH)
                               MOVE SACCT-BALANCE
                                   TO WS-XA-BALANCE(WS-XA-MATCH)
                               MOVE SACCT-LIMIT
                                   TO WS-XA-LIMIT(WS-XA-MATCH)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SACCTFILE
               PERFORM VARYING WS-XFER-IDX FROM 1 BY 1
                       UNTIL WS-XFER-IDX > WS-XFER-COUNT
                   IF XFER-PENDING(WS-XFER-IDX)
                       PERFORM 1720-SETTLE-ONE-TRANSFER
                   END-IF
               END-PERFORM
           END-IF.

       1710-ADD-XFER-ACCOUNT.
           PERFORM 1730-FIND-XFER-ACCOUNT
           IF WS-XA-MATCH = ZERO
               ADD 1 TO WS-XA-COUNT
               MOVE WS-XA-WANTED-ID TO WS-XA-ID(WS-XA-COUNT)
               MOVE ZERO TO WS-XA-BALANCE(WS-XA-COUNT)
               MOVE ZERO TO WS-XA-LIMIT(WS-XA-COUNT)
               MOVE "N"  TO WS-XA-FOUND(WS-XA-COUNT)
           END-IF.

       1720-SETTLE-ONE-TRANSFER.
      *> The from-leg is staged in WS-TXN, so a refusal is written
      *> through the same reject path as any other transaction and a
      *> rerun is recognized by the from-leg's journal signature.
           MOVE WS-XFER-FROM-ID(WS-XFER-IDX) TO WS-TXN-ACCT-ID
           COMPUTE WS-TXN-AMOUNT = ZERO - WS-XFER-AMOUNT(WS-XFER-IDX)
           MOVE WS-XFER-DATE(WS-XFER-IDX)    TO WS-TXN-DATE
           MOVE "TR"                         TO WS-TXN-TYPE
           MOVE ZERO                         TO WS-TXN-REF
           MOVE WS-XFER-TO-ID(WS-XFER-IDX)   TO WS-TXN-COUNTER
           MOVE ZERO                         TO WS-TXN-LINK
           MOVE SPACES TO EXC-REASON
           PERFORM 1400-CHECK-JOURNAL
           IF TXN-ALREADY-JOURNALED
               MOVE "J" TO WS-XFER-STATE(WS-XFER-IDX)
           ELSE
               MOVE WS-XFER-FROM-ID(WS-XFER-IDX) TO WS-XA-WANTED-ID
               PERFORM 1730-FIND-XFER-ACCOUNT
               MOVE WS-XA-MATCH TO WS-XA-FROM-IDX
               MOVE WS-XFER-TO-ID(WS-XFER-IDX) TO WS-XA-WANTED-ID
               PERFORM 1730-FIND-XFER-ACCOUNT
               MOVE WS-XA-MATCH TO WS-XA-TO-IDX
               EVALUATE TRUE
                   WHEN NOT XA-ON-FILE(WS-XA-FROM-IDX)
                       MOVE "transfer from-account not on file"
                           TO EXC-REASON
                   WHEN NOT XA-ON-FILE(WS-XA-TO-IDX)
                       MOVE "transfer to-account not on file"
                           TO EXC-REASON
                   WHEN OTHER
                       PERFORM 1725-TRY-TRANSFER-BALANCES
               END-EVALUATE
               IF EXC-REASON NOT = SPACES
                   MOVE "R" TO WS-XFER-STATE(WS-XFER-IDX)
                   PERFORM 1050-REJECT-TXN
               ELSE
                   MOVE "S" TO WS-XFER-STATE(WS-XFER-IDX)
                   MOVE WS-XFER-FROM-BAL
                       TO WS-XA-BALANCE(WS-XA-FROM-IDX)
                   MOVE WS-XFER-TO-BAL
                       TO WS-XA-BALANCE(WS-XA-TO-IDX)
                   MOVE WS-XFER-FROM-BAL
                       TO WS-XFER-FROM-NEW(WS-XFER-IDX)
                   MOVE WS-XFER-TO-BAL
                       TO WS-XFER-TO-NEW(WS-XFER-IDX)
               END-IF
           END-IF.

       1725-TRY-TRANSFER-BALANCES.
      *> Both legs through the same size-error/credit-limit guard
      *> 1500-APPLY-TXN gives a single transaction.
           COMPUTE WS-XFER-FROM-BAL =
                   WS-XA-BALANCE(WS-XA-FROM-IDX)
                   - WS-XFER-AMOUNT(WS-XFER-IDX)
               ON SIZE ERROR
                   MOVE "transfer size error" TO EXC-REASON
           END-COMPUTE
           IF EXC-REASON = SPACES
               COMPUTE WS-XFER-TO-BAL =
                       WS-XA-BALANCE(WS-XA-TO-IDX)
                       + WS-XFER-AMOUNT(WS-XFER-IDX)
                   ON SIZE ERROR
                       MOVE "transfer size error" TO EXC-REASON
               END-COMPUTE
           END-IF
           IF EXC-REASON = SPACES
               IF WS-XFER-FROM-BAL < WS-XA-LIMIT(WS-XA-FROM-IDX)
                   MOVE "transfer would breach from-account limit"
                       TO EXC-REASON
               ELSE
                   IF WS-XFER-TO-BAL < WS-XA-LIMIT(WS-XA-TO-IDX)
                       MOVE "transfer would breach to-account limit"
                           TO EXC-REASON
                   END-IF
               END-IF
           END-IF.

       1730-FIND-XFER-ACCOUNT.
           MOVE ZERO TO WS-XA-MATCH
           PERFORM VARYING WS-XA-IDX FROM 1 BY 1
                   UNTIL WS-XA-IDX > WS-XA-COUNT
                   OR WS-XA-MATCH > ZERO
               IF WS-XA-ID(WS-XA-IDX) = WS-XA-WANTED-ID
                   MOVE WS-XA-IDX TO WS-XA-MATCH
               END-IF
           END-PERFORM.

       1750-POST-SETTLED-TRANSFERS.
      *> Journal and report the settled legs, from-leg first: the
      *> from-leg takes the next serial and names the serial after
      *> it, the to-leg takes that one and names the from-leg's.
           PERFORM VARYING WS-XFER-IDX FROM 1 BY 1
                   UNTIL WS-XFER-IDX > WS-XFER-COUNT
               MOVE WS-XFER-FROM-ID(WS-XFER-IDX) TO WS-TXN-ACCT-ID
               COMPUTE WS-TXN-AMOUNT =
                   ZERO - WS-XFER-AMOUNT(WS-XFER-IDX)
               MOVE WS-XFER-DATE(WS-XFER-IDX)  TO WS-TXN-DATE
               MOVE "TR"                       TO WS-TXN-TYPE
               MOVE ZERO                       TO WS-TXN-REF
               MOVE "T"                        TO WS-TXN-SOURCE
               MOVE WS-XFER-TO-ID(WS-XFER-IDX) TO WS-TXN-COUNTER
               EVALUATE TRUE
                   WHEN XFER-JOURNALED(WS-XFER-IDX)
                       PERFORM 1450-SKIP-JOURNALED-TXN
                   WHEN XFER-SETTLED(WS-XFER-IDX)
                       COMPUTE WS-TXN-LINK = WS-JRN-SERIAL + 2
                       MOVE WS-XFER-FROM-NEW(WS-XFER-IDX)
                           TO WS-NEW-BALANCE
                       ADD WS-TXN-AMOUNT TO WS-TB-POSTED-TOTAL
                       PERFORM 1520-WRITE-JOURNAL-ENTRY
                       PERFORM 1550-WRITE-POSTED-LINE
                       MOVE WS-JRN-SERIAL TO WS-TXN-LINK
                       MOVE WS-XFER-TO-ID(WS-XFER-IDX)
                           TO WS-TXN-ACCT-ID
                       MOVE WS-XFER-AMOUNT(WS-XFER-IDX)
                           TO WS-TXN-AMOUNT
                       MOVE WS-XFER-FROM-ID(WS-XFER-IDX)
                           TO WS-TXN-COUNTER
                       MOVE WS-XFER-TO-NEW(WS-XFER-IDX)
                           TO WS-NEW-BALANCE
                       ADD WS-TXN-AMOUNT TO WS-TB-POSTED-TOTAL
                       PERFORM 1520-WRITE-JOURNAL-ENTRY
                       PERFORM 1550-WRITE-POSTED-LINE
               END-EVALUATE
           END-PERFORM.

       1800-SCREEN-TRANSACTIONS.
      *> Two passes over the sorted stream: the first totals each
      *> account's screened items per business date, the second
      *> judges each item against those totals and writes either
      *> the stream the posting walk reads or a review-hold line.
      *> The queue is rebuilt first from the intake copy, so the
      *> released items' new state lands even on a day with nothing
      *> flagged.
           OPEN OUTPUT RVHFILE
           OPEN INPUT RVHWORK
           MOVE "N" TO WS-EOF
           PERFORM UNTIL END-OF-FILE
               READ RVHWORK
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE RVHW-RECORD TO RVH-RECORD
                       WRITE RVH-RECORD
               END-READ
           END-PERFORM
           CLOSE RVHWORK
           PERFORM 1810-TOTAL-DAY-GROUPS
           OPEN INPUT PRESFILE
           OPEN INPUT DAYFILE
           OPEN OUTPUT STRANFILE
           MOVE "N" TO WS-DAY-EOF
           MOVE LOW-VALUES TO DAY-KEY
           MOVE ZERO TO WS-SCR-AVG-ACCT
           MOVE ZERO TO WS-SCR-HIST-COUNT
           MOVE "N" TO WS-PRES-EOF
           PERFORM UNTIL PRES-END-OF-FILE
               READ PRESFILE
                   AT END SET PRES-END-OF-FILE TO TRUE
                   NOT AT END PERFORM 1830-SCREEN-ONE-TXN
               END-READ
           END-PERFORM
           CLOSE PRESFILE
           CLOSE DAYFILE
           CLOSE STRANFILE
           PERFORM VARYING WS-XFER-IDX FROM 1 BY 1
                   UNTIL WS-XFER-IDX > WS-XFER-COUNT
               IF XFER-PENDING(WS-XFER-IDX)
                       AND WS-XFER-SOURCE(WS-XFER-IDX) = "T"
                   PERFORM 1870-SCREEN-ONE-TRANSFER
               END-IF
           END-PERFORM
           CLOSE RVHFILE.

       1810-TOTAL-DAY-GROUPS.
           OPEN INPUT PRESFILE
           OPEN OUTPUT DAYFILE
           MOVE ZERO TO DAY-COUNT
           MOVE "N" TO WS-PRES-EOF
           PERFORM UNTIL PRES-END-OF-FILE
               READ PRESFILE
                   AT END SET PRES-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE PRES-TYPE TO WS-SCR-TYPE
                       IF PRES-SOURCE = "T" AND SCR-TYPE-SCREENED
                           PERFORM 1820-ADD-TO-DAY-GROUP
                       END-IF
               END-READ
           END-PERFORM
           IF DAY-COUNT > ZERO
               WRITE DAY-RECORD
           END-IF
           CLOSE PRESFILE
           CLOSE DAYFILE.

       1820-ADD-TO-DAY-GROUP.
           IF DAY-COUNT > ZERO
                   AND (DAY-ACCT-ID NOT = PRES-ACCT-ID
                        OR DAY-DATE NOT = PRES-DATE)
               WRITE DAY-RECORD
               MOVE ZERO TO DAY-COUNT
           END-IF
           IF DAY-COUNT = ZERO
               MOVE PRES-ACCT-ID TO DAY-ACCT-ID
               MOVE PRES-DATE    TO DAY-DATE
               MOVE ZERO         TO DAY-TOTAL
           END-IF
           ADD 1 TO DAY-COUNT
           IF PRES-AMOUNT < ZERO
               SUBTRACT PRES-AMOUNT FROM DAY-TOTAL
           ELSE
               ADD PRES-AMOUNT TO DAY-TOTAL
           END-IF.

       1830-SCREEN-ONE-TXN.
           MOVE SPACES TO WS-SCR-REASON
           MOVE PRES-TYPE TO WS-SCR-TYPE
           IF PRES-SOURCE = "T" AND SCR-TYPE-SCREENED
               MOVE PRES-ACCT-ID TO WS-SCR-ACCT-ID
               MOVE PRES-AMOUNT  TO WS-SCR-AMOUNT
               MOVE PRES-DATE    TO WS-SCR-DATE
               MOVE PRES-REF     TO WS-SCR-REF
               MOVE ZERO         TO WS-SCR-TO-ACCT
               PERFORM 1880-CHECK-ALREADY-REVIEWED
               IF NOT ITEM-ALREADY-REVIEWED
                   MOVE PRES-ACCT-ID TO WS-SCR-KEY-ACCT
                   MOVE PRES-DATE    TO WS-SCR-KEY-DATE
                   PERFORM UNTIL DAY-END-OF-FILE
                           OR DAY-KEY NOT < WS-SCR-KEY
                       READ DAYFILE
                           AT END SET DAY-END-OF-FILE TO TRUE
                       END-READ
                   END-PERFORM
                   MOVE 1 TO WS-SCR-DAY-N
                   MOVE ZERO TO WS-SCR-DAY-SUM
                   IF NOT DAY-END-OF-FILE AND DAY-KEY = WS-SCR-KEY
                       MOVE DAY-COUNT TO WS-SCR-DAY-N
                       MOVE DAY-TOTAL TO WS-SCR-DAY-SUM
                   END-IF
                   PERFORM 1850-JUDGE-ITEM
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN ITEM-ALREADY-REVIEWED AND PRES-SOURCE = "T"
                       AND SCR-TYPE-SCREENED
                   ADD 1 TO WS-SCR-DUP-COUNT
               WHEN WS-SCR-REASON NOT = SPACES
                   PERFORM 1890-HOLD-FOR-REVIEW
               WHEN OTHER
                   MOVE PRES-RECORD TO STRAN-RECORD
                   WRITE STRAN-RECORD
           END-EVALUATE.

       1850-JUDGE-ITEM.
      *> WS-SCR-ITEM, WS-SCR-DAY-N and WS-SCR-DAY-SUM staged by the
      *> caller; leaves the first reason that applies, or spaces.
           IF WS-SCR-AMOUNT < ZERO
               COMPUTE WS-SCR-ABS-AMOUNT = ZERO - WS-SCR-AMOUNT
           ELSE
               MOVE WS-SCR-AMOUNT TO WS-SCR-ABS-AMOUNT
           END-IF
           IF WS-SCR-ACCT-ID NOT = WS-SCR-AVG-ACCT
               PERFORM 1860-ACCOUNT-AVERAGE
           END-IF
           EVALUATE TRUE
               WHEN WS-SCR-SINGLE > ZERO
                       AND WS-SCR-ABS-AMOUNT > WS-SCR-SINGLE
                   MOVE "AMT" TO WS-SCR-REASON
               WHEN WS-SCR-DEV-MULTIPLE > ZERO
                       AND WS-SCR-HIST-COUNT >= WS-SCR-MIN-HISTORY
                       AND WS-SCR-ABS-AMOUNT > WS-SCR-DEV-LIMIT
                   MOVE "DEV" TO WS-SCR-REASON
               WHEN WS-SCR-DAY-COUNT > ZERO
                       AND WS-SCR-DAY-N > WS-SCR-DAY-COUNT
                   MOVE "CNT" TO WS-SCR-REASON
               WHEN WS-SCR-DAY-TOTAL > ZERO
                       AND WS-SCR-DAY-SUM > WS-SCR-DAY-TOTAL
                   MOVE "TOT" TO WS-SCR-REASON
           END-EVALUATE.

       1860-ACCOUNT-AVERAGE.
      *> The account's average screened-type amount over the journal
      *> window already in memory for the rerun check.
           MOVE WS-SCR-ACCT-ID TO WS-SCR-AVG-ACCT
           MOVE ZERO TO WS-SCR-HIST-COUNT
           MOVE ZERO TO WS-SCR-HIST-SUM
           MOVE ZERO TO WS-SCR-AVERAGE
           PERFORM VARYING WS-JRN-SUB FROM 1 BY 1
                   UNTIL WS-JRN-SUB > WS-JRN-COUNT
               IF WS-JRN-ACCT-ID(WS-JRN-SUB) = WS-SCR-ACCT-ID
                   AND (WS-JRN-TYPE(WS-JRN-SUB) = "DP"
                     OR WS-JRN-TYPE(WS-JRN-SUB) = "WD"
                     OR WS-JRN-TYPE(WS-JRN-SUB) = "AJ"
                     OR WS-JRN-TYPE(WS-JRN-SUB) = "TR")
                   ADD 1 TO WS-SCR-HIST-COUNT
                   IF WS-JRN-AMOUNT(WS-JRN-SUB) < ZERO
                       SUBTRACT WS-JRN-AMOUNT(WS-JRN-SUB)
                           FROM WS-SCR-HIST-SUM
                   ELSE
                       ADD WS-JRN-AMOUNT(WS-JRN-SUB)
                           TO WS-SCR-HIST-SUM
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SCR-HIST-COUNT > ZERO
               COMPUTE WS-SCR-AVERAGE ROUNDED =
                   WS-SCR-HIST-SUM / WS-SCR-HIST-COUNT
           END-IF
           COMPUTE WS-SCR-DEV-LIMIT =
               WS-SCR-AVERAGE * WS-SCR-DEV-MULTIPLE.

       1870-SCREEN-ONE-TRANSFER.
      *> A transfer's day count and total are the same from-account's
      *> fresh transfers on the same business date.
           MOVE WS-XFER-FROM-ID(WS-XFER-IDX) TO WS-SCR-ACCT-ID
           MOVE WS-XFER-AMOUNT(WS-XFER-IDX)  TO WS-SCR-AMOUNT
           MOVE WS-XFER-DATE(WS-XFER-IDX)    TO WS-SCR-DATE
           MOVE "TR"                         TO WS-SCR-TYPE
           MOVE ZERO                         TO WS-SCR-REF
           MOVE WS-XFER-TO-ID(WS-XFER-IDX)   TO WS-SCR-TO-ACCT
           MOVE SPACES TO WS-SCR-REASON
           PERFORM 1880-CHECK-ALREADY-REVIEWED
           IF ITEM-ALREADY-REVIEWED
               MOVE "D" TO WS-XFER-STATE(WS-XFER-IDX)
               ADD 1 TO WS-SCR-DUP-COUNT
           ELSE
               MOVE ZERO TO WS-SCR-DAY-N
               MOVE ZERO TO WS-SCR-DAY-SUM
               PERFORM VARYING WS-XFER-SUB FROM 1 BY 1
                       UNTIL WS-XFER-SUB > WS-XFER-COUNT
                   IF WS-XFER-FROM-ID(WS-XFER-SUB) = WS-SCR-ACCT-ID
                       AND WS-XFER-DATE(WS-XFER-SUB) = WS-SCR-DATE
                       AND WS-XFER-SOURCE(WS-XFER-SUB) = "T"
                       ADD 1 TO WS-SCR-DAY-N
                       ADD WS-XFER-AMOUNT(WS-XFER-SUB)
                           TO WS-SCR-DAY-SUM
                   END-IF
               END-PERFORM
               PERFORM 1850-JUDGE-ITEM
               IF WS-SCR-REASON NOT = SPACES
                   MOVE "H" TO WS-XFER-STATE(WS-XFER-IDX)
                   PERFORM 1890-HOLD-FOR-REVIEW
               END-IF
           END-IF.

       1880-CHECK-ALREADY-REVIEWED.
           MOVE "N" TO WS-REVIEWED-MATCH
           PERFORM VARYING WS-REVIEWED-IDX FROM 1 BY 1
                   UNTIL WS-REVIEWED-IDX > WS-REVIEWED-COUNT
               IF WS-REVIEWED-ITEM(WS-REVIEWED-IDX) = WS-SCR-ITEM
                   MOVE "Y" TO WS-REVIEWED-MATCH
               END-IF
           END-PERFORM.

       1890-HOLD-FOR-REVIEW.
           ADD 1 TO WS-SCR-HELD-COUNT
           MOVE SPACES TO RVH-RECORD
           MOVE WS-SCR-ITEM   TO RVH-ITEM
           MOVE "H"           TO RVH-STATE
           MOVE WS-SCR-REASON TO RVH-REASON
           MOVE DTS-RUN-DATE  TO RVH-HELD-DATE
           WRITE RVH-RECORD.

       1900-TAKE-CHECKPOINT.
      *> Commit: every output the walk extends is closed and opened
      *> again, so all it has been given is on disk, and then the
      *> position and totals that match it are recorded. A stop
      *> before the next commit loses only what came after this one.
           CLOSE ACCTFILE
           CLOSE SUSPFILE
           CLOSE JRNFILE
           CLOSE REJFILE
           OPEN EXTEND ACCTFILE
           OPEN EXTEND SUSPFILE
           OPEN EXTEND JRNFILE
           OPEN EXTEND REJFILE
           MOVE ZERO TO WS-CKP-SINCE
           MOVE WS-JRN-SERIAL TO WS-CKP-JRN-SERIAL
           MOVE "A" TO WS-CKP-STATE
           PERFORM 1950-WRITE-CHECKPOINT.

       1950-WRITE-CHECKPOINT.
      *> WS-CKP-STATE and WS-CKP-JRN-SERIAL staged by the caller.
           MOVE SPACES TO CKP-RECORD
           MOVE WS-CKP-STATE         TO CKP-STATE
           MOVE WS-CKP-RUN-DATE      TO CKP-RUN-DATE
           MOVE WS-CKP-RUN-TIME      TO CKP-RUN-TIME
           MOVE WS-CKP-LAST-ACCT     TO CKP-LAST-ACCT
           MOVE WS-CKP-JRN-SERIAL    TO CKP-JRN-SERIAL
           MOVE WS-CKP-START-SERIAL  TO CKP-START-SERIAL
           MOVE WS-ACCT-COUNT-OUT    TO CKP-ACCTS-OUT
           MOVE WS-CKP-BAD-LINES     TO CKP-BAD-LINES
           MOVE WS-STRAN-DONE        TO CKP-STRAN-DONE
           MOVE WS-CKP-CLOSED-TOTAL  TO CKP-CLOSED-TOTAL
           MOVE WS-ACCT-COUNT-IN     TO CKP-ACCT-IN
           MOVE WS-ACCT-REJ-COUNT    TO CKP-ACCT-REJ
           MOVE WS-ACCT-VALID-COUNT  TO CKP-ACCT-VALID
           MOVE WS-TXN-COUNT         TO CKP-TXN-COUNT
           MOVE WS-POST-COUNT        TO CKP-POST-COUNT
           MOVE WS-REJ-COUNT         TO CKP-REJ-COUNT
           MOVE WS-SKIP-COUNT        TO CKP-SKIP-COUNT
           MOVE WS-SUSP-NEW-COUNT    TO CKP-SUSP-NEW
           MOVE WS-SUSP-POSTED-COUNT TO CKP-SUSP-POSTED
           MOVE WS-SUSP-HELD-COUNT   TO CKP-SUSP-HELD
           MOVE WS-PRIOR-NEW-COUNT   TO CKP-PRIOR-NEW
           MOVE WS-PRIOR-DUP-COUNT   TO CKP-PRIOR-DUP
           MOVE WS-SCR-HELD-COUNT    TO CKP-SCR-HELD
           MOVE WS-SCR-DUP-COUNT     TO CKP-SCR-DUP
           MOVE WS-SCR-RELEASED-COUNT TO CKP-SCR-RELEASED
           MOVE WS-TB-OPENING-TOTAL  TO CKP-TB-OPENING
           MOVE WS-TB-POSTED-TOTAL   TO CKP-TB-POSTED
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > 7
               MOVE WS-TYPE-COUNT(WS-TYPE-SUB)
                   TO CKP-TYPE-COUNT(WS-TYPE-SUB)
               MOVE WS-TYPE-SUM(WS-TYPE-SUB)
                   TO CKP-TYPE-SUM(WS-TYPE-SUB)
           END-PERFORM
           OPEN OUTPUT CKPFILE
           WRITE CKP-RECORD
           CLOSE CKPFILE.

       2000-WRITE-TYPE-TOTALS.
      *> Per-type breakout on the end-of-run summary, the same shape
      *> ArithmeticBatch's per-TRAN-TYPE summary lines take.
           MOVE "WRITE" TO RPT-FUNCTION
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > 7
               MOVE WS-TYPE-SUM(WS-TYPE-SUB) TO MF-RAW-AMOUNT
               MOVE SPACES TO MF-CURRENCY-CODE
               CALL "MoneyFormat" USING MONEY-CONTROL-BLOCK

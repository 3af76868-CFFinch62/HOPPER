      *> ledger-tax.cob - HOPPER Example 2n: Year-End Interest and
      *> Fee Tax Summary
      *> At year end accounting totalled every IN and FE posting per
      *> account by hand out of ledger_journal.txt for the annual
      *> tax statements. This program does it for one calendar year,
      *> by journal business date: per account, interest charged,
      *> fees charged, and the reversals of either, with the net of
      *> each. A reversal is credited to the year it was posted in,
      *> whatever year the charge it undoes was posted in -- Ledger
      *> records the reversed entry's serial on every RV journal
      *> entry, and the journal is SORTed on serial so each reversal
      *> meets the entry it names. A reversal of anything other than
      *> IN or FE is not tax-relevant and is only counted; one whose
      *> journal entry carries no serial (posted before the link was
      *> kept) or names a serial not on the journal cannot be
      *> attributed and is listed on the control report for
      *> accounting to settle by hand.
      *> ledger_tax_extract.txt is fixed width: a header carrying
      *> the tax year, one detail line per account with any interest
      *> or fee activity (holder resolved through HolderLookup), and
      *> a trailer carrying the detail count and the four grand
      *> totals. The control report, through the shared
      *> ReportWriter, ties those grand totals back to the journal
      *> totals for the year, read independently of the summary: IN
      *> charged against the journal's IN entries, FE likewise, and
      *> the year's RV entries against interest reversed + fees
      *> reversed + other reversals + unattributed. A year that does
      *> not tie is refused with return code 12 and the extract is
      *> left empty, the way GLExtract refuses a day that does not
      *> prove out.
      *> The extract is refused the same way when HolderLookup could
      *> not load every holder: a tax line addressed to nobody, or
      *> to the wrong holder, is not one to send.
      *> The year is keyed at the console; blank takes last year,
      *> which is what a January run unattended wants.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LedgerTax.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRNFILE ASSIGN TO "ledger_journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.
      *> Every journal entry by its own serial, and every reversal
      *> in the year by the serial it names, so the walk meets each
      *> reversal right after the entry it reverses.
           SELECT SERFILE ASSIGN TO "ledger_tax_serial.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SER-STATUS.
           SELECT SERWORK ASSIGN TO "ledger_taxserwork.tmp".
      *> One line per amount that lands on an account's summary.
           SELECT CONFILE ASSIGN TO "ledger_tax_contrib.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CON-STATUS.
           SELECT SCONFILE ASSIGN TO "ledger_tax_sorted.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCON-STATUS.
           SELECT CONWORK ASSIGN TO "ledger_taxconwork.tmp".
           SELECT TAXFILE ASSIGN TO "ledger_tax_extract.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

      *> SER-KIND: E a journal entry keyed by its own serial, R a
      *> reversal in the year keyed by the serial it reverses. E
      *> sorts ahead of R on the same key.
           FD SERFILE.
           01 SER-RECORD.
               05 SER-KEY-SERIAL PIC 9(6).
               05 SER-KIND       PIC X.
               05 SER-TYPE       PIC X(2).
               05 SER-ACCT-ID    PIC 9(5).
               05 SER-AMOUNT     PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
               05 SER-OWN-SERIAL PIC 9(6).

           SD SERWORK.
           01 SW-RECORD.
               05 SW-KEY-SERIAL  PIC 9(6).
               05 SW-KIND        PIC X.
               05 SW-TYPE        PIC X(2).
               05 SW-ACCT-ID     PIC 9(5).
               05 SW-AMOUNT      PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
               05 SW-OWN-SERIAL  PIC 9(6).

      *> CON-KIND: IC interest charged, FC fee charged, IR interest
      *> reversed, FR fee reversed. CON-AMOUNT is the journal amount
      *> as posted -- negative for a charge, positive for its
      *> reversal.
           FD CONFILE.
           01 CON-RECORD.
               05 CON-ACCT-ID  PIC 9(5).
               05 CON-KIND     PIC X(2).
               05 CON-AMOUNT   PIC S9(7)V99 SIGN IS TRAILING SEPARATE.

           FD SCONFILE.
           01 SCON-RECORD.
               05 SCON-ACCT-ID PIC 9(5).
               05 SCON-KIND    PIC X(2).
               05 SCON-AMOUNT  PIC S9(7)V99 SIGN IS TRAILING SEPARATE.

           SD CONWORK.
           01 CW-RECORD.
               05 CW-ACCT-ID   PIC 9(5).
               05 CW-KIND      PIC X(2).
               05 CW-AMOUNT    PIC S9(7)V99 SIGN IS TRAILING SEPARATE.

      *> Charged and reversed amounts are stated as the account
      *> holder sees them: a charge positive, its reversal positive,
      *> net = charged - reversed.
           FD TAXFILE.
           01 TAX-HEADER.
               05 TXH-REC-TYPE  PIC X.
               05 TXH-TAX-YEAR  PIC 9(4).
               05 TXH-RUN-DATE  PIC 9(8).
               05 TXH-RUN-TIME  PIC 9(6).
               05 TXH-SOURCE    PIC X(10).
               05 TXH-CYCLE-ID  PIC X(16).
           01 TAX-DETAIL.
               05 TXD-REC-TYPE    PIC X.
               05 TXD-TAX-YEAR    PIC 9(4).
               05 TXD-ACCT-ID     PIC 9(5).
               05 TXD-CUST-ID     PIC 9(5).
               05 TXD-INT-CHARGED PIC S9(9)V99
                   SIGN IS TRAILING SEPARATE.
               05 TXD-INT-REVERSED PIC S9(9)V99
                   SIGN IS TRAILING SEPARATE.
               05 TXD-INT-NET     PIC S9(9)V99
                   SIGN IS TRAILING SEPARATE.
               05 TXD-FEE-CHARGED PIC S9(9)V99
                   SIGN IS TRAILING SEPARATE.
               05 TXD-FEE-REVERSED PIC S9(9)V99
                   SIGN IS TRAILING SEPARATE.
               05 TXD-FEE-NET     PIC S9(9)V99
                   SIGN IS TRAILING SEPARATE.
               05 TXD-NAME-LINE   PIC X(60).
               05 TXD-STREET      PIC X(30).
               05 TXD-CITY-LINE   PIC X(40).
           01 TAX-TRAILER.
               05 TXT-REC-TYPE     PIC X.
               05 TXT-RECORD-COUNT PIC 9(6).
               05 TXT-INT-CHARGED  PIC S9(11)V99
                   SIGN IS TRAILING SEPARATE.
               05 TXT-INT-REVERSED PIC S9(11)V99
                   SIGN IS TRAILING SEPARATE.
               05 TXT-FEE-CHARGED  PIC S9(11)V99
                   SIGN IS TRAILING SEPARATE.
               05 TXT-FEE-REVERSED PIC S9(11)V99
                   SIGN IS TRAILING SEPARATE.

       WORKING-STORAGE SECTION.
           01 WS-JRN-STATUS   PIC XX VALUE SPACES.
           01 WS-SER-STATUS   PIC XX VALUE SPACES.
           01 WS-CON-STATUS   PIC XX VALUE SPACES.
           01 WS-SCON-STATUS  PIC XX VALUE SPACES.
           01 WS-TAX-STATUS   PIC XX VALUE SPACES.
           01 WS-EOF          PIC X  VALUE "N".
               88 END-OF-FILE VALUE "Y".

           01 WS-YEAR-X       PIC X(4) VALUE SPACES.
           01 WS-YEAR-N REDEFINES WS-YEAR-X PIC 9(4).
           01 WS-TAX-YEAR     PIC 9(4) VALUE ZERO.
           01 WS-YEAR-OK      PIC X VALUE "N".
               88 TAX-YEAR-VALID VALUE "Y".
           01 WS-RUN-YEAR     PIC 9(4) VALUE ZERO.

      *> Journal totals for the year, taken straight off the journal
      *> as it is read -- the independent side of the tie.
           01 WS-JRN-READ       PIC 9(7) VALUE ZERO.
           01 WS-JRN-BAD        PIC 9(6) VALUE ZERO.
           01 WS-JRN-IN-COUNT   PIC 9(6) VALUE ZERO.
           01 WS-JRN-IN-TOTAL   PIC S9(11)V99 VALUE ZERO.
           01 WS-JRN-FE-COUNT   PIC 9(6) VALUE ZERO.
           01 WS-JRN-FE-TOTAL   PIC S9(11)V99 VALUE ZERO.
           01 WS-JRN-RV-COUNT   PIC 9(6) VALUE ZERO.
           01 WS-JRN-RV-TOTAL   PIC S9(11)V99 VALUE ZERO.

      *> The reversal walk: the last entry seen, and the reversals
      *> that could not be put against interest or fees.
           01 WS-LAST-SERIAL    PIC 9(6) VALUE ZERO.
           01 WS-LAST-TYPE      PIC X(2) VALUE SPACES.
           01 WS-OTHER-RV-COUNT PIC 9(6) VALUE ZERO.
           01 WS-OTHER-RV-TOTAL PIC S9(11)V99 VALUE ZERO.
           01 WS-UNATT-COUNT    PIC 9(6) VALUE ZERO.
           01 WS-UNATT-TOTAL    PIC S9(11)V99 VALUE ZERO.
           01 WS-UNATT-REASON   PIC X(30) VALUE SPACES.
           01 WS-UN-OWN-SERIAL  PIC 9(6) VALUE ZERO.
           01 WS-UN-ACCT-ID     PIC 9(5) VALUE ZERO.
           01 WS-UN-AMOUNT      PIC S9(7)V99 VALUE ZERO.
           01 WS-UN-KEY-SERIAL  PIC 9(6) VALUE ZERO.

      *> The account in hand during the summary walk, and the
      *> extract's grand totals.
           01 WS-CUR-ACCT-ID    PIC 9(5) VALUE ZERO.
           01 WS-ACCT-IN-HAND   PIC X VALUE "N".
               88 ACCOUNT-IN-HAND VALUE "Y".
           01 WS-ACC-INT-CHG    PIC S9(9)V99 VALUE ZERO.
           01 WS-ACC-INT-REV    PIC S9(9)V99 VALUE ZERO.
           01 WS-ACC-FEE-CHG    PIC S9(9)V99 VALUE ZERO.
           01 WS-ACC-FEE-REV    PIC S9(9)V99 VALUE ZERO.
           01 WS-TOT-INT-CHG    PIC S9(11)V99 VALUE ZERO.
           01 WS-TOT-INT-REV    PIC S9(11)V99 VALUE ZERO.
           01 WS-TOT-FEE-CHG    PIC S9(11)V99 VALUE ZERO.
           01 WS-TOT-FEE-REV    PIC S9(11)V99 VALUE ZERO.
           01 WS-DETAIL-COUNT   PIC 9(6) VALUE ZERO.
           01 WS-NO-HOLDER      PIC 9(6) VALUE ZERO.
           01 WS-CMP-EXTRACT    PIC S9(11)V99 VALUE ZERO.
           01 WS-CMP-JOURNAL    PIC S9(11)V99 VALUE ZERO.

           01 WS-TIED         PIC X VALUE "Y".
               88 YEAR-TIES-OUT VALUE "Y".
           01 WS-HOLDERS-PARTIAL PIC X VALUE "N".
               88 HOLDER-TABLES-PARTIAL VALUE "Y".
           01 WS-TIE-WORD     PIC X(11) VALUE SPACES.
           01 WS-AMT-ED       PIC -(10)9.99 VALUE ZERO.
           01 WS-AMT2-ED      PIC -(10)9.99 VALUE ZERO.

           COPY HOLDCTL.
           COPY RPTCTL.
           COPY EXCPCTL.
           COPY CYCLCTL.
           COPY DATESTAMP.
           COPY JOBCTL.
           COPY RUNLKCTL.

       PROCEDURE DIVISION.
       0000-MAIN.
      *> LEDGER is the resource lock for the posting files -- a
      *> summary taken while a posting run is still appending to the
      *> journal would miss its tail. Refused here before any file
      *> is touched (see RunLock / hopper_runlocks.txt).
           PERFORM 9800-ACQUIRE-RUN-LOCK
           IF NOT RL-IS-GRANTED
               DISPLAY "! Run refused -- LEDGER"
                       " lock held by " RL-HELD-BY
                       " since " RL-HELD-DATE "-" RL-HELD-TIME
               MOVE 12 TO RETURN-CODE
               MOVE "LEDGERTAX" TO JOB-PROGRAM-NAME
               MOVE RETURN-CODE TO JOB-RETURN-CODE
               MOVE ZERO TO JOB-RECORD-COUNT
               MOVE 1 TO JOB-ERROR-COUNT
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
           CALL "BusinessDate" USING DATE-TIME-STAMP
           PERFORM 0100-ACCEPT-TAX-YEAR
           IF NOT TAX-YEAR-VALID
               DISPLAY "! Tax year '" WS-YEAR-X "' is not a past or "
                       "current calendar year -- no summary taken"
               MOVE 8 TO RETURN-CODE
               MOVE "LEDGERTAX" TO JOB-PROGRAM-NAME
               MOVE RETURN-CODE TO JOB-RETURN-CODE
               MOVE ZERO TO JOB-RECORD-COUNT
               MOVE 1 TO JOB-ERROR-COUNT
               PERFORM 9900-RELEASE-RUN-LOCK
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
           OPEN INPUT JRNFILE
           IF WS-JRN-STATUS NOT = "00"
               DISPLAY "! Cannot open ledger_journal.txt status "
                       WS-JRN-STATUS " -- no summary taken"
               MOVE 8 TO RETURN-CODE
               MOVE "LEDGERTAX" TO JOB-PROGRAM-NAME
               MOVE RETURN-CODE TO JOB-RETURN-CODE
               MOVE ZERO TO JOB-RECORD-COUNT
               MOVE 1 TO JOB-ERROR-COUNT
               PERFORM 9900-RELEASE-RUN-LOCK
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
           CLOSE JRNFILE
           MOVE "LEDGERTAX" TO RPT-PROGRAM-NAME
           MOVE "YEAR-END TAX SUMMARY CONTROL" TO RPT-REPORT-TITLE
           MOVE "OPEN " TO RPT-FUNCTION
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           MOVE SPACES TO RPT-DETAIL-LINE
           STRING "Tax year " WS-TAX-YEAR
                  " (journal business dates " WS-TAX-YEAR "0101 - "
                  WS-TAX-YEAR "1231)"
               DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           MOVE "WRITE" TO RPT-FUNCTION
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           OPEN OUTPUT CONFILE
           SORT SERWORK ON ASCENDING KEY SW-KEY-SERIAL SW-KIND
               INPUT PROCEDURE IS 1000-RELEASE-JOURNAL
               GIVING SERFILE
           PERFORM 2000-ATTRIBUTE-REVERSALS
           CLOSE CONFILE
           SORT CONWORK ON ASCENDING KEY CW-ACCT-ID
               USING CONFILE
               GIVING SCONFILE
           OPEN OUTPUT TAXFILE
           PERFORM 3000-WRITE-EXTRACT
           PERFORM 4000-TIE-TO-JOURNAL
           MOVE "CLOSE" TO RPT-FUNCTION
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           IF YEAR-TIES-OUT AND NOT HOLDER-TABLES-PARTIAL
               CLOSE TAXFILE
               MOVE "MATCH" TO JOB-RECON-RESULT
               MOVE ZERO TO RETURN-CODE
               IF WS-UNATT-COUNT > ZERO OR WS-JRN-BAD > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
      *> Emptied, not left half written -- a file that does not tie
      *> must never reach the statement print.
               CLOSE TAXFILE
               OPEN OUTPUT TAXFILE
               CLOSE TAXFILE
               IF YEAR-TIES-OUT
                   DISPLAY "! Holder tables incomplete -- "
                           "ledger_tax_extract.txt not produced"
                   MOVE "MATCH" TO JOB-RECON-RESULT
               ELSE
                   DISPLAY "! Tax year " WS-TAX-YEAR " does not tie "
                           "to the journal -- ledger_tax_extract.txt "
                           "not produced"
                   MOVE "DISCREPANCY" TO JOB-RECON-RESULT
               END-IF
               MOVE 12 TO RETURN-CODE
           END-IF
           DISPLAY "Tax summary complete. Year: " WS-TAX-YEAR
                   " Journal entries read: " WS-JRN-READ
                   " Accounts: " WS-DETAIL-COUNT
                   " Unattributed reversals: " WS-UNATT-COUNT
           MOVE "LEDGERTAX" TO JOB-PROGRAM-NAME
           MOVE RETURN-CODE TO JOB-RETURN-CODE
           MOVE WS-DETAIL-COUNT TO JOB-RECORD-COUNT
           COMPUTE JOB-ERROR-COUNT = WS-JRN-BAD + WS-UNATT-COUNT
           IF NOT YEAR-TIES-OUT
               ADD 1 TO JOB-ERROR-COUNT
           END-IF
           IF HOLDER-TABLES-PARTIAL
               ADD 1 TO JOB-ERROR-COUNT
           END-IF
           PERFORM 9900-RELEASE-RUN-LOCK
           CALL "JobLog" USING JOB-LOG-BLOCK
           GOBACK.

       0100-ACCEPT-TAX-YEAR.
           DISPLAY "Tax year (YYYY, blank for last year): "
               WITH NO ADVANCING
           ACCEPT WS-YEAR-X FROM CONSOLE
           MOVE "N" TO WS-YEAR-OK
           MOVE DTS-RUN-DATE(1:4) TO WS-RUN-YEAR
           IF WS-YEAR-X = SPACES
               COMPUTE WS-TAX-YEAR = WS-RUN-YEAR - 1
               MOVE "Y" TO WS-YEAR-OK
           ELSE
               IF WS-YEAR-N NUMERIC AND WS-YEAR-N > 1900
                       AND WS-YEAR-N NOT > WS-RUN-YEAR
                   MOVE WS-YEAR-N TO WS-TAX-YEAR
                   MOVE "Y" TO WS-YEAR-OK
               END-IF
           END-IF.

       1000-RELEASE-JOURNAL.
           OPEN INPUT JRNFILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL END-OF-FILE
               READ JRNFILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM 1100-TAKE-JOURNAL-ENTRY
               END-READ
           END-PERFORM
           CLOSE JRNFILE.

       1100-TAKE-JOURNAL-ENTRY.
           ADD 1 TO WS-JRN-READ
           IF JRN-SERIAL NOT NUMERIC OR JRN-ACCT-ID NOT NUMERIC
                   OR JRN-AMOUNT NOT NUMERIC
                   OR JRN-BUS-DATE NOT NUMERIC
               ADD 1 TO WS-JRN-BAD
               MOVE "LEDGERTAX"          TO EXC-PROGRAM-NAME
               MOVE "ledger_journal.txt" TO EXC-SOURCE-FILE
               MOVE "JRN-RECORD"         TO EXC-FIELD-NAME
               MOVE JRN-RECORD           TO EXC-RAW-VALUE
               MOVE "malformed journal entry, not summarized"
                   TO EXC-REASON
               CALL "ExceptionLog" USING EXCEPTION-LOG-BLOCK
           ELSE
      *> Every entry, any year: a reversal this year may undo a
      *> charge from last year.
               MOVE SPACES TO SW-RECORD
               MOVE JRN-SERIAL  TO SW-KEY-SERIAL
               MOVE "E"         TO SW-KIND
               MOVE JRN-TYPE    TO SW-TYPE
               MOVE JRN-ACCT-ID TO SW-ACCT-ID
               MOVE JRN-AMOUNT  TO SW-AMOUNT
               MOVE JRN-SERIAL  TO SW-OWN-SERIAL
               RELEASE SW-RECORD
               IF JRN-BUS-DATE(1:4) = WS-TAX-YEAR
                   PERFORM 1200-TAKE-YEAR-ENTRY
               END-IF
           END-IF.

       1200-TAKE-YEAR-ENTRY.
           EVALUATE JRN-TYPE
               WHEN "IN"
                   ADD 1 TO WS-JRN-IN-COUNT
                   ADD JRN-AMOUNT TO WS-JRN-IN-TOTAL
                   MOVE "IC" TO CON-KIND
                   PERFORM 1300-WRITE-CONTRIBUTION
               WHEN "FE"
                   ADD 1 TO WS-JRN-FE-COUNT
                   ADD JRN-AMOUNT TO WS-JRN-FE-TOTAL
                   MOVE "FC" TO CON-KIND
                   PERFORM 1300-WRITE-CONTRIBUTION
               WHEN "RV"
                   ADD 1 TO WS-JRN-RV-COUNT
                   ADD JRN-AMOUNT TO WS-JRN-RV-TOTAL
                   IF JRN-LINK-SERIAL NUMERIC
                           AND JRN-LINK-SERIAL > ZERO
                       MOVE SPACES TO SW-RECORD
                       MOVE JRN-LINK-SERIAL TO SW-KEY-SERIAL
                       MOVE "R"             TO SW-KIND
                       MOVE JRN-TYPE        TO SW-TYPE
                       MOVE JRN-ACCT-ID     TO SW-ACCT-ID
                       MOVE JRN-AMOUNT      TO SW-AMOUNT
                       MOVE JRN-SERIAL      TO SW-OWN-SERIAL
                       RELEASE SW-RECORD
                   ELSE
                       MOVE JRN-SERIAL  TO WS-UN-OWN-SERIAL
                       MOVE JRN-ACCT-ID TO WS-UN-ACCT-ID
                       MOVE JRN-AMOUNT  TO WS-UN-AMOUNT
                       MOVE ZERO        TO WS-UN-KEY-SERIAL
                       MOVE "no serial recorded"
                           TO WS-UNATT-REASON
                       PERFORM 2200-LIST-UNATTRIBUTED
                   END-IF
           END-EVALUATE.

       1300-WRITE-CONTRIBUTION.
      *> CON-KIND staged by the caller.
           MOVE JRN-ACCT-ID TO CON-ACCT-ID
           MOVE JRN-AMOUNT  TO CON-AMOUNT
           WRITE CON-RECORD.

       2000-ATTRIBUTE-REVERSALS.
           MOVE ZERO TO WS-LAST-SERIAL
           MOVE SPACES TO WS-LAST-TYPE
           OPEN INPUT SERFILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL END-OF-FILE
               READ SERFILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM 2100-TAKE-SERIAL-RECORD
               END-READ
           END-PERFORM
           CLOSE SERFILE.

       2100-TAKE-SERIAL-RECORD.
           IF SER-KIND = "E"
               MOVE SER-KEY-SERIAL TO WS-LAST-SERIAL
               MOVE SER-TYPE       TO WS-LAST-TYPE
           ELSE
               EVALUATE TRUE
                   WHEN SER-KEY-SERIAL NOT = WS-LAST-SERIAL
                       MOVE SER-OWN-SERIAL TO WS-UN-OWN-SERIAL
                       MOVE SER-ACCT-ID    TO WS-UN-ACCT-ID
                       MOVE SER-AMOUNT     TO WS-UN-AMOUNT
                       MOVE SER-KEY-SERIAL TO WS-UN-KEY-SERIAL
                       MOVE "serial not on journal"
                           TO WS-UNATT-REASON
                       PERFORM 2200-LIST-UNATTRIBUTED
                   WHEN WS-LAST-TYPE = "IN"
                       MOVE SER-ACCT-ID TO CON-ACCT-ID
                       MOVE "IR"        TO CON-KIND
                       MOVE SER-AMOUNT  TO CON-AMOUNT
                       WRITE CON-RECORD
                   WHEN WS-LAST-TYPE = "FE"
                       MOVE SER-ACCT-ID TO CON-ACCT-ID
                       MOVE "FR"        TO CON-KIND
                       MOVE SER-AMOUNT  TO CON-AMOUNT
                       WRITE CON-RECORD
                   WHEN OTHER
                       ADD 1 TO WS-OTHER-RV-COUNT
                       ADD SER-AMOUNT TO WS-OTHER-RV-TOTAL
               END-EVALUATE
           END-IF.

       2200-LIST-UNATTRIBUTED.
      *> WS-UN-* and WS-UNATT-REASON staged by the caller.
           ADD 1 TO WS-UNATT-COUNT
           ADD WS-UN-AMOUNT TO WS-UNATT-TOTAL
           MOVE WS-UN-AMOUNT TO WS-AMT-ED
           MOVE SPACES TO RPT-DETAIL-LINE
           STRING "  RV " WS-UN-OWN-SERIAL
                  " acct " WS-UN-ACCT-ID
                  " " FUNCTION TRIM(WS-AMT-ED)
                  " of " WS-UN-KEY-SERIAL ": "
                  WS-UNATT-REASON
               DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           MOVE "WRITE" TO RPT-FUNCTION
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK.

       3000-WRITE-EXTRACT.
           CALL "CycleId" USING CYCLE-ID-BLOCK
           MOVE SPACES TO TAX-HEADER
           MOVE "H"          TO TXH-REC-TYPE
           MOVE WS-TAX-YEAR  TO TXH-TAX-YEAR
           MOVE DTS-RUN-DATE TO TXH-RUN-DATE
           MOVE DTS-RUN-TIME TO TXH-RUN-TIME
           MOVE "HOPPER"     TO TXH-SOURCE
           MOVE CYC-CYCLE-ID TO TXH-CYCLE-ID
           WRITE TAX-HEADER
           MOVE "N" TO WS-ACCT-IN-HAND
           OPEN INPUT SCONFILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL END-OF-FILE
               READ SCONFILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM 3100-TAKE-CONTRIBUTION
               END-READ
           END-PERFORM
           CLOSE SCONFILE
           IF ACCOUNT-IN-HAND
               PERFORM 3200-WRITE-ACCOUNT-DETAIL
           END-IF
           MOVE SPACES TO TAX-TRAILER
           MOVE "T"             TO TXT-REC-TYPE
           MOVE WS-DETAIL-COUNT TO TXT-RECORD-COUNT
           MOVE WS-TOT-INT-CHG  TO TXT-INT-CHARGED
           MOVE WS-TOT-INT-REV  TO TXT-INT-REVERSED
           MOVE WS-TOT-FEE-CHG  TO TXT-FEE-CHARGED
           MOVE WS-TOT-FEE-REV  TO TXT-FEE-REVERSED
           WRITE TAX-TRAILER.

       3100-TAKE-CONTRIBUTION.
           IF ACCOUNT-IN-HAND AND SCON-ACCT-ID NOT = WS-CUR-ACCT-ID
               PERFORM 3200-WRITE-ACCOUNT-DETAIL
               MOVE "N" TO WS-ACCT-IN-HAND
           END-IF
           IF NOT ACCOUNT-IN-HAND
               MOVE SCON-ACCT-ID TO WS-CUR-ACCT-ID
               MOVE ZERO TO WS-ACC-INT-CHG
               MOVE ZERO TO WS-ACC-INT-REV
               MOVE ZERO TO WS-ACC-FEE-CHG
               MOVE ZERO TO WS-ACC-FEE-REV
               MOVE "Y" TO WS-ACCT-IN-HAND
           END-IF
      *> Charges post negative; stated positive, as billed.
           EVALUATE SCON-KIND
               WHEN "IC" SUBTRACT SCON-AMOUNT FROM WS-ACC-INT-CHG
               WHEN "FC" SUBTRACT SCON-AMOUNT FROM WS-ACC-FEE-CHG
               WHEN "IR" ADD SCON-AMOUNT TO WS-ACC-INT-REV
               WHEN "FR" ADD SCON-AMOUNT TO WS-ACC-FEE-REV
           END-EVALUATE.

       3200-WRITE-ACCOUNT-DETAIL.
           MOVE WS-CUR-ACCT-ID TO HLK-ACCT-ID
           CALL "HolderLookup" USING HOLDER-LOOKUP-BLOCK
           IF HLK-TABLES-OVERFLOWED
               SET HOLDER-TABLES-PARTIAL TO TRUE
           END-IF
           MOVE SPACES TO TAX-DETAIL
           MOVE "D"            TO TXD-REC-TYPE
           MOVE WS-TAX-YEAR    TO TXD-TAX-YEAR
           MOVE WS-CUR-ACCT-ID TO TXD-ACCT-ID
           MOVE WS-ACC-INT-CHG TO TXD-INT-CHARGED
           MOVE WS-ACC-INT-REV TO TXD-INT-REVERSED
           COMPUTE TXD-INT-NET = WS-ACC-INT-CHG - WS-ACC-INT-REV
           MOVE WS-ACC-FEE-CHG TO TXD-FEE-CHARGED
           MOVE WS-ACC-FEE-REV TO TXD-FEE-REVERSED
           COMPUTE TXD-FEE-NET = WS-ACC-FEE-CHG - WS-ACC-FEE-REV
           IF HLK-HOLDER-ACTIVE OR HLK-HOLDER-MERGED
               MOVE HLK-CUST-ID   TO TXD-CUST-ID
               MOVE HLK-NAME-LINE TO TXD-NAME-LINE
               MOVE HLK-STREET    TO TXD-STREET
               MOVE HLK-CITY-LINE TO TXD-CITY-LINE
           ELSE
      *> The line still goes out -- the amounts are owed to the
      *> statement whoever it is addressed to.
               MOVE ZERO TO TXD-CUST-ID
               ADD 1 TO WS-NO-HOLDER
               MOVE "LEDGERTAX"               TO EXC-PROGRAM-NAME
               MOVE "ledger_acct_holders.txt" TO EXC-SOURCE-FILE
               MOVE "HLD-CUST-ID"             TO EXC-FIELD-NAME
               MOVE SPACES TO EXC-RAW-VALUE
               STRING WS-CUR-ACCT-ID " -> " HLK-LINKED-CUST-ID
                   DELIMITED BY SIZE INTO EXC-RAW-VALUE
               MOVE "tax summary line has no live holder"
                   TO EXC-REASON
               CALL "ExceptionLog" USING EXCEPTION-LOG-BLOCK
           END-IF
           WRITE TAX-DETAIL
           ADD 1 TO WS-DETAIL-COUNT
           ADD WS-ACC-INT-CHG TO WS-TOT-INT-CHG
           ADD WS-ACC-INT-REV TO WS-TOT-INT-REV
           ADD WS-ACC-FEE-CHG TO WS-TOT-FEE-CHG
           ADD WS-ACC-FEE-REV TO WS-TOT-FEE-REV.

       4000-TIE-TO-JOURNAL.
           MOVE "Y" TO WS-TIED
           MOVE SPACES TO RPT-DETAIL-LINE
           MOVE "0" TO RPT-CARRIAGE-CTL
           STRING "Journal entries read " WS-JRN-READ
                  "  malformed " WS-JRN-BAD
                  "  accounts summarized " WS-DETAIL-COUNT
               DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           MOVE "WRITE" TO RPT-FUNCTION
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           MOVE SPACE TO RPT-CARRIAGE-CTL
           MOVE SPACES TO RPT-DETAIL-LINE
           MOVE "                       EXTRACT         JOURNAL"
               TO RPT-DETAIL-LINE
           MOVE "WRITE" TO RPT-FUNCTION
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
      *> Interest: charged on the extract against the year's IN
      *> entries, sign turned.
           MOVE WS-TOT-INT-CHG TO WS-CMP-EXTRACT
           COMPUTE WS-CMP-JOURNAL = ZERO - WS-JRN-IN-TOTAL
           PERFORM 4100-SET-TIE-WORD
           MOVE SPACES TO RPT-DETAIL-LINE
           STRING "Interest charged  " WS-AMT-ED " " WS-AMT2-ED
                  "  IN x" WS-JRN-IN-COUNT " " WS-TIE-WORD
               DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           MOVE "WRITE" TO RPT-FUNCTION
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           MOVE WS-TOT-FEE-CHG TO WS-CMP-EXTRACT
           COMPUTE WS-CMP-JOURNAL = ZERO - WS-JRN-FE-TOTAL
           PERFORM 4100-SET-TIE-WORD
           MOVE SPACES TO RPT-DETAIL-LINE
           STRING "Fees charged      " WS-AMT-ED " " WS-AMT2-ED
                  "  FE x" WS-JRN-FE-COUNT " " WS-TIE-WORD
               DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           MOVE "WRITE" TO RPT-FUNCTION
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
      *> Reversals: every RV entry in the year lands in exactly one
      *> of the four piles.
           MOVE WS-TOT-INT-REV TO WS-AMT-ED
           MOVE SPACES TO RPT-DETAIL-LINE
           STRING "Interest reversed " WS-AMT-ED
               DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           MOVE "WRITE" TO RPT-FUNCTION
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           MOVE WS-TOT-FEE-REV TO WS-AMT-ED
           MOVE SPACES TO RPT-DETAIL-LINE
           STRING "Fees reversed     " WS-AMT-ED
               DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           MOVE "WRITE" TO RPT-FUNCTION
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           MOVE WS-OTHER-RV-TOTAL TO WS-AMT-ED
           MOVE SPACES TO RPT-DETAIL-LINE
           STRING "Other reversals   " WS-AMT-ED
                  "                x" WS-OTHER-RV-COUNT
               DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           MOVE "WRITE" TO RPT-FUNCTION
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           MOVE WS-UNATT-TOTAL TO WS-AMT-ED
           MOVE SPACES TO RPT-DETAIL-LINE
           STRING "Unattributed      " WS-AMT-ED
                  "                x" WS-UNATT-COUNT
               DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           MOVE "WRITE" TO RPT-FUNCTION
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           COMPUTE WS-CMP-EXTRACT = WS-TOT-INT-REV + WS-TOT-FEE-REV
               + WS-OTHER-RV-TOTAL + WS-UNATT-TOTAL
           MOVE WS-JRN-RV-TOTAL TO WS-CMP-JOURNAL
           PERFORM 4100-SET-TIE-WORD
           MOVE SPACES TO RPT-DETAIL-LINE
           STRING "All reversals     " WS-AMT-ED " " WS-AMT2-ED
                  "  RV x" WS-JRN-RV-COUNT " " WS-TIE-WORD
               DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           MOVE "WRITE" TO RPT-FUNCTION
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           MOVE SPACES TO RPT-DETAIL-LINE
           MOVE "0" TO RPT-CARRIAGE-CTL
           EVALUATE TRUE
               WHEN NOT YEAR-TIES-OUT
                   STRING "Year " WS-TAX-YEAR " DOES NOT TIE to the "
                          "journal -- extract withheld"
                       DELIMITED BY SIZE INTO RPT-DETAIL-LINE
               WHEN HOLDER-TABLES-PARTIAL
                   STRING "Year " WS-TAX-YEAR " ties to the journal, "
                          "but HOLDER TABLES ARE INCOMPLETE -- "
                          "extract withheld"
                       DELIMITED BY SIZE INTO RPT-DETAIL-LINE
               WHEN OTHER
                   STRING "Year " WS-TAX-YEAR " ties to the journal "
                          "-- extract released, " WS-NO-HOLDER
                          " unaddressed"
                       DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           END-EVALUATE
           MOVE "WRITE" TO RPT-FUNCTION
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           MOVE SPACE TO RPT-CARRIAGE-CTL.

       4100-SET-TIE-WORD.
      *> WS-CMP-EXTRACT / WS-CMP-JOURNAL hold the pair compared;
      *> both are left edited for the caller's line.
           MOVE WS-CMP-EXTRACT TO WS-AMT-ED
           MOVE WS-CMP-JOURNAL TO WS-AMT2-ED
           IF WS-CMP-EXTRACT = WS-CMP-JOURNAL
               MOVE "MATCH" TO WS-TIE-WORD
           ELSE
               MOVE "DISCREPANCY" TO WS-TIE-WORD
               MOVE "N" TO WS-TIED
           END-IF.

       9800-ACQUIRE-RUN-LOCK.
           MOVE "ACQ" TO RL-FUNCTION
           MOVE "LEDGER" TO RL-PROGRAM-NAME
           MOVE "SYSTEM" TO RL-OPERATOR-ID
           CALL "RunLock" USING RUN-LOCK-BLOCK.

       9900-RELEASE-RUN-LOCK.
           MOVE "REL" TO RL-FUNCTION
           MOVE "LEDGER" TO RL-PROGRAM-NAME
           MOVE "SYSTEM" TO RL-OPERATOR-ID
           CALL "RunLock" USING RUN-LOCK-BLOCK.

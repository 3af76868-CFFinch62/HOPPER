      *> gl-extract.cob - HOPPER Example 2g: General-Ledger Interface
      *> Extract
      *> Finance re-keyed the day's ledger totals into the general
      *> ledger by hand from the POSTED TRANSACTIONS report. This
      *> step runs after Ledger and summarizes the day's postings
      *> from ledger_journal.txt -- every journal entry written on
      *> the business date, whatever date the transaction itself
      *> carried, so each posting reaches the GL exactly once -- by
      *> transaction type into double-entry GL lines: the customer
      *> ledger control account on one side, the type's offset
      *> account (cash, fee income, interest income, adjustments,
      *> reversals) on the other. Credits to customers (positive
      *> amounts) and debits (negative amounts) are summarized
      *> separately within each type, so an AJ day with both
      *> directions shows both.
      *> The control/offset account pair for each type comes from
      *> gl_accounts.txt, with a built-in chart when the file is
      *> absent -- the usual absent-file-keeps-defaults handling. The
      *> interface file, gl_interface.txt, is fixed width: a header
      *> carrying the business date, one detail line per GL account
      *> and side, and a trailer carrying the detail record count and
      *> a hash total of the detail amounts.
      *> Before anything is sent, the day must prove out: debits
      *> must equal credits, and the net of the customer-control
      *> lines must equal the net of the journal entries read -- an
      *> independent tie back to the journal. A day that fails either
      *> test (an unmapped type, a mapping with no offset account) is
      *> refused with return code 12 and gl_interface.txt is left
      *> empty, so yesterday's file can never be picked up again in
      *> its place.
      *> A TR transfer moves money between two customer accounts, so
      *> both legs sit inside the customer control account. Its
      *> offset is a transfer clearing account (2190 in the built-in
      *> chart): the from-leg debits control and credits clearing,
      *> the to-leg the reverse, and because both legs are always
      *> journaled together the clearing account nets to zero on any
      *> day the journal is whole.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLExtract.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRNFILE ASSIGN TO "ledger_journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.
           SELECT GLAFILE ASSIGN TO "gl_accounts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLA-STATUS.
           SELECT GLIFILE ASSIGN TO "gl_interface.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLI-STATUS.

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

      *> One line per transaction type: the type code, the customer
      *> ledger control account, the offset account, and a short
      *> description carried onto the detail lines.
           FD GLAFILE.
           01 GLA-RECORD.
               05 GLA-TYPE         PIC X(2).
               05 FILLER           PIC X.
               05 GLA-CONTROL-ACCT PIC X(10).
               05 FILLER           PIC X.
               05 GLA-OFFSET-ACCT  PIC X(10).
               05 FILLER           PIC X.
               05 GLA-DESC         PIC X(20).

      *> Header, detail, and trailer share one 80-byte record; the
      *> record type in byte 1 says which view applies.
           FD GLIFILE.
           01 GLI-HEADER.
               05 GLH-REC-TYPE  PIC X.
               05 GLH-BUS-DATE  PIC 9(8).
               05 GLH-RUN-DATE  PIC 9(8).
               05 GLH-RUN-TIME  PIC 9(6).
               05 GLH-SOURCE    PIC X(10).
               05 GLH-CYCLE-ID  PIC X(16).
               05 FILLER        PIC X(31).
           01 GLI-DETAIL.
               05 GLD-REC-TYPE    PIC X.
               05 GLD-BUS-DATE    PIC 9(8).
               05 GLD-GL-ACCOUNT  PIC X(10).
               05 GLD-DR-CR       PIC X.
               05 GLD-AMOUNT      PIC 9(11)V99.
               05 GLD-TXN-TYPE    PIC X(2).
               05 GLD-ENTRY-COUNT PIC 9(6).
               05 GLD-DESC        PIC X(20).
               05 FILLER          PIC X(19).
           01 GLI-TRAILER.
               05 GLT-REC-TYPE     PIC X.
               05 GLT-RECORD-COUNT PIC 9(6).
               05 GLT-HASH-TOTAL   PIC 9(13)V99.
               05 GLT-DEBIT-TOTAL  PIC 9(13)V99.
               05 GLT-CREDIT-TOTAL PIC 9(13)V99.
               05 FILLER           PIC X(28).

       WORKING-STORAGE SECTION.
           01 WS-JRN-STATUS PIC XX VALUE SPACES.
           01 WS-GLA-STATUS PIC XX VALUE SPACES.
           01 WS-GLI-STATUS PIC XX VALUE SPACES.
           01 WS-EOF        PIC X  VALUE "N".
               88 END-OF-FILE VALUE "Y".

      *> The seven posting types, each with its GL account pair and
      *> the day's totals split by direction. An eighth slot catches
      *> any code the journal carries that the chart does not map --
      *> it has no offset account, so it can only unbalance the day.
           01 WS-GL-TABLE.
               05 WS-GL-ENTRY OCCURS 8 TIMES.
                   10 WS-GL-TYPE         PIC X(2).
                   10 WS-GL-CONTROL-ACCT PIC X(10).
                   10 WS-GL-OFFSET-ACCT  PIC X(10).
                   10 WS-GL-DESC         PIC X(20).
                   10 WS-GL-CR-COUNT     PIC 9(6).
                   10 WS-GL-CR-TOTAL     PIC 9(11)V99.
                   10 WS-GL-DR-COUNT     PIC 9(6).
                   10 WS-GL-DR-TOTAL     PIC 9(11)V99.
           01 WS-GL-SUB      PIC 9 VALUE ZERO.
           01 WS-GL-MATCH    PIC 9 VALUE ZERO.
           01 WS-UNMAPPED-SLOT PIC 9 VALUE 8.

      *> The detail lines are built in memory first and written only
      *> once the day proves out.
           01 WS-MAX-DETAILS  PIC 9(2) VALUE 32.
           01 WS-DETAIL-COUNT PIC 9(2) VALUE ZERO.
           01 WS-DETAILS.
               05 WS-DTL-ENTRY OCCURS 32 TIMES.
                   10 WS-DTL-GL-ACCOUNT  PIC X(10).
                   10 WS-DTL-DR-CR       PIC X.
                   10 WS-DTL-AMOUNT      PIC 9(11)V99.
                   10 WS-DTL-TXN-TYPE    PIC X(2).
                   10 WS-DTL-ENTRY-COUNT PIC 9(6).
                   10 WS-DTL-DESC        PIC X(20).
           01 WS-DTL-SUB      PIC 9(2) VALUE ZERO.

      *> Line-building staging for 2100-ADD-DETAIL.
           01 WS-NEW-ACCOUNT  PIC X(10) VALUE SPACES.
           01 WS-NEW-DR-CR    PIC X VALUE SPACE.
           01 WS-NEW-AMOUNT   PIC 9(11)V99 VALUE ZERO.
           01 WS-NEW-COUNT    PIC 9(6) VALUE ZERO.

           01 WS-BUS-DATE       PIC 9(8) VALUE ZERO.
           01 WS-JRN-READ-COUNT PIC 9(6) VALUE ZERO.
           01 WS-JRN-DAY-COUNT  PIC 9(6) VALUE ZERO.
           01 WS-JRN-BAD-COUNT  PIC 9(6) VALUE ZERO.
           01 WS-JRN-NET-TOTAL  PIC S9(11)V99 VALUE ZERO.
           01 WS-CTL-NET-TOTAL  PIC S9(11)V99 VALUE ZERO.
           01 WS-DEBIT-TOTAL    PIC 9(13)V99 VALUE ZERO.
           01 WS-CREDIT-TOTAL   PIC 9(13)V99 VALUE ZERO.
           01 WS-HASH-TOTAL     PIC 9(13)V99 VALUE ZERO.
           01 WS-DAY-BALANCED   PIC X VALUE "N".
               88 DAY-IN-BALANCE VALUE "Y".
           01 WS-AMT-ED         PIC +9(11).99 VALUE ZERO.
           01 WS-TOTAL-ED       PIC 9(13).99 VALUE ZERO.

           COPY EXCPCTL.
           COPY DATESTAMP.
           COPY CYCLCTL.
           COPY JOBCTL.
           COPY RUNLKCTL.

       PROCEDURE DIVISION.
       0000-MAIN.
      *> LEDGER is the resource lock for the posting files -- an
      *> extract taken while a posting run is still appending to the
      *> journal would send half a day. Refused here before any file
      *> is touched (see RunLock / hopper_runlocks.txt).
           PERFORM 9800-ACQUIRE-RUN-LOCK
           IF NOT RL-IS-GRANTED
               DISPLAY "! Run refused -- LEDGER"
                       " lock held by " RL-HELD-BY
                       " since " RL-HELD-DATE "-" RL-HELD-TIME
               MOVE 12 TO RETURN-CODE
               MOVE "GLEXTRACT" TO JOB-PROGRAM-NAME
               MOVE RETURN-CODE TO JOB-RETURN-CODE
               MOVE ZERO TO JOB-RECORD-COUNT
               MOVE 1 TO JOB-ERROR-COUNT
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
           CALL "BusinessDate" USING DATE-TIME-STAMP
           MOVE DTS-RUN-DATE TO WS-BUS-DATE
           PERFORM 0100-LOAD-GL-CHART
           PERFORM 1000-SUMMARIZE-JOURNAL
           PERFORM 2000-BUILD-DETAIL-LINES
           PERFORM 3000-PROVE-THE-DAY
           IF DAY-IN-BALANCE
               PERFORM 4000-WRITE-INTERFACE-FILE
               MOVE "MATCH" TO JOB-RECON-RESULT
               MOVE ZERO TO RETURN-CODE
           ELSE
      *> Emptied, not left alone -- a stale file from a prior day
      *> must not be mistaken for today's.
               OPEN OUTPUT GLIFILE
               CLOSE GLIFILE
               DISPLAY "! GL day " WS-BUS-DATE " is OUT OF BALANCE "
                       "-- gl_interface.txt not sent"
               MOVE "DISCREPANCY" TO JOB-RECON-RESULT
               MOVE 12 TO RETURN-CODE
           END-IF
           DISPLAY "GL extract complete. Business date: " WS-BUS-DATE
                   " Journal entries: " WS-JRN-DAY-COUNT
                   " GL lines: " WS-DETAIL-COUNT
           MOVE "GLEXTRACT" TO JOB-PROGRAM-NAME
           MOVE RETURN-CODE TO JOB-RETURN-CODE
           MOVE WS-JRN-DAY-COUNT TO JOB-RECORD-COUNT
           MOVE WS-JRN-BAD-COUNT TO JOB-ERROR-COUNT
           IF NOT DAY-IN-BALANCE
               ADD 1 TO JOB-ERROR-COUNT
           END-IF
           PERFORM 9900-RELEASE-RUN-LOCK
           CALL "JobLog" USING JOB-LOG-BLOCK
           GOBACK.

       0100-LOAD-GL-CHART.
      *> Built-in chart, used whenever gl_accounts.txt is absent: the
      *> customer ledger control account 2100 against cash for
      *> deposits and withdrawals, income accounts for fees and
      *> interest, and adjustment/reversal clearing accounts.
           MOVE "DP" TO WS-GL-TYPE(1)
           MOVE "1010" TO WS-GL-OFFSET-ACCT(1)
           MOVE "DEPOSITS" TO WS-GL-DESC(1)
           MOVE "WD" TO WS-GL-TYPE(2)
           MOVE "1010" TO WS-GL-OFFSET-ACCT(2)
           MOVE "WITHDRAWALS" TO WS-GL-DESC(2)
           MOVE "FE" TO WS-GL-TYPE(3)
           MOVE "4100" TO WS-GL-OFFSET-ACCT(3)
           MOVE "FEE INCOME" TO WS-GL-DESC(3)
           MOVE "IN" TO WS-GL-TYPE(4)
           MOVE "4200" TO WS-GL-OFFSET-ACCT(4)
           MOVE "INTEREST INCOME" TO WS-GL-DESC(4)
           MOVE "AJ" TO WS-GL-TYPE(5)
           MOVE "5900" TO WS-GL-OFFSET-ACCT(5)
           MOVE "ADJUSTMENTS" TO WS-GL-DESC(5)
           MOVE "RV" TO WS-GL-TYPE(6)
           MOVE "5950" TO WS-GL-OFFSET-ACCT(6)
           MOVE "REVERSALS" TO WS-GL-DESC(6)
           MOVE "TR" TO WS-GL-TYPE(7)
           MOVE "2190" TO WS-GL-OFFSET-ACCT(7)
           MOVE "TRANSFER CLEARING" TO WS-GL-DESC(7)
           MOVE "??" TO WS-GL-TYPE(8)
           MOVE SPACES TO WS-GL-OFFSET-ACCT(8)
           MOVE "UNMAPPED TYPE" TO WS-GL-DESC(8)
           PERFORM VARYING WS-GL-SUB FROM 1 BY 1
                   UNTIL WS-GL-SUB > 8
               MOVE "2100" TO WS-GL-CONTROL-ACCT(WS-GL-SUB)
               MOVE ZERO TO WS-GL-CR-COUNT(WS-GL-SUB)
               MOVE ZERO TO WS-GL-CR-TOTAL(WS-GL-SUB)
               MOVE ZERO TO WS-GL-DR-COUNT(WS-GL-SUB)
               MOVE ZERO TO WS-GL-DR-TOTAL(WS-GL-SUB)
           END-PERFORM
           OPEN INPUT GLAFILE
           IF WS-GLA-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ GLAFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM 0150-APPLY-CHART-LINE
                   END-READ
               END-PERFORM
               CLOSE GLAFILE
           END-IF.

       0150-APPLY-CHART-LINE.
      *> A line for one of the seven posting types replaces that
      *> type's default pair; anything else is reported and ignored.
           MOVE ZERO TO WS-GL-MATCH
           PERFORM VARYING WS-GL-SUB FROM 1 BY 1
                   UNTIL WS-GL-SUB > 7
               IF WS-GL-TYPE(WS-GL-SUB) = GLA-TYPE
                   MOVE WS-GL-SUB TO WS-GL-MATCH
               END-IF
           END-PERFORM
           IF WS-GL-MATCH = ZERO OR GLA-CONTROL-ACCT = SPACES
               MOVE "GLEXTRACT"       TO EXC-PROGRAM-NAME
               MOVE "gl_accounts.txt" TO EXC-SOURCE-FILE
               MOVE "GLA-RECORD"      TO EXC-FIELD-NAME
               MOVE GLA-RECORD        TO EXC-RAW-VALUE
               MOVE "bad chart line, line ignored" TO EXC-REASON
               CALL "ExceptionLog" USING EXCEPTION-LOG-BLOCK
           ELSE
               MOVE GLA-CONTROL-ACCT
                   TO WS-GL-CONTROL-ACCT(WS-GL-MATCH)
               MOVE GLA-OFFSET-ACCT
                   TO WS-GL-OFFSET-ACCT(WS-GL-MATCH)
               IF GLA-DESC NOT = SPACES
                   MOVE GLA-DESC TO WS-GL-DESC(WS-GL-MATCH)
               END-IF
           END-IF.

       1000-SUMMARIZE-JOURNAL.
      *> An absent journal means nothing posted -- a header and a
      *> zero trailer still go out, so finance sees the day was run.
           OPEN INPUT JRNFILE
           IF WS-JRN-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ JRNFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM 1100-TAKE-JOURNAL-ENTRY
                   END-READ
               END-PERFORM
               CLOSE JRNFILE
           END-IF.

       1100-TAKE-JOURNAL-ENTRY.
           ADD 1 TO WS-JRN-READ-COUNT
           IF JRN-RUN-DATE NOT NUMERIC OR JRN-AMOUNT NOT NUMERIC
               ADD 1 TO WS-JRN-BAD-COUNT
               MOVE "GLEXTRACT"          TO EXC-PROGRAM-NAME
               MOVE "ledger_journal.txt" TO EXC-SOURCE-FILE
               MOVE "JRN-RECORD"         TO EXC-FIELD-NAME
               MOVE JRN-RECORD           TO EXC-RAW-VALUE
               MOVE "malformed journal line, not extracted"
                   TO EXC-REASON
               CALL "ExceptionLog" USING EXCEPTION-LOG-BLOCK
           ELSE
               IF JRN-RUN-DATE = WS-BUS-DATE
                   ADD 1 TO WS-JRN-DAY-COUNT
                   ADD JRN-AMOUNT TO WS-JRN-NET-TOTAL
                   MOVE WS-UNMAPPED-SLOT TO WS-GL-MATCH
                   PERFORM VARYING WS-GL-SUB FROM 1 BY 1
                           UNTIL WS-GL-SUB > 7
                       IF WS-GL-TYPE(WS-GL-SUB) = JRN-TYPE
                           MOVE WS-GL-SUB TO WS-GL-MATCH
                       END-IF
                   END-PERFORM
                   IF WS-GL-MATCH = WS-UNMAPPED-SLOT
                       MOVE "GLEXTRACT"          TO EXC-PROGRAM-NAME
                       MOVE "ledger_journal.txt" TO EXC-SOURCE-FILE
                       MOVE "JRN-TYPE"           TO EXC-FIELD-NAME
                       MOVE JRN-RECORD           TO EXC-RAW-VALUE
                       MOVE "type not in GL chart, day unbalanced"
                           TO EXC-REASON
                       CALL "ExceptionLog" USING EXCEPTION-LOG-BLOCK
                   END-IF
                   IF JRN-AMOUNT > ZERO
                       ADD 1 TO WS-GL-CR-COUNT(WS-GL-MATCH)
                       ADD JRN-AMOUNT TO WS-GL-CR-TOTAL(WS-GL-MATCH)
                   ELSE
                       ADD 1 TO WS-GL-DR-COUNT(WS-GL-MATCH)
                       SUBTRACT JRN-AMOUNT
                           FROM WS-GL-DR-TOTAL(WS-GL-MATCH)
                   END-IF
               END-IF
           END-IF.

       2000-BUILD-DETAIL-LINES.
      *> A customer credit (positive amount) credits the customer
      *> control account and debits the offset; a customer debit is
      *> the mirror image. Zero-total sides produce no lines.
           PERFORM VARYING WS-GL-SUB FROM 1 BY 1
                   UNTIL WS-GL-SUB > 8
               IF WS-GL-CR-COUNT(WS-GL-SUB) > ZERO
                   MOVE WS-GL-CR-TOTAL(WS-GL-SUB) TO WS-NEW-AMOUNT
                   MOVE WS-GL-CR-COUNT(WS-GL-SUB) TO WS-NEW-COUNT
                   MOVE WS-GL-OFFSET-ACCT(WS-GL-SUB) TO WS-NEW-ACCOUNT
                   MOVE "D" TO WS-NEW-DR-CR
                   PERFORM 2100-ADD-DETAIL
                   MOVE WS-GL-CONTROL-ACCT(WS-GL-SUB)
                       TO WS-NEW-ACCOUNT
                   MOVE "C" TO WS-NEW-DR-CR
                   PERFORM 2100-ADD-DETAIL
               END-IF
               IF WS-GL-DR-COUNT(WS-GL-SUB) > ZERO
                   MOVE WS-GL-DR-TOTAL(WS-GL-SUB) TO WS-NEW-AMOUNT
                   MOVE WS-GL-DR-COUNT(WS-GL-SUB) TO WS-NEW-COUNT
                   MOVE WS-GL-CONTROL-ACCT(WS-GL-SUB)
                       TO WS-NEW-ACCOUNT
                   MOVE "D" TO WS-NEW-DR-CR
                   PERFORM 2100-ADD-DETAIL
                   MOVE WS-GL-OFFSET-ACCT(WS-GL-SUB) TO WS-NEW-ACCOUNT
                   MOVE "C" TO WS-NEW-DR-CR
                   PERFORM 2100-ADD-DETAIL
               END-IF
           END-PERFORM.

       2100-ADD-DETAIL.
      *> A side with no GL account to post to is not written -- its
      *> amount is simply missing from its side of the day, which is
      *> exactly what 3000-PROVE-THE-DAY then catches.
           IF WS-NEW-ACCOUNT = SPACES
               MOVE "GLEXTRACT"          TO EXC-PROGRAM-NAME
               MOVE "gl_accounts.txt"    TO EXC-SOURCE-FILE
               MOVE "GLA-OFFSET-ACCT"    TO EXC-FIELD-NAME
               MOVE WS-GL-TYPE(WS-GL-SUB) TO EXC-RAW-VALUE
               MOVE "type has no GL account, day unbalanced"
                   TO EXC-REASON
               CALL "ExceptionLog" USING EXCEPTION-LOG-BLOCK
           ELSE
               IF WS-DETAIL-COUNT < WS-MAX-DETAILS
                   ADD 1 TO WS-DETAIL-COUNT
                   MOVE WS-NEW-ACCOUNT
                       TO WS-DTL-GL-ACCOUNT(WS-DETAIL-COUNT)
                   MOVE WS-NEW-DR-CR
                       TO WS-DTL-DR-CR(WS-DETAIL-COUNT)
                   MOVE WS-NEW-AMOUNT
                       TO WS-DTL-AMOUNT(WS-DETAIL-COUNT)
                   MOVE WS-GL-TYPE(WS-GL-SUB)
                       TO WS-DTL-TXN-TYPE(WS-DETAIL-COUNT)
                   MOVE WS-NEW-COUNT
                       TO WS-DTL-ENTRY-COUNT(WS-DETAIL-COUNT)
                   MOVE WS-GL-DESC(WS-GL-SUB)
                       TO WS-DTL-DESC(WS-DETAIL-COUNT)
                   IF WS-NEW-DR-CR = "D"
                       ADD WS-NEW-AMOUNT TO WS-DEBIT-TOTAL
                   ELSE
                       ADD WS-NEW-AMOUNT TO WS-CREDIT-TOTAL
                   END-IF
                   ADD WS-NEW-AMOUNT TO WS-HASH-TOTAL
                   IF WS-NEW-ACCOUNT = WS-GL-CONTROL-ACCT(WS-GL-SUB)
                       IF WS-NEW-DR-CR = "C"
                           ADD WS-NEW-AMOUNT TO WS-CTL-NET-TOTAL
                       ELSE
                           SUBTRACT WS-NEW-AMOUNT
                               FROM WS-CTL-NET-TOTAL
                       END-IF
                   END-IF
               END-IF
           END-IF.

       3000-PROVE-THE-DAY.
           MOVE WS-DEBIT-TOTAL TO WS-TOTAL-ED
           DISPLAY "GL debits:  " WS-TOTAL-ED
           MOVE WS-CREDIT-TOTAL TO WS-TOTAL-ED
           DISPLAY "GL credits: " WS-TOTAL-ED
           MOVE WS-JRN-NET-TOTAL TO WS-AMT-ED
           DISPLAY "Journal net for the day:        " WS-AMT-ED
           MOVE WS-CTL-NET-TOTAL TO WS-AMT-ED
           DISPLAY "Customer control net (GL lines): " WS-AMT-ED
           IF WS-DEBIT-TOTAL = WS-CREDIT-TOTAL
                   AND WS-CTL-NET-TOTAL = WS-JRN-NET-TOTAL
               MOVE "Y" TO WS-DAY-BALANCED
               DISPLAY "GL balance check: MATCH"
           ELSE
               MOVE "N" TO WS-DAY-BALANCED
               DISPLAY "GL balance check: **DISCREPANCY**"
           END-IF.

       4000-WRITE-INTERFACE-FILE.
           CALL "CycleId" USING CYCLE-ID-BLOCK
           OPEN OUTPUT GLIFILE
           MOVE SPACES TO GLI-HEADER
           MOVE "H"           TO GLH-REC-TYPE
           MOVE WS-BUS-DATE   TO GLH-BUS-DATE
           MOVE DTS-RUN-DATE  TO GLH-RUN-DATE
           MOVE DTS-RUN-TIME  TO GLH-RUN-TIME
           MOVE "HOPPER"      TO GLH-SOURCE
           MOVE CYC-CYCLE-ID  TO GLH-CYCLE-ID
           WRITE GLI-HEADER
           PERFORM VARYING WS-DTL-SUB FROM 1 BY 1
                   UNTIL WS-DTL-SUB > WS-DETAIL-COUNT
               MOVE SPACES TO GLI-DETAIL
               MOVE "D"         TO GLD-REC-TYPE
               MOVE WS-BUS-DATE TO GLD-BUS-DATE
               MOVE WS-DTL-GL-ACCOUNT(WS-DTL-SUB)  TO GLD-GL-ACCOUNT
               MOVE WS-DTL-DR-CR(WS-DTL-SUB)       TO GLD-DR-CR
               MOVE WS-DTL-AMOUNT(WS-DTL-SUB)      TO GLD-AMOUNT
               MOVE WS-DTL-TXN-TYPE(WS-DTL-SUB)    TO GLD-TXN-TYPE
               MOVE WS-DTL-ENTRY-COUNT(WS-DTL-SUB) TO GLD-ENTRY-COUNT
               MOVE WS-DTL-DESC(WS-DTL-SUB)        TO GLD-DESC
               WRITE GLI-DETAIL
           END-PERFORM
           MOVE SPACES TO GLI-TRAILER
           MOVE "T"             TO GLT-REC-TYPE
           MOVE WS-DETAIL-COUNT TO GLT-RECORD-COUNT
           MOVE WS-HASH-TOTAL   TO GLT-HASH-TOTAL
           MOVE WS-DEBIT-TOTAL  TO GLT-DEBIT-TOTAL
           MOVE WS-CREDIT-TOTAL TO GLT-CREDIT-TOTAL
           WRITE GLI-TRAILER
           CLOSE GLIFILE
           DISPLAY "gl_interface.txt written -- " WS-DETAIL-COUNT
                   " detail line(s).".

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

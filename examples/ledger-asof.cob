      *> ledger-asof.cob - HOPPER Example 2j: As-of-Date Balance
      *> Inquiry
      *> ledger_accounts.txt holds only today's closing balance, so a
      *> customer disputing what the account stood at three weeks ago
      *> could only be answered by restoring an old generation. Every
      *> posting Ledger makes is on ledger_journal.txt for good, so
      *> the balance on any earlier date can be worked back from
      *> today's: the current balance less every journal entry the
      *> account has had posted since. "As of" a date means at the
      *> close of that day's posting run -- entries are judged by the
      *> date they were journaled (JRN-RUN-DATE), not the date the
      *> transaction carried, because a back-dated item posted
      *> yesterday was not in the balance the customer saw last week.
      *> Each answer lists the entries between the date and today in
      *> journal order with the running balance after each, so the
      *> walk from the as-of balance to today's can be read line by
      *> line; a transfer leg names its counter-account.
      *> The same console-or-batch shape GradeInquiry uses: (I)
      *> interactive keys one account (six digits with its check
      *> digit) and a date at a time; (B) batch reads account/date
      *> pairs from ledger_asof_batch.txt and writes the answers to
      *> ledger_asof_report.txt. An account that is not on
      *> ledger_accounts.txt (closed by AcctMaint, or never opened)
      *> has no current balance to work back from, and a date before
      *> the journal's first entry would be missing postings, so both
      *> are answered as "cannot be rebuilt" rather than with a wrong
      *> figure. Read-only, so it takes no run lock.
      *> When HolderLookup reports that its tables overflowed, an
      *> answer whose holder did not resolve says so instead of "no
      *> live account holder", and the session ends return code 4.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LedgerAsOf.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTFILE ASSIGN TO "ledger_accounts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT JRNFILE ASSIGN TO "ledger_journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.
           SELECT BATCHFILE ASSIGN TO "ledger_asof_batch.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-STATUS.
           SELECT BRPTFILE ASSIGN TO "ledger_asof_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

      *> One inquiry per line: the account id as keyed (six digits
      *> with its check digit), a space, and the as-of date.
           FD BATCHFILE.
           01 BATCH-RECORD.
               05 BATCH-ACCT-ID PIC X(6).
               05 FILLER        PIC X.
               05 BATCH-DATE    PIC X(8).

           FD BRPTFILE.
           01 BRPT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
           01 WS-ACCT-STATUS  PIC XX VALUE SPACES.
           01 WS-JRN-STATUS   PIC XX VALUE SPACES.
           01 WS-BATCH-STATUS PIC XX VALUE SPACES.
           01 WS-BRPT-STATUS  PIC XX VALUE SPACES.
           01 WS-EOF          PIC X  VALUE "N".
               88 END-OF-FILE VALUE "Y".
           01 WS-MODE         PIC X  VALUE "I".
               88 INTERACTIVE-MODE VALUE "I" "i".
               88 BATCH-MODE       VALUE "B" "b".
           01 WS-BATCH-EOF    PIC X  VALUE "N".
               88 BATCH-END-OF-FILE VALUE "Y".
           01 WS-CONTINUE     PIC X  VALUE "Y".
               88 KEEP-GOING VALUE "Y" "y".

      *> The inquiry in hand, keyed or read from the batch file.
           01 WS-INQUIRY-ID-X PIC X(6) VALUE SPACES.
           01 WS-INQUIRY-ID   PIC 9(5) VALUE ZERO.
           01 WS-ASOF-DATE-X  PIC X(8) VALUE SPACES.
           01 WS-ASOF-DATE-N REDEFINES WS-ASOF-DATE-X PIC 9(8).
           01 WS-ASOF-DATE    PIC 9(8) VALUE ZERO.
           01 WS-KEY-OK       PIC X VALUE "N".
               88 INQUIRY-KEYS-VALID VALUE "Y".
           01 WS-KEY-REASON   PIC X(60) VALUE SPACES.

           01 WS-ACCT-FOUND   PIC X VALUE "N".
               88 ACCOUNT-ON-FILE VALUE "Y".
           01 WS-CURRENT-BALANCE PIC S9(9)V99 VALUE ZERO.
           01 WS-LATER-TOTAL     PIC S9(9)V99 VALUE ZERO.
           01 WS-ASOF-BALANCE    PIC S9(9)V99 VALUE ZERO.
           01 WS-RUN-BALANCE     PIC S9(9)V99 VALUE ZERO.
           01 WS-LATER-COUNT     PIC 9(6) VALUE ZERO.
           01 WS-JRN-BAD-COUNT   PIC 9(6) VALUE ZERO.
      *> The earliest journal date on file -- an as-of date before it
      *> would leave out postings the journal never recorded.
           01 WS-JRN-FIRST-DATE  PIC 9(8) VALUE ZERO.
           01 WS-JRN-OPENED      PIC X VALUE "N".
               88 JOURNAL-OPENED VALUE "Y".

           01 WS-OUT-LINE        PIC X(100) VALUE SPACES.
           01 WS-AMT-FORMATTED   PIC X(19) VALUE SPACES.
           01 WS-XFER-DIRECTION  PIC X(4) VALUE SPACES.
           01 WS-HOLDER-TEXT     PIC X(60) VALUE SPACES.

           01 WS-LOOKUP-COUNT    PIC 9(6) VALUE ZERO.
           01 WS-UNANSWERED-COUNT PIC 9(6) VALUE ZERO.
           01 WS-HOLDERS-PARTIAL PIC X VALUE "N".
               88 HOLDER-TABLES-PARTIAL VALUE "Y".

           COPY CHKDGCTL.
           COPY MONEYFMT.
           COPY HOLDCTL.
           COPY DATESTAMP.
           COPY JOBCTL.

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BusinessDate" USING DATE-TIME-STAMP
           DISPLAY "--- Ledger As-of-Date Balance Inquiry ---"
           DISPLAY "Run in (I)nteractive or (B)atch file mode? "
               WITH NO ADVANCING
           ACCEPT WS-MODE FROM CONSOLE
           IF NOT INTERACTIVE-MODE AND NOT BATCH-MODE
               MOVE "I" TO WS-MODE
           END-IF
           IF BATCH-MODE
               PERFORM 6000-BATCH-MODE
           ELSE
               PERFORM UNTIL NOT KEEP-GOING
                   PERFORM 1000-PROMPT-AND-LOOKUP
                   DISPLAY "Look up another account? (Y/N): "
                       WITH NO ADVANCING
                   ACCEPT WS-CONTINUE FROM CONSOLE
               END-PERFORM
           END-IF
           DISPLAY "As-of inquiry complete. Inquiries: "
                   WS-LOOKUP-COUNT " Not answered: "
                   WS-UNANSWERED-COUNT
           MOVE ZERO TO RETURN-CODE
           IF HOLDER-TABLES-PARTIAL
               DISPLAY "! HolderLookup could not load every holder "
                       "-- some holder names may be missing"
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE "LEDGERASOF" TO JOB-PROGRAM-NAME
           MOVE RETURN-CODE TO JOB-RETURN-CODE
           MOVE WS-LOOKUP-COUNT TO JOB-RECORD-COUNT
           MOVE WS-UNANSWERED-COUNT TO JOB-ERROR-COUNT
           CALL "JobLog" USING JOB-LOG-BLOCK
           GOBACK.

       1000-PROMPT-AND-LOOKUP.
           DISPLAY "Enter account id (6 digits with check digit): "
               WITH NO ADVANCING
           ACCEPT WS-INQUIRY-ID-X FROM CONSOLE
           DISPLAY "Balance as of date (YYYYMMDD): "
               WITH NO ADVANCING
           ACCEPT WS-ASOF-DATE-X FROM CONSOLE
           PERFORM 1100-CHECK-INQUIRY-KEYS
           IF INQUIRY-KEYS-VALID
               PERFORM 2000-REBUILD-BALANCE
           ELSE
               DISPLAY "  ! " FUNCTION TRIM(WS-KEY-REASON)
           END-IF.

       1100-CHECK-INQUIRY-KEYS.
      *> Shared by both modes. The date may be today (the balance
      *> after today's run, i.e. the current one) but not later.
           MOVE "N" TO WS-KEY-OK
           MOVE SPACES TO WS-KEY-REASON
           MOVE WS-INQUIRY-ID-X TO CD-ID-WITH-CHECK
           CALL "CheckDigit" USING CHECK-DIGIT-BLOCK
           EVALUATE TRUE
               WHEN NOT CD-IS-VALID
                   STRING "Id '" WS-INQUIRY-ID-X "' fails its check "
                          "digit -- re-key all six digits"
                       DELIMITED BY SIZE INTO WS-KEY-REASON
               WHEN WS-ASOF-DATE-X NOT NUMERIC
                   STRING "Date '" WS-ASOF-DATE-X "' is not a "
                          "YYYYMMDD date"
                       DELIMITED BY SIZE INTO WS-KEY-REASON
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-ASOF-DATE-N)
                       NOT = ZERO
                   STRING "Date '" WS-ASOF-DATE-X "' is not a "
                          "real calendar date"
                       DELIMITED BY SIZE INTO WS-KEY-REASON
               WHEN WS-ASOF-DATE-N > DTS-RUN-DATE
                   STRING "Date " WS-ASOF-DATE-X " is after today"
                       DELIMITED BY SIZE INTO WS-KEY-REASON
               WHEN OTHER
                   MOVE "Y" TO WS-KEY-OK
                   MOVE CD-BASE-ID TO WS-INQUIRY-ID
                   MOVE WS-ASOF-DATE-N TO WS-ASOF-DATE
           END-EVALUATE.

       2000-REBUILD-BALANCE.
      *> Shared by both modes -- every line of the answer goes out
      *> through 3000-EMIT-LINE, to the console or the batch report.
           ADD 1 TO WS-LOOKUP-COUNT
           PERFORM 2100-FIND-CURRENT-BALANCE
           IF ACCOUNT-ON-FILE
               PERFORM 2200-SUM-LATER-ENTRIES
           END-IF
           EVALUATE TRUE
               WHEN NOT ACCOUNT-ON-FILE
                   ADD 1 TO WS-UNANSWERED-COUNT
                   MOVE SPACES TO WS-OUT-LINE
                   STRING "Account " WS-INQUIRY-ID
                          " as of " WS-ASOF-DATE
                          ": cannot be rebuilt -- not on "
                          "ledger_accounts.txt (closed/never opened)"
                       DELIMITED BY SIZE INTO WS-OUT-LINE
                   PERFORM 3000-EMIT-LINE
               WHEN NOT JOURNAL-OPENED
                   ADD 1 TO WS-UNANSWERED-COUNT
                   MOVE SPACES TO WS-OUT-LINE
                   STRING "Account " WS-INQUIRY-ID
                          " as of " WS-ASOF-DATE
                          ": cannot be rebuilt -- "
                          "ledger_journal.txt cannot be read"
                       DELIMITED BY SIZE INTO WS-OUT-LINE
                   PERFORM 3000-EMIT-LINE
               WHEN WS-JRN-FIRST-DATE > ZERO
                       AND WS-ASOF-DATE < WS-JRN-FIRST-DATE
                   ADD 1 TO WS-UNANSWERED-COUNT
                   MOVE SPACES TO WS-OUT-LINE
                   STRING "Account " WS-INQUIRY-ID
                          " as of " WS-ASOF-DATE
                          ": cannot be rebuilt -- the journal "
                          "begins " WS-JRN-FIRST-DATE
                       DELIMITED BY SIZE INTO WS-OUT-LINE
                   PERFORM 3000-EMIT-LINE
               WHEN OTHER
                   COMPUTE WS-ASOF-BALANCE =
                       WS-CURRENT-BALANCE - WS-LATER-TOTAL
                   PERFORM 2050-EMIT-ANSWER
           END-EVALUATE.

       2050-EMIT-ANSWER.
           MOVE WS-INQUIRY-ID TO HLK-ACCT-ID
           CALL "HolderLookup" USING HOLDER-LOOKUP-BLOCK
           IF HLK-TABLES-OVERFLOWED
               SET HOLDER-TABLES-PARTIAL TO TRUE
           END-IF
           EVALUATE TRUE
               WHEN HLK-HOLDER-ACTIVE OR HLK-HOLDER-MERGED
                   MOVE HLK-NAME-LINE TO WS-HOLDER-TEXT
               WHEN HLK-TABLES-OVERFLOWED
                   MOVE "(holder not resolved -- tables incomplete)"
                       TO WS-HOLDER-TEXT
               WHEN OTHER
                   MOVE "(no live account holder on file)"
                       TO WS-HOLDER-TEXT
           END-EVALUATE
           MOVE SPACES TO WS-OUT-LINE
           STRING "Account " WS-INQUIRY-ID "  "
                  FUNCTION TRIM(WS-HOLDER-TEXT)
               DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 3000-EMIT-LINE
           MOVE WS-ASOF-BALANCE TO MF-RAW-AMOUNT
           MOVE SPACES TO MF-CURRENCY-CODE
           CALL "MoneyFormat" USING MONEY-CONTROL-BLOCK
           MOVE SPACES TO WS-OUT-LINE
           STRING "  Balance at close of " WS-ASOF-DATE ": "
                  FUNCTION TRIM(MF-FORMATTED)
               DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 3000-EMIT-LINE
           IF WS-LATER-COUNT > ZERO
               MOVE SPACES TO WS-OUT-LINE
               STRING "  Journal entries posted since "
                      WS-ASOF-DATE ":"
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM 3000-EMIT-LINE
               PERFORM 2300-LIST-LATER-ENTRIES
           ELSE
               MOVE "  No journal entries posted since."
                   TO WS-OUT-LINE
               PERFORM 3000-EMIT-LINE
           END-IF
           MOVE WS-CURRENT-BALANCE TO MF-RAW-AMOUNT
           MOVE SPACES TO MF-CURRENCY-CODE
           CALL "MoneyFormat" USING MONEY-CONTROL-BLOCK
           MOVE SPACES TO WS-OUT-LINE
           STRING "  Current balance " DTS-RUN-DATE ": "
                  FUNCTION TRIM(MF-FORMATTED)
                  " (" WS-LATER-COUNT " entries since)"
               DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 3000-EMIT-LINE
           IF WS-JRN-BAD-COUNT > ZERO
               MOVE SPACES TO WS-OUT-LINE
               STRING "  ! " WS-JRN-BAD-COUNT " unreadable journal "
                      "line(s) skipped -- the as-of balance may be "
                      "wrong"
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM 3000-EMIT-LINE
           END-IF.

       2100-FIND-CURRENT-BALANCE.
           MOVE "N" TO WS-ACCT-FOUND
           MOVE ZERO TO WS-CURRENT-BALANCE
           OPEN INPUT ACCTFILE
           IF WS-ACCT-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE OR ACCOUNT-ON-FILE
                   READ ACCTFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF ACCT-ID NUMERIC
                                   AND ACCT-ID = WS-INQUIRY-ID
                               MOVE "Y" TO WS-ACCT-FOUND
                               MOVE ACCT-BALANCE
                                   TO WS-CURRENT-BALANCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCTFILE
           END-IF.

       2200-SUM-LATER-ENTRIES.
      *> First pass: the total and count of the account's entries
      *> journaled after the as-of date, plus the journal's first
      *> date and any lines too damaged to judge.
           MOVE "N" TO WS-JRN-OPENED
           MOVE ZERO TO WS-LATER-TOTAL WS-LATER-COUNT
           MOVE ZERO TO WS-JRN-BAD-COUNT WS-JRN-FIRST-DATE
           OPEN INPUT JRNFILE
           IF WS-JRN-STATUS = "00"
               MOVE "Y" TO WS-JRN-OPENED
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ JRNFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM 2250-TAKE-JOURNAL-ENTRY
                   END-READ
               END-PERFORM
               CLOSE JRNFILE
           END-IF.

       2250-TAKE-JOURNAL-ENTRY.
           IF JRN-ACCT-ID NOT NUMERIC OR JRN-AMOUNT NOT NUMERIC
                   OR JRN-RUN-DATE NOT NUMERIC
               ADD 1 TO WS-JRN-BAD-COUNT
           ELSE
               IF WS-JRN-FIRST-DATE = ZERO
                       OR JRN-RUN-DATE < WS-JRN-FIRST-DATE
                   MOVE JRN-RUN-DATE TO WS-JRN-FIRST-DATE
               END-IF
               IF JRN-ACCT-ID = WS-INQUIRY-ID
                       AND JRN-RUN-DATE > WS-ASOF-DATE
                   ADD 1 TO WS-LATER-COUNT
                   ADD JRN-AMOUNT TO WS-LATER-TOTAL
               END-IF
           END-IF.

       2300-LIST-LATER-ENTRIES.
      *> Second pass: the same entries in journal order, carried
      *> forward from the as-of balance -- the last line's balance
      *> is today's.
           MOVE WS-ASOF-BALANCE TO WS-RUN-BALANCE
           OPEN INPUT JRNFILE
           IF WS-JRN-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ JRNFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF JRN-ACCT-ID NUMERIC
                                   AND JRN-AMOUNT NUMERIC
                                   AND JRN-RUN-DATE NUMERIC
                               IF JRN-ACCT-ID = WS-INQUIRY-ID
                                   AND JRN-RUN-DATE > WS-ASOF-DATE
                                   PERFORM 2350-EMIT-ENTRY-LINE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JRNFILE
           END-IF.

       2350-EMIT-ENTRY-LINE.
           ADD JRN-AMOUNT TO WS-RUN-BALANCE
           MOVE JRN-AMOUNT TO MF-RAW-AMOUNT
           MOVE SPACES TO MF-CURRENCY-CODE
           CALL "MoneyFormat" USING MONEY-CONTROL-BLOCK
           MOVE MF-FORMATTED TO WS-AMT-FORMATTED
           MOVE WS-RUN-BALANCE TO MF-RAW-AMOUNT
           MOVE SPACES TO MF-CURRENCY-CODE
           CALL "MoneyFormat" USING MONEY-CONTROL-BLOCK
           MOVE SPACES TO WS-OUT-LINE
           IF JRN-TYPE = "TR" AND JRN-COUNTER-ACCT NUMERIC
               IF JRN-AMOUNT < ZERO
                   MOVE "to" TO WS-XFER-DIRECTION
               ELSE
                   MOVE "from" TO WS-XFER-DIRECTION
               END-IF
               STRING "    #" JRN-SERIAL " posted " JRN-RUN-DATE
                      " txn " JRN-BUS-DATE " TR "
                      FUNCTION TRIM(WS-AMT-FORMATTED)
                      " " FUNCTION TRIM(WS-XFER-DIRECTION)
                      " " JRN-COUNTER-ACCT
                      "  balance=" FUNCTION TRIM(MF-FORMATTED)
                   DELIMITED BY SIZE INTO WS-OUT-LINE
           ELSE
               STRING "    #" JRN-SERIAL " posted " JRN-RUN-DATE
                      " txn " JRN-BUS-DATE " " JRN-TYPE " "
                      FUNCTION TRIM(WS-AMT-FORMATTED)
                      "  balance=" FUNCTION TRIM(MF-FORMATTED)
                   DELIMITED BY SIZE INTO WS-OUT-LINE
           END-IF
           PERFORM 3000-EMIT-LINE.

       3000-EMIT-LINE.
           IF BATCH-MODE
               MOVE WS-OUT-LINE TO BRPT-RECORD
               WRITE BRPT-RECORD
           ELSE
               DISPLAY FUNCTION TRIM(WS-OUT-LINE TRAILING)
           END-IF.

       6000-BATCH-MODE.
           OPEN INPUT BATCHFILE
           IF WS-BATCH-STATUS NOT = "00"
               DISPLAY "! Cannot open ledger_asof_batch.txt, status "
                       WS-BATCH-STATUS
           ELSE
               OPEN OUTPUT BRPTFILE
               MOVE "N" TO WS-BATCH-EOF
               PERFORM UNTIL BATCH-END-OF-FILE
                   READ BATCHFILE
                       AT END MOVE "Y" TO WS-BATCH-EOF
                       NOT AT END PERFORM 6100-PROCESS-BATCH-PAIR
                   END-READ
               END-PERFORM
               CLOSE BATCHFILE
               CLOSE BRPTFILE
               DISPLAY "Batch inquiry complete -- see "
                       "ledger_asof_report.txt"
           END-IF.

       6100-PROCESS-BATCH-PAIR.
           MOVE BATCH-ACCT-ID TO WS-INQUIRY-ID-X
           MOVE BATCH-DATE    TO WS-ASOF-DATE-X
           PERFORM 1100-CHECK-INQUIRY-KEYS
           IF INQUIRY-KEYS-VALID
               PERFORM 2000-REBUILD-BALANCE
           ELSE
               ADD 1 TO WS-LOOKUP-COUNT
               ADD 1 TO WS-UNANSWERED-COUNT
               MOVE SPACES TO WS-OUT-LINE
               STRING "Inquiry '" BATCH-RECORD "' rejected: "
                      FUNCTION TRIM(WS-KEY-REASON)
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM 3000-EMIT-LINE
           END-IF
           MOVE SPACES TO WS-OUT-LINE
           PERFORM 3000-EMIT-LINE.

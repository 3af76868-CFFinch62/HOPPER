      *> ledger-aging.cob - HOPPER Example 2m: Delinquency Aging and
      *> Collections Worklist
      *> LedgerAccrue charges interest on a negative balance, but
      *> nothing remembered how long an account had been negative.
      *> This daily batch keeps that memory in ledger_aging.txt: one
      *> line per overdrawn account with the date it was first seen
      *> negative and the last collection stage a letter went out
      *> for. Each run walks ledger_accounts.txt (SORTed on account
      *> id) against that file as a matched pair -- the same shape
      *> Ledger posts with, so there is no account ceiling -- and
      *> buckets every overdrawn account by days negative: CUR under
      *> 30, then 30, 60 and 90+. An account back at zero or better
      *> drops off the file, so a later overdraft starts its clock
      *> afresh.
      *> The collections worklist prints through the shared
      *> ReportWriter, every overdrawn account with its holder's
      *> name and mailing address resolved through HolderLookup,
      *> and bucket totals at the end. An account entering a stage
      *> it has not had a letter for gets one line appended to
      *> ledger_aging_notices.txt for the letter print -- one letter
      *> per stage however many times the run is repeated. An
      *> account whose holder cannot be addressed (closed, or never
      *> linked) goes to the exceptions log instead, and its letter
      *> goes out on the first run after the link is put right.
      *> When HolderLookup reports that its tables overflowed, a
      *> holder it cannot find may simply not have been loaded: the
      *> letter is held the same way, logged as such, and the run
      *> ends with return code 4 so the shortfall is looked at.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LedgerAging.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTFILE ASSIGN TO "ledger_accounts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT SACCTFILE ASSIGN TO "ledger_aging_acct.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SACCT-STATUS.
           SELECT ACCTWORK ASSIGN TO "ledger_agingwork.tmp".
      *> The aging file as the last run left it, and the new one this
      *> run writes, copied back over it at the end.
           SELECT AGEFILE ASSIGN TO "ledger_aging.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGE-STATUS.
           SELECT NAGEFILE ASSIGN TO "ledger_aging.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NAGE-STATUS.
           SELECT NTCFILE ASSIGN TO "ledger_aging_notices.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTC-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD ACCTFILE.
           01 ACCT-RECORD.
               05 ACCT-ID      PIC 9(5).
               05 ACCT-BALANCE PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
               05 ACCT-LIMIT   PIC S9(7)V99 SIGN IS TRAILING SEPARATE.

           FD SACCTFILE.
           01 SA-RECORD.
               05 SA-ACCT-ID   PIC 9(5).
               05 SA-BALANCE   PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
               05 SA-LIMIT     PIC S9(7)V99 SIGN IS TRAILING SEPARATE.

           SD ACCTWORK.
           01 AW-RECORD.
               05 AW-ACCT-ID   PIC 9(5).
               05 AW-BALANCE   PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
               05 AW-LIMIT     PIC S9(7)V99 SIGN IS TRAILING SEPARATE.

      *> AGE-STAGE is the last stage a letter went out for: 0 none
      *> yet, 1 CUR, 2 30, 3 60, 4 90+.
           FD AGEFILE.
           01 AGE-RECORD.
               05 AGE-ACCT-ID     PIC 9(5).
               05 FILLER          PIC X.
               05 AGE-NEG-SINCE   PIC 9(8).
               05 FILLER          PIC X.
               05 AGE-STAGE       PIC 9.
               05 FILLER          PIC X.
               05 AGE-NOTICE-DATE PIC 9(8).

      *> Same layout; built here rather than in AGE-RECORD, which
      *> holds the look-ahead line of the matched walk.
           FD NAGEFILE.
           01 NAGE-RECORD.
               05 NAGE-ACCT-ID     PIC 9(5).
               05 FILLER           PIC X.
               05 NAGE-NEG-SINCE   PIC 9(8).
               05 FILLER           PIC X.
               05 NAGE-STAGE       PIC 9.
               05 FILLER           PIC X.
               05 NAGE-NOTICE-DATE PIC 9(8).

      *> One line per letter, ready for the letter print: which
      *> stage, how long and how far overdrawn, and where to send it.
           FD NTCFILE.
           01 NTC-RECORD.
               05 NTC-RUN-DATE   PIC 9(8).
               05 FILLER         PIC X.
               05 NTC-ACCT-ID    PIC 9(5).
               05 FILLER         PIC X.
               05 NTC-STAGE      PIC X(3).
               05 FILLER         PIC X.
               05 NTC-NEG-SINCE  PIC 9(8).
               05 FILLER         PIC X.
               05 NTC-DAYS       PIC 9(4).
               05 FILLER         PIC X.
               05 NTC-BALANCE    PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
               05 FILLER         PIC X.
               05 NTC-CUST-ID    PIC 9(5).
               05 FILLER         PIC X.
               05 NTC-NAME-LINE  PIC X(60).
               05 FILLER         PIC X.
               05 NTC-STREET     PIC X(30).
               05 FILLER         PIC X.
               05 NTC-CITY-LINE  PIC X(40).

       WORKING-STORAGE SECTION.
           01 WS-ACCT-STATUS  PIC XX VALUE SPACES.
           01 WS-SACCT-STATUS PIC XX VALUE SPACES.
           01 WS-AGE-STATUS   PIC XX VALUE SPACES.
           01 WS-NAGE-STATUS  PIC XX VALUE SPACES.
           01 WS-NTC-STATUS   PIC XX VALUE SPACES.
           01 WS-EOF          PIC X  VALUE "N".
               88 END-OF-FILE VALUE "Y".
           01 WS-AGE-EOF      PIC X  VALUE "N".
               88 AGE-END-OF-FILE VALUE "Y".
           01 WS-AGE-VALID    PIC X  VALUE "N".
               88 AGE-LINE-VALID VALUE "Y".

      *> The account in hand and what the aging file knew of it.
           01 WS-PRIOR-FOUND  PIC X VALUE "N".
               88 PRIOR-AGING-FOUND VALUE "Y".
           01 WS-NEG-SINCE    PIC 9(8) VALUE ZERO.
           01 WS-STAGE-SENT   PIC 9 VALUE ZERO.
           01 WS-NOTICE-DATE  PIC 9(8) VALUE ZERO.
           01 WS-DAYS-NEG     PIC 9(4) VALUE ZERO.
           01 WS-BUCKET       PIC 9 VALUE ZERO.
      *> Bucket labels and running totals, indexed by WS-BUCKET.
           01 WS-BUCKET-NAMES PIC X(12) VALUE "CUR30 60 90+".
           01 WS-BUCKET-NAME-TBL REDEFINES WS-BUCKET-NAMES.
               05 WS-BUCKET-NAME OCCURS 4 TIMES PIC X(3).
           01 WS-BUCKET-TOTALS.
               05 WS-BUCKET-ENTRY OCCURS 4 TIMES.
                   10 WS-BUCKET-COUNT   PIC 9(6).
                   10 WS-BUCKET-BALANCE PIC S9(9)V99.
           01 WS-BKT-IDX      PIC 9 VALUE ZERO.

           01 WS-ACCT-COUNT     PIC 9(6) VALUE ZERO.
           01 WS-OVERDRAWN      PIC 9(6) VALUE ZERO.
           01 WS-NEWLY-NEGATIVE PIC 9(6) VALUE ZERO.
           01 WS-CURED-COUNT    PIC 9(6) VALUE ZERO.
           01 WS-NOTICE-COUNT   PIC 9(6) VALUE ZERO.
           01 WS-UNADDR-COUNT   PIC 9(6) VALUE ZERO.
           01 WS-REJ-COUNT      PIC 9(6) VALUE ZERO.
           01 WS-HOLDERS-PARTIAL PIC X VALUE "N".
               88 HOLDER-TABLES-PARTIAL VALUE "Y".
           01 WS-DAYS-ED        PIC ZZZ9 VALUE ZERO.

           COPY HOLDCTL.
           COPY RPTCTL.
           COPY EXCPCTL.
           COPY MONEYFMT.
           COPY DATESTAMP.
           COPY JOBCTL.
           COPY RUNLKCTL.

       PROCEDURE DIVISION.
       0000-MAIN.
      *> LEDGER is the resource lock for ledger_accounts.txt, shared
      *> with the posting run -- run during a posting pass this
      *> program would age a half-rewritten accounts file.
      *> Refused here before any file is touched (see RunLock /
      *> hopper_runlocks.txt).
           PERFORM 9800-ACQUIRE-RUN-LOCK
           IF NOT RL-IS-GRANTED
               DISPLAY "! Run refused -- LEDGER"
                       " lock held by " RL-HELD-BY
                       " since " RL-HELD-DATE "-" RL-HELD-TIME
               MOVE 12 TO RETURN-CODE
               MOVE "LEDGERAGING" TO JOB-PROGRAM-NAME
               MOVE RETURN-CODE TO JOB-RETURN-CODE
               MOVE ZERO TO JOB-RECORD-COUNT
               MOVE 1 TO JOB-ERROR-COUNT
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
           CALL "BusinessDate" USING DATE-TIME-STAMP
           OPEN INPUT ACCTFILE
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "! Cannot open ledger_accounts.txt status "
                       WS-ACCT-STATUS " -- no aging done"
               MOVE 8 TO RETURN-CODE
               MOVE "LEDGERAGING" TO JOB-PROGRAM-NAME
               MOVE RETURN-CODE TO JOB-RETURN-CODE
               MOVE ZERO TO JOB-RECORD-COUNT
               MOVE 1 TO JOB-ERROR-COUNT
               PERFORM 9900-RELEASE-RUN-LOCK
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
           CLOSE ACCTFILE
           SORT ACCTWORK ON ASCENDING KEY AW-ACCT-ID
               USING ACCTFILE
               GIVING SACCTFILE
           INITIALIZE WS-BUCKET-TOTALS
           MOVE "LEDGERAGE" TO RPT-PROGRAM-NAME
           MOVE "COLLECTIONS WORKLIST" TO RPT-REPORT-TITLE
           MOVE "OPEN " TO RPT-FUNCTION
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           MOVE SPACES TO RPT-DETAIL-LINE
           MOVE "ACCT   BUCKET  NEG-SINCE  DAYS  BALANCE"
               TO RPT-DETAIL-LINE
           MOVE "WRITE" TO RPT-FUNCTION
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
      *> Letters accumulate across runs, each stamped with the run
      *> date, until the letter print takes them.
           OPEN EXTEND NTCFILE
           IF WS-NTC-STATUS NOT = "00"
               OPEN OUTPUT NTCFILE
           END-IF
           OPEN INPUT AGEFILE
           IF WS-AGE-STATUS NOT = "00"
               SET AGE-END-OF-FILE TO TRUE
           ELSE
               MOVE "N" TO WS-AGE-EOF
               PERFORM 1100-READ-NEXT-AGING
           END-IF
           OPEN OUTPUT NAGEFILE
           OPEN INPUT SACCTFILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL END-OF-FILE
               READ SACCTFILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM 1000-AGE-ONE-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE SACCTFILE
           IF WS-AGE-STATUS NOT = "35"
               CLOSE AGEFILE
           END-IF
           CLOSE NAGEFILE
           CLOSE NTCFILE
           PERFORM 3000-REPLACE-AGING-FILE
           PERFORM 2500-WRITE-BUCKET-TOTALS
           MOVE "CLOSE" TO RPT-FUNCTION
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           DISPLAY "Aging run complete. Accounts: " WS-ACCT-COUNT
                   " Overdrawn: " WS-OVERDRAWN
                   " Newly overdrawn: " WS-NEWLY-NEGATIVE
                   " Cured: " WS-CURED-COUNT
           DISPLAY "  Notices: " WS-NOTICE-COUNT
                   " Unaddressable: " WS-UNADDR-COUNT
           IF HOLDER-TABLES-PARTIAL
               DISPLAY "! HolderLookup could not load every holder "
                       "-- unaddressed accounts may have holders"
           END-IF
           MOVE ZERO TO RETURN-CODE
           IF WS-REJ-COUNT > ZERO OR WS-UNADDR-COUNT > ZERO
                   OR HOLDER-TABLES-PARTIAL
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE "LEDGERAGING" TO JOB-PROGRAM-NAME
           MOVE RETURN-CODE TO JOB-RETURN-CODE
           MOVE WS-ACCT-COUNT TO JOB-RECORD-COUNT
           COMPUTE JOB-ERROR-COUNT = WS-REJ-COUNT + WS-UNADDR-COUNT
           PERFORM 9900-RELEASE-RUN-LOCK
           CALL "JobLog" USING JOB-LOG-BLOCK
           GOBACK.

       1000-AGE-ONE-ACCOUNT.
           IF SA-ACCT-ID NOT NUMERIC OR SA-BALANCE NOT NUMERIC
               ADD 1 TO WS-REJ-COUNT
               MOVE "LEDGERAGING"         TO EXC-PROGRAM-NAME
               MOVE "ledger_accounts.txt" TO EXC-SOURCE-FILE
               MOVE "ACCT-RECORD"         TO EXC-FIELD-NAME
               MOVE SA-RECORD             TO EXC-RAW-VALUE
               MOVE "malformed account record, not aged"
                   TO EXC-REASON
               CALL "ExceptionLog" USING EXCEPTION-LOG-BLOCK
           ELSE
               ADD 1 TO WS-ACCT-COUNT
      *> Aging lines for accounts no longer on file fall away here.
               PERFORM UNTIL AGE-END-OF-FILE
                       OR AGE-ACCT-ID NOT < SA-ACCT-ID
                   PERFORM 1100-READ-NEXT-AGING
               END-PERFORM
               MOVE "N" TO WS-PRIOR-FOUND
               IF NOT AGE-END-OF-FILE AND AGE-ACCT-ID = SA-ACCT-ID
                   MOVE "Y" TO WS-PRIOR-FOUND
                   MOVE AGE-NEG-SINCE   TO WS-NEG-SINCE
                   MOVE AGE-STAGE       TO WS-STAGE-SENT
                   MOVE AGE-NOTICE-DATE TO WS-NOTICE-DATE
               END-IF
               IF SA-BALANCE < ZERO
                   PERFORM 1200-AGE-OVERDRAWN
               ELSE
                   IF PRIOR-AGING-FOUND
                       ADD 1 TO WS-CURED-COUNT
                   END-IF
               END-IF
           END-IF.

       1100-READ-NEXT-AGING.
      *> A malformed aging line is skipped -- the account it stood
      *> for simply starts its clock again today.
           MOVE "N" TO WS-AGE-VALID
           PERFORM UNTIL AGE-END-OF-FILE OR AGE-LINE-VALID
               READ AGEFILE
                   AT END SET AGE-END-OF-FILE TO TRUE
                   NOT AT END
                       IF AGE-ACCT-ID NUMERIC
                               AND AGE-NEG-SINCE NUMERIC
                               AND AGE-STAGE NUMERIC
                           MOVE "Y" TO WS-AGE-VALID
                       END-IF
               END-READ
           END-PERFORM.

       1200-AGE-OVERDRAWN.
           ADD 1 TO WS-OVERDRAWN
           IF NOT PRIOR-AGING-FOUND
               ADD 1 TO WS-NEWLY-NEGATIVE
               MOVE DTS-RUN-DATE TO WS-NEG-SINCE
               MOVE ZERO TO WS-STAGE-SENT
               MOVE ZERO TO WS-NOTICE-DATE
           END-IF
           COMPUTE WS-DAYS-NEG =
               FUNCTION INTEGER-OF-DATE(DTS-RUN-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-NEG-SINCE)
           EVALUATE TRUE
               WHEN WS-DAYS-NEG < 30 MOVE 1 TO WS-BUCKET
               WHEN WS-DAYS-NEG < 60 MOVE 2 TO WS-BUCKET
               WHEN WS-DAYS-NEG < 90 MOVE 3 TO WS-BUCKET
               WHEN OTHER            MOVE 4 TO WS-BUCKET
           END-EVALUATE
           ADD 1 TO WS-BUCKET-COUNT(WS-BUCKET)
           ADD SA-BALANCE TO WS-BUCKET-BALANCE(WS-BUCKET)
           MOVE SA-ACCT-ID TO HLK-ACCT-ID
           CALL "HolderLookup" USING HOLDER-LOOKUP-BLOCK
           IF HLK-TABLES-OVERFLOWED
               SET HOLDER-TABLES-PARTIAL TO TRUE
           END-IF
           PERFORM 2000-WRITE-WORKLIST-ENTRY
           IF WS-BUCKET > WS-STAGE-SENT
               PERFORM 1300-ISSUE-NOTICE
           END-IF
           MOVE SPACES TO NAGE-RECORD
           MOVE SA-ACCT-ID     TO NAGE-ACCT-ID
           MOVE WS-NEG-SINCE   TO NAGE-NEG-SINCE
           MOVE WS-STAGE-SENT  TO NAGE-STAGE
           MOVE WS-NOTICE-DATE TO NAGE-NOTICE-DATE
           WRITE NAGE-RECORD.

       1300-ISSUE-NOTICE.
      *> An account that skipped a stage between runs gets the letter
      *> for the stage it is in now, not one for each it passed.
           IF HLK-HOLDER-ACTIVE OR HLK-HOLDER-MERGED
               MOVE SPACES TO NTC-RECORD
               MOVE DTS-RUN-DATE   TO NTC-RUN-DATE
               MOVE SA-ACCT-ID     TO NTC-ACCT-ID
               MOVE WS-BUCKET-NAME(WS-BUCKET) TO NTC-STAGE
               MOVE WS-NEG-SINCE   TO NTC-NEG-SINCE
               MOVE WS-DAYS-NEG    TO NTC-DAYS
               MOVE SA-BALANCE     TO NTC-BALANCE
               MOVE HLK-CUST-ID    TO NTC-CUST-ID
               MOVE HLK-NAME-LINE  TO NTC-NAME-LINE
               MOVE HLK-STREET     TO NTC-STREET
               MOVE HLK-CITY-LINE  TO NTC-CITY-LINE
               WRITE NTC-RECORD
               ADD 1 TO WS-NOTICE-COUNT
               MOVE WS-BUCKET TO WS-STAGE-SENT
               MOVE DTS-RUN-DATE TO WS-NOTICE-DATE
           ELSE
               ADD 1 TO WS-UNADDR-COUNT
               MOVE "LEDGERAGING"             TO EXC-PROGRAM-NAME
               MOVE "ledger_acct_holders.txt" TO EXC-SOURCE-FILE
               MOVE "HLD-CUST-ID"             TO EXC-FIELD-NAME
               MOVE SPACES TO EXC-RAW-VALUE
               STRING SA-ACCT-ID " -> " HLK-LINKED-CUST-ID
                   DELIMITED BY SIZE INTO EXC-RAW-VALUE
               EVALUATE TRUE
                   WHEN HLK-TABLES-OVERFLOWED
                       MOVE "notice held, holder tables incomplete"
                           TO EXC-REASON
                   WHEN HLK-HOLDER-CLOSED
                       MOVE "overdraft notice held, holder closed"
                           TO EXC-REASON
                   WHEN OTHER
                       MOVE "overdraft notice held, no holder linked"
                           TO EXC-REASON
               END-EVALUATE
               CALL "ExceptionLog" USING EXCEPTION-LOG-BLOCK
           END-IF.

       2000-WRITE-WORKLIST-ENTRY.
           MOVE SA-BALANCE TO MF-RAW-AMOUNT
           MOVE SPACES TO MF-CURRENCY-CODE
           CALL "MoneyFormat" USING MONEY-CONTROL-BLOCK
           MOVE WS-DAYS-NEG TO WS-DAYS-ED
           MOVE SPACES TO RPT-DETAIL-LINE
           STRING SA-ACCT-ID "  " WS-BUCKET-NAME(WS-BUCKET)
                  "     " WS-NEG-SINCE "  " WS-DAYS-ED
                  "  " FUNCTION TRIM(MF-FORMATTED)
               DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           MOVE "0" TO RPT-CARRIAGE-CTL
           MOVE "WRITE" TO RPT-FUNCTION
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           MOVE SPACE TO RPT-CARRIAGE-CTL
           IF HLK-HOLDER-ACTIVE OR HLK-HOLDER-MERGED
               MOVE SPACES TO RPT-DETAIL-LINE
               STRING "       " HLK-NAME-LINE
                   DELIMITED BY SIZE INTO RPT-DETAIL-LINE
               MOVE "WRITE" TO RPT-FUNCTION
               CALL "ReportWriter" USING RPT-CONTROL-BLOCK
               MOVE SPACES TO RPT-DETAIL-LINE
               STRING "       " HLK-STREET
                   DELIMITED BY SIZE INTO RPT-DETAIL-LINE
               MOVE "WRITE" TO RPT-FUNCTION
               CALL "ReportWriter" USING RPT-CONTROL-BLOCK
               MOVE SPACES TO RPT-DETAIL-LINE
               STRING "       " HLK-CITY-LINE
                   DELIMITED BY SIZE INTO RPT-DETAIL-LINE
               MOVE "WRITE" TO RPT-FUNCTION
               CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           ELSE
               MOVE SPACES TO RPT-DETAIL-LINE
               MOVE "       ** no live account holder on file **"
                   TO RPT-DETAIL-LINE
               MOVE "WRITE" TO RPT-FUNCTION
               CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           END-IF.

       2500-WRITE-BUCKET-TOTALS.
           MOVE SPACES TO RPT-DETAIL-LINE
           MOVE "BUCKET TOTALS" TO RPT-DETAIL-LINE
           MOVE "0" TO RPT-CARRIAGE-CTL
           MOVE "WRITE" TO RPT-FUNCTION
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           MOVE SPACE TO RPT-CARRIAGE-CTL
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX > 4
               MOVE WS-BUCKET-BALANCE(WS-BKT-IDX) TO MF-RAW-AMOUNT
               MOVE SPACES TO MF-CURRENCY-CODE
               CALL "MoneyFormat" USING MONEY-CONTROL-BLOCK
               MOVE SPACES TO RPT-DETAIL-LINE
               STRING "  " WS-BUCKET-NAME(WS-BKT-IDX)
                      "  accounts " WS-BUCKET-COUNT(WS-BKT-IDX)
                      "  balance " FUNCTION TRIM(MF-FORMATTED)
                   DELIMITED BY SIZE INTO RPT-DETAIL-LINE
               MOVE "WRITE" TO RPT-FUNCTION
               CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           END-PERFORM
           MOVE SPACES TO RPT-DETAIL-LINE
           STRING "  Overdrawn " WS-OVERDRAWN
                  "  newly overdrawn " WS-NEWLY-NEGATIVE
                  "  cured " WS-CURED-COUNT
                  "  notices " WS-NOTICE-COUNT
               DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           MOVE "WRITE" TO RPT-FUNCTION
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK.

       3000-REPLACE-AGING-FILE.
           OPEN INPUT NAGEFILE
           OPEN OUTPUT AGEFILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL END-OF-FILE
               READ NAGEFILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE NAGE-RECORD TO AGE-RECORD
                       WRITE AGE-RECORD
               END-READ
           END-PERFORM
           CLOSE NAGEFILE
           CLOSE AGEFILE.

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

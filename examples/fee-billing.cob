      *> fee-billing.cob - HOPPER Example 2o: Course Fee Billing
      *> Course fees were worked out on a spreadsheet from roster.txt
      *> and keyed into ledger_tran.txt by hand, so adds and drops
      *> between one billing and the next were missed. This batch
      *> prices every enrolled roster line (status E or I; a
      *> withdrawn W line is not billed) from the fee schedule
      *> course_fees.txt, finds the student's ledger account on the
      *> student-to-account link student_accounts.txt, and APPENDS an
      *> FE charge to ledger_tran.txt -- the same generated-transaction
      *> shape LedgerAccrue uses, check digit and all, so the charge
      *> posts through Ledger's usual guards. Each charge and credit
      *> is also appended to ledger_fee_billed.txt, the billing
      *> history: a student/section already charged is not charged
      *> again on the next run.
      *> Drops come from registrar_drops.txt, written by
      *> RegistrarImport. A drop dated on or before the refund date
      *> (first line of course_fees.txt) gets an AJ credit of the fee
      *> it was charged, to the account it was charged to; a drop
      *> inside the window that was never billed owes nothing. A
      *> drop after the refund date still owes the fee, so one never
      *> billed is charged. Settled drops are taken off the file;
      *> one that could not be settled stays for the next run.
      *> A student with no linked account, or a section with no fee
      *> on the schedule, is not billed: the line goes to
      *> hopper_exceptions.txt through ExceptionLog, the run ends
      *> with return code 4, and the next run bills it once the link
      *> or the fee is keyed.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FeeBilling.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROSTFILE ASSIGN TO "roster.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROST-STATUS.
           SELECT FEEFILE  ASSIGN TO "course_fees.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-STATUS.
           SELECT LINKFILE ASSIGN TO "student_accounts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINK-STATUS.
           SELECT DROPFILE ASSIGN TO "registrar_drops.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DROP-STATUS.
           SELECT BILFILE  ASSIGN TO "ledger_fee_billed.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BIL-STATUS.
           SELECT TRANFILE ASSIGN TO "ledger_tran.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD ROSTFILE.
           01 ROST-RECORD.
               05 ROST-ID       PIC 9(5).
               05 ROST-HOMEWORK PIC 9(3).
               05 ROST-QUIZ     PIC 9(3).
               05 ROST-EXAM     PIC 9(3).
               05 ROST-SECTION  PIC X(4).
               05 ROST-STATUS   PIC X.
               05 ROST-LAST-NAME  PIC X(20).
               05 ROST-FIRST-NAME PIC X(15).
               05 ROST-PRIVACY-HOLD PIC X.

      *> First line: the refund date, YYYYMMDD -- a drop dated on or
      *> before it is inside the refund window. Following lines: one
      *> section code each with its fee ("MATH 0045000" = 450.00).
      *> FEE-REFUND-THRU is read under REDEFINES from the same slot.
           FD FEEFILE.
           01 FEE-RECORD.
               05 FEE-SECTION PIC X(4).
               05 FILLER      PIC X.
               05 FEE-AMOUNT  PIC 9(5)V99.
           01 FEE-REFUND-RECORD REDEFINES FEE-RECORD.
               05 FEE-REFUND-THRU PIC 9(8).
               05 FILLER          PIC X(4).

      *> One line per student: student id, one space, the five-digit
      *> ledger account the student's fees are billed to.
           FD LINKFILE.
           01 LINK-RECORD.
               05 LINK-STUDENT-ID PIC 9(5).
               05 FILLER          PIC X.
               05 LINK-ACCT-ID    PIC 9(5).

      *> RegistrarImport's drop record.
           FD DROPFILE.
           01 DROP-RECORD.
               05 DROP-ID      PIC 9(5).
               05 FILLER       PIC X.
               05 DROP-SECTION PIC X(4).
               05 FILLER       PIC X.
               05 DROP-DATE    PIC 9(8).

      *> One line per charge (FE) or credit (AJ), oldest first; the
      *> last line for a student/section says whether it stands
      *> billed. BIL-AMOUNT is the fee, unsigned -- the type gives
      *> the direction.
           FD BILFILE.
           01 BIL-RECORD.
               05 BIL-ID      PIC 9(5).
               05 FILLER      PIC X.
               05 BIL-SECTION PIC X(4).
               05 FILLER      PIC X.
               05 BIL-TYPE    PIC X(2).
               05 FILLER      PIC X.
               05 BIL-ACCT-ID PIC 9(5).
               05 FILLER      PIC X.
               05 BIL-AMOUNT  PIC 9(5)V99.
               05 FILLER      PIC X.
               05 BIL-DATE    PIC 9(8).

           FD TRANFILE.
           01 LTRAN-RECORD.
      *> Six digits on the wire -- base id plus the check digit, the
      *> same as LedgerAccrue's generated charges.
               05 LTRAN-ACCT-ID PIC 9(6).
               05 LTRAN-AMOUNT  PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
               05 LTRAN-DATE    PIC 9(8).
               05 LTRAN-TYPE    PIC X(2).
               05 LTRAN-REF-SERIAL PIC 9(6).
               05 LTRAN-TO-ACCT-ID PIC 9(6).

       WORKING-STORAGE SECTION.
           01 WS-ROST-STATUS PIC XX VALUE SPACES.
           01 WS-FEE-STATUS  PIC XX VALUE SPACES.
           01 WS-LINK-STATUS PIC XX VALUE SPACES.
           01 WS-DROP-STATUS PIC XX VALUE SPACES.
           01 WS-BIL-STATUS  PIC XX VALUE SPACES.
           01 WS-TRAN-STATUS PIC XX VALUE SPACES.
           01 WS-EOF         PIC X  VALUE "N".
               88 END-OF-FILE VALUE "Y".
           01 WS-FEE-LINE-NO PIC 9(3) VALUE ZERO.

      *> Zero until a good first line is read: with no refund date
      *> no drop can be settled, so every drop is held for the next
      *> run rather than guessed at.
           01 WS-REFUND-THRU PIC 9(8) VALUE ZERO.

           01 WS-MAX-FEES    PIC 9(2) VALUE 50.
           01 WS-FEE-COUNT   PIC 9(2) VALUE ZERO.
           01 WS-FEES.
               05 WS-FEE-ENTRY OCCURS 50 TIMES.
                   10 WS-FEE-SECTION PIC X(4).
                   10 WS-FEE-AMOUNT  PIC 9(5)V99.
           01 WS-FEE-SUB     PIC 9(2) VALUE ZERO.
           01 WS-FEE-MATCH   PIC 9(2) VALUE ZERO.

           01 WS-MAX-LINKS   PIC 9(4) VALUE 1000.
           01 WS-LINK-COUNT  PIC 9(4) VALUE ZERO.
           01 WS-LINKS.
               05 WS-LINK-ENTRY OCCURS 1000 TIMES.
                   10 WS-LNK-STUDENT-ID PIC 9(5).
                   10 WS-LNK-ACCT-ID    PIC 9(5).
           01 WS-LINK-SUB    PIC 9(4) VALUE ZERO.
           01 WS-LINK-MATCH  PIC 9(4) VALUE ZERO.

      *> Where each student/section stands, from the billing
      *> history: one entry per pair, carrying its latest line.
           01 WS-MAX-BILLED  PIC 9(4) VALUE 2000.
           01 WS-BILLED-COUNT PIC 9(4) VALUE ZERO.
           01 WS-BILLED.
               05 WS-BILLED-ENTRY OCCURS 2000 TIMES.
                   10 WS-BIL-ID      PIC 9(5).
                   10 WS-BIL-SECTION PIC X(4).
                   10 WS-BIL-TYPE    PIC X(2).
                       88 WS-BIL-CHARGED VALUE "FE".
                   10 WS-BIL-ACCT-ID PIC 9(5).
                   10 WS-BIL-AMOUNT  PIC 9(5)V99.
           01 WS-BIL-SUB     PIC 9(4) VALUE ZERO.
           01 WS-BIL-MATCH   PIC 9(4) VALUE ZERO.

           01 WS-MAX-DROPS   PIC 9(3) VALUE 500.
           01 WS-DROP-COUNT  PIC 9(3) VALUE ZERO.
           01 WS-DROPS.
               05 WS-DROP-ENTRY OCCURS 500 TIMES.
                   10 WS-DRP-ID      PIC 9(5).
                   10 WS-DRP-SECTION PIC X(4).
                   10 WS-DRP-DATE    PIC 9(8).
                   10 WS-DRP-SETTLED PIC X.
                       88 WS-DRP-IS-SETTLED VALUE "Y".
           01 WS-DROP-SUB    PIC 9(3) VALUE ZERO.

           01 WS-OVERFLOW    PIC X VALUE "N".
               88 TABLE-OVERFLOWED VALUE "Y".
           01 WS-OVERFLOW-FILE PIC X(30) VALUE SPACES.

      *> The student/section being billed or credited.
           01 WS-WORK-ID      PIC 9(5)  VALUE ZERO.
           01 WS-WORK-SECTION PIC X(4)  VALUE SPACES.
      *> The file the line being billed came from, for the log.
           01 WS-WORK-SOURCE  PIC X(30) VALUE SPACES.
           01 WS-CHARGE-DONE  PIC X VALUE "N".
               88 CHARGE-WAS-MADE VALUE "Y".

      *> One generated ledger transaction and its history line.
           01 WS-TXN-ACCT-ID  PIC 9(5)  VALUE ZERO.
           01 WS-TXN-FEE      PIC 9(5)V99 VALUE ZERO.
           01 WS-TXN-TYPE     PIC X(2)  VALUE SPACES.
           COPY CHKDGCTL.

           01 WS-ROSTER-COUNT  PIC 9(6) VALUE ZERO.
           01 WS-CHARGE-COUNT  PIC 9(6) VALUE ZERO.
           01 WS-CREDIT-COUNT  PIC 9(6) VALUE ZERO.
           01 WS-ALREADY-COUNT PIC 9(6) VALUE ZERO.
           01 WS-SETTLED-COUNT PIC 9(6) VALUE ZERO.
           01 WS-HELD-COUNT    PIC 9(6) VALUE ZERO.
           01 WS-EXC-COUNT     PIC 9(6) VALUE ZERO.
           01 WS-CHARGE-TOTAL  PIC S9(7)V99 VALUE ZERO.
           01 WS-CREDIT-TOTAL  PIC S9(7)V99 VALUE ZERO.

           COPY EXCPCTL.
           COPY MONEYFMT.
           COPY DATESTAMP.
           COPY JOBCTL.
           COPY RUNLKCTL.

       PROCEDURE DIVISION.
       0000-MAIN.
      *> LEDGER is the resource lock for ledger_tran.txt, shared with
      *> the posting run, AcctMaint and LedgerAccrue. ROSTERMAINT is
      *> the roster.txt lock RosterMaint and RegistrarImport hold --
      *> taken as well so the roster is not read half-rewritten and
      *> registrar_drops.txt is not rewritten under a running import.
           PERFORM 9800-ACQUIRE-RUN-LOCK
           IF NOT RL-IS-GRANTED
               DISPLAY "! Run refused -- LEDGER"
                       " lock held by " RL-HELD-BY
                       " since " RL-HELD-DATE "-" RL-HELD-TIME
               MOVE 12 TO RETURN-CODE
               MOVE "FEEBILLING" TO JOB-PROGRAM-NAME
               MOVE RETURN-CODE TO JOB-RETURN-CODE
               MOVE ZERO TO JOB-RECORD-COUNT
               MOVE 1 TO JOB-ERROR-COUNT
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
           PERFORM 9810-ACQUIRE-ROSTER-LOCK
           IF NOT RL-IS-GRANTED
               DISPLAY "! Run refused -- ROSTERMAINT"
                       " lock held by " RL-HELD-BY
                       " since " RL-HELD-DATE "-" RL-HELD-TIME
               PERFORM 9900-RELEASE-RUN-LOCK
               MOVE 12 TO RETURN-CODE
               MOVE "FEEBILLING" TO JOB-PROGRAM-NAME
               MOVE RETURN-CODE TO JOB-RETURN-CODE
               MOVE ZERO TO JOB-RECORD-COUNT
               MOVE 1 TO JOB-ERROR-COUNT
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
           CALL "BusinessDate" USING DATE-TIME-STAMP
           PERFORM 0100-LOAD-FEE-SCHEDULE
           IF WS-FEE-STATUS NOT = "00"
               DISPLAY "! Cannot open course_fees.txt status "
                       WS-FEE-STATUS " -- nothing billed"
               MOVE 8 TO RETURN-CODE
               MOVE "FEEBILLING" TO JOB-PROGRAM-NAME
               MOVE RETURN-CODE TO JOB-RETURN-CODE
               MOVE ZERO TO JOB-RECORD-COUNT
               MOVE 1 TO JOB-ERROR-COUNT
               PERFORM 9910-RELEASE-ROSTER-LOCK
               PERFORM 9900-RELEASE-RUN-LOCK
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
           PERFORM 0200-LOAD-LINKS
           PERFORM 0300-LOAD-BILLED
           PERFORM 0400-LOAD-DROPS
      *> A truncated table would bill twice or lose drops -- refuse
      *> before anything is written.
           IF TABLE-OVERFLOWED
               DISPLAY "  ! " FUNCTION TRIM(WS-OVERFLOW-FILE)
                       " holds more lines than this run can hold "
                       "-- nothing billed"
               MOVE 12 TO RETURN-CODE
               MOVE "FEEBILLING" TO JOB-PROGRAM-NAME
               MOVE RETURN-CODE TO JOB-RETURN-CODE
               MOVE ZERO TO JOB-RECORD-COUNT
               MOVE 1 TO JOB-ERROR-COUNT
               PERFORM 9910-RELEASE-ROSTER-LOCK
               PERFORM 9900-RELEASE-RUN-LOCK
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
           OPEN INPUT ROSTFILE
           IF WS-ROST-STATUS NOT = "00"
               DISPLAY "! Cannot open roster.txt status "
                       WS-ROST-STATUS " -- nothing billed"
               MOVE 8 TO RETURN-CODE
               MOVE "FEEBILLING" TO JOB-PROGRAM-NAME
               MOVE RETURN-CODE TO JOB-RETURN-CODE
               MOVE ZERO TO JOB-RECORD-COUNT
               MOVE 1 TO JOB-ERROR-COUNT
               PERFORM 9910-RELEASE-ROSTER-LOCK
               PERFORM 9900-RELEASE-RUN-LOCK
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
      *> Charges and credits are APPENDED -- the hand-keyed day's
      *> transactions already in the file must survive this run.
           OPEN EXTEND TRANFILE
           IF WS-TRAN-STATUS NOT = "00"
               OPEN OUTPUT TRANFILE
           END-IF
           OPEN EXTEND BILFILE
           IF WS-BIL-STATUS NOT = "00"
               OPEN OUTPUT BILFILE
           END-IF
      *> Drops first: a student dropped and added back to the same
      *> section is credited for the drop, then billed afresh below.
           PERFORM VARYING WS-DROP-SUB FROM 1 BY 1
                   UNTIL WS-DROP-SUB > WS-DROP-COUNT
               PERFORM 2000-SETTLE-DROP
           END-PERFORM
           MOVE "N" TO WS-EOF
           PERFORM UNTIL END-OF-FILE
               READ ROSTFILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM 3000-BILL-ROSTER-LINE
               END-READ
           END-PERFORM
           CLOSE ROSTFILE
           CLOSE TRANFILE
           CLOSE BILFILE
           PERFORM 4000-SAVE-DROPS
           PERFORM 4100-DISPLAY-TOTALS
           IF WS-EXC-COUNT > ZERO OR WS-HELD-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           MOVE "FEEBILLING" TO JOB-PROGRAM-NAME
           MOVE RETURN-CODE TO JOB-RETURN-CODE
           MOVE WS-ROSTER-COUNT TO JOB-RECORD-COUNT
           MOVE WS-EXC-COUNT TO JOB-ERROR-COUNT
           PERFORM 9910-RELEASE-ROSTER-LOCK
           PERFORM 9900-RELEASE-RUN-LOCK
           CALL "JobLog" USING JOB-LOG-BLOCK
           GOBACK.

       0100-LOAD-FEE-SCHEDULE.
           MOVE ZERO TO WS-FEE-COUNT WS-REFUND-THRU WS-FEE-LINE-NO
           OPEN INPUT FEEFILE
           IF WS-FEE-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ FEEFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM 0150-APPLY-FEE-LINE
                   END-READ
               END-PERFORM
               CLOSE FEEFILE
      *> Leave the status as the open found it for the caller.
               MOVE "00" TO WS-FEE-STATUS
           END-IF.

       0150-APPLY-FEE-LINE.
           ADD 1 TO WS-FEE-LINE-NO
           IF WS-FEE-LINE-NO = 1
               IF FEE-REFUND-THRU NUMERIC
                   MOVE FEE-REFUND-THRU TO WS-REFUND-THRU
               ELSE
                   MOVE "FEE-REFUND-THRU" TO EXC-FIELD-NAME
                   MOVE FEE-RECORD TO EXC-RAW-VALUE
                   MOVE "bad refund date, drops held"
                       TO EXC-REASON
                   PERFORM 1900-LOG-FEE-LINE
               END-IF
           ELSE
               IF FEE-SECTION = SPACES OR FEE-AMOUNT NOT NUMERIC
                   MOVE "FEE-RECORD" TO EXC-FIELD-NAME
                   MOVE FEE-RECORD TO EXC-RAW-VALUE
                   MOVE "bad fee line, line ignored" TO EXC-REASON
                   PERFORM 1900-LOG-FEE-LINE
               ELSE
                   IF WS-FEE-COUNT >= WS-MAX-FEES
                       SET TABLE-OVERFLOWED TO TRUE
                       MOVE "course_fees.txt" TO WS-OVERFLOW-FILE
                   ELSE
                       ADD 1 TO WS-FEE-COUNT
                       MOVE FEE-SECTION TO WS-FEE-SECTION(WS-FEE-COUNT)
                       MOVE FEE-AMOUNT  TO WS-FEE-AMOUNT(WS-FEE-COUNT)
                   END-IF
               END-IF
           END-IF.

       0200-LOAD-LINKS.
      *> No link file simply means no student is linked yet -- every
      *> enrolled line then goes to the exceptions log.
           MOVE ZERO TO WS-LINK-COUNT
           OPEN INPUT LINKFILE
           IF WS-LINK-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ LINKFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM 0250-ADD-LINK
                   END-READ
               END-PERFORM
               CLOSE LINKFILE
           END-IF.

       0250-ADD-LINK.
           IF LINK-STUDENT-ID NOT NUMERIC OR LINK-ACCT-ID NOT NUMERIC
               ADD 1 TO WS-EXC-COUNT
               MOVE "FEEBILLING"           TO EXC-PROGRAM-NAME
               MOVE "student_accounts.txt" TO EXC-SOURCE-FILE
               MOVE "LINK-RECORD"          TO EXC-FIELD-NAME
               MOVE LINK-RECORD            TO EXC-RAW-VALUE
               MOVE "non-numeric student or account id"
                   TO EXC-REASON
               CALL "ExceptionLog" USING EXCEPTION-LOG-BLOCK
           ELSE
               IF WS-LINK-COUNT >= WS-MAX-LINKS
                   SET TABLE-OVERFLOWED TO TRUE
                   MOVE "student_accounts.txt" TO WS-OVERFLOW-FILE
               ELSE
                   ADD 1 TO WS-LINK-COUNT
                   MOVE LINK-STUDENT-ID
                       TO WS-LNK-STUDENT-ID(WS-LINK-COUNT)
                   MOVE LINK-ACCT-ID TO WS-LNK-ACCT-ID(WS-LINK-COUNT)
               END-IF
           END-IF.

       0300-LOAD-BILLED.
           MOVE ZERO TO WS-BILLED-COUNT
           OPEN INPUT BILFILE
           IF WS-BIL-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ BILFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM 0350-NOTE-BILLED-LINE
                   END-READ
               END-PERFORM
               CLOSE BILFILE
           END-IF.

       0350-NOTE-BILLED-LINE.
      *> Later lines overwrite earlier ones for the same pair, so the
      *> entry ends holding the pair's latest charge or credit.
           MOVE BIL-ID      TO WS-WORK-ID
           MOVE BIL-SECTION TO WS-WORK-SECTION
           PERFORM 6000-FIND-BILLED
           IF WS-BIL-MATCH = ZERO
               IF WS-BILLED-COUNT >= WS-MAX-BILLED
                   SET TABLE-OVERFLOWED TO TRUE
                   MOVE "ledger_fee_billed.txt" TO WS-OVERFLOW-FILE
               ELSE
                   ADD 1 TO WS-BILLED-COUNT
                   MOVE WS-BILLED-COUNT TO WS-BIL-MATCH
               END-IF
           END-IF
           IF WS-BIL-MATCH > ZERO
               MOVE BIL-ID      TO WS-BIL-ID(WS-BIL-MATCH)
               MOVE BIL-SECTION TO WS-BIL-SECTION(WS-BIL-MATCH)
               MOVE BIL-TYPE    TO WS-BIL-TYPE(WS-BIL-MATCH)
               MOVE BIL-ACCT-ID TO WS-BIL-ACCT-ID(WS-BIL-MATCH)
               MOVE BIL-AMOUNT  TO WS-BIL-AMOUNT(WS-BIL-MATCH)
           END-IF.

       0400-LOAD-DROPS.
           MOVE ZERO TO WS-DROP-COUNT
           OPEN INPUT DROPFILE
           IF WS-DROP-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ DROPFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM 0450-ADD-DROP
                   END-READ
               END-PERFORM
               CLOSE DROPFILE
           END-IF.

       0450-ADD-DROP.
           IF DROP-ID NOT NUMERIC OR DROP-DATE NOT NUMERIC
               ADD 1 TO WS-EXC-COUNT
               MOVE "FEEBILLING"          TO EXC-PROGRAM-NAME
               MOVE "registrar_drops.txt" TO EXC-SOURCE-FILE
               MOVE "DROP-RECORD"         TO EXC-FIELD-NAME
               MOVE DROP-RECORD           TO EXC-RAW-VALUE
               MOVE "bad drop line, line removed" TO EXC-REASON
               CALL "ExceptionLog" USING EXCEPTION-LOG-BLOCK
           ELSE
               IF WS-DROP-COUNT >= WS-MAX-DROPS
                   SET TABLE-OVERFLOWED TO TRUE
                   MOVE "registrar_drops.txt" TO WS-OVERFLOW-FILE
               ELSE
                   ADD 1 TO WS-DROP-COUNT
                   MOVE DROP-ID      TO WS-DRP-ID(WS-DROP-COUNT)
                   MOVE DROP-SECTION TO WS-DRP-SECTION(WS-DROP-COUNT)
                   MOVE DROP-DATE    TO WS-DRP-DATE(WS-DROP-COUNT)
                   MOVE "N" TO WS-DRP-SETTLED(WS-DROP-COUNT)
               END-IF
           END-IF.

       1900-LOG-FEE-LINE.
           ADD 1 TO WS-EXC-COUNT
           MOVE "FEEBILLING"      TO EXC-PROGRAM-NAME
           MOVE "course_fees.txt" TO EXC-SOURCE-FILE
           CALL "ExceptionLog" USING EXCEPTION-LOG-BLOCK.

       2000-SETTLE-DROP.
           MOVE WS-DRP-ID(WS-DROP-SUB)      TO WS-WORK-ID
           MOVE WS-DRP-SECTION(WS-DROP-SUB) TO WS-WORK-SECTION
           MOVE "registrar_drops.txt" TO WS-WORK-SOURCE
           PERFORM 6000-FIND-BILLED
           EVALUATE TRUE
               WHEN WS-REFUND-THRU = ZERO
                   ADD 1 TO WS-HELD-COUNT
               WHEN WS-DRP-DATE(WS-DROP-SUB) <= WS-REFUND-THRU
                   IF WS-BIL-MATCH > ZERO
                       IF WS-BIL-CHARGED(WS-BIL-MATCH)
                           PERFORM 2100-CREDIT-FEE
                       END-IF
                   END-IF
                   MOVE "Y" TO WS-DRP-SETTLED(WS-DROP-SUB)
               WHEN OTHER
      *> Past the refund date the fee is owed whether or not a run
      *> got to bill it while the student was enrolled.
                   MOVE "Y" TO WS-DRP-SETTLED(WS-DROP-SUB)
                   IF WS-BIL-MATCH = ZERO
                       PERFORM 5000-CHARGE-FEE
                       IF NOT CHARGE-WAS-MADE
                           MOVE "N" TO WS-DRP-SETTLED(WS-DROP-SUB)
                       END-IF
                   ELSE
                       IF NOT WS-BIL-CHARGED(WS-BIL-MATCH)
                           PERFORM 5000-CHARGE-FEE
                           IF NOT CHARGE-WAS-MADE
                               MOVE "N"
                                   TO WS-DRP-SETTLED(WS-DROP-SUB)
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE
           IF WS-DRP-IS-SETTLED(WS-DROP-SUB)
               ADD 1 TO WS-SETTLED-COUNT
           END-IF.

       2100-CREDIT-FEE.
      *> Back to the account the fee was charged to, for the amount
      *> charged -- not today's link or today's schedule.
           MOVE WS-BIL-ACCT-ID(WS-BIL-MATCH) TO WS-TXN-ACCT-ID
           MOVE WS-BIL-AMOUNT(WS-BIL-MATCH)  TO WS-TXN-FEE
           MOVE "AJ" TO WS-TXN-TYPE
           PERFORM 7000-WRITE-LEDGER-TXN
           MOVE "AJ" TO WS-BIL-TYPE(WS-BIL-MATCH)
           ADD 1 TO WS-CREDIT-COUNT
           ADD WS-TXN-FEE TO WS-CREDIT-TOTAL.

       3000-BILL-ROSTER-LINE.
           ADD 1 TO WS-ROSTER-COUNT
           IF ROST-ID NOT NUMERIC
               ADD 1 TO WS-EXC-COUNT
               MOVE "FEEBILLING" TO EXC-PROGRAM-NAME
               MOVE "roster.txt" TO EXC-SOURCE-FILE
               MOVE "ROST-ID"    TO EXC-FIELD-NAME
               MOVE ROST-ID      TO EXC-RAW-VALUE
               MOVE "non-numeric student id, not billed"
                   TO EXC-REASON
               CALL "ExceptionLog" USING EXCEPTION-LOG-BLOCK
           ELSE
      *> Space is the enrolled status every line written before the
      *> status existed carries.
               IF ROST-STATUS = "E" OR ROST-STATUS = "I"
                       OR ROST-STATUS = SPACE
                   MOVE ROST-ID      TO WS-WORK-ID
                   MOVE ROST-SECTION TO WS-WORK-SECTION
                   MOVE "roster.txt" TO WS-WORK-SOURCE
                   PERFORM 6000-FIND-BILLED
                   IF WS-BIL-MATCH > ZERO
                       IF WS-BIL-CHARGED(WS-BIL-MATCH)
                           ADD 1 TO WS-ALREADY-COUNT
                       ELSE
                           PERFORM 5000-CHARGE-FEE
                       END-IF
                   ELSE
                       PERFORM 5000-CHARGE-FEE
                   END-IF
               END-IF
           END-IF.

       4000-SAVE-DROPS.
      *> Only the drops still unsettled go back on the file.
           OPEN OUTPUT DROPFILE
           PERFORM VARYING WS-DROP-SUB FROM 1 BY 1
                   UNTIL WS-DROP-SUB > WS-DROP-COUNT
               IF NOT WS-DRP-IS-SETTLED(WS-DROP-SUB)
                   MOVE SPACES TO DROP-RECORD
                   MOVE WS-DRP-ID(WS-DROP-SUB)      TO DROP-ID
                   MOVE WS-DRP-SECTION(WS-DROP-SUB) TO DROP-SECTION
                   MOVE WS-DRP-DATE(WS-DROP-SUB)    TO DROP-DATE
                   WRITE DROP-RECORD
               END-IF
           END-PERFORM
           CLOSE DROPFILE.

       4100-DISPLAY-TOTALS.
           DISPLAY "Fee billing complete. Roster lines: "
                   WS-ROSTER-COUNT
                   " Already billed: " WS-ALREADY-COUNT
                   " Not billed: " WS-EXC-COUNT
           MOVE WS-CHARGE-TOTAL TO MF-RAW-AMOUNT
           MOVE SPACES TO MF-CURRENCY-CODE
           CALL "MoneyFormat" USING MONEY-CONTROL-BLOCK
           DISPLAY "  FE charges: " WS-CHARGE-COUNT
                   " totalling " FUNCTION TRIM(MF-FORMATTED)
           MOVE WS-CREDIT-TOTAL TO MF-RAW-AMOUNT
           MOVE SPACES TO MF-CURRENCY-CODE
           CALL "MoneyFormat" USING MONEY-CONTROL-BLOCK
           DISPLAY "  AJ credits: " WS-CREDIT-COUNT
                   " totalling " FUNCTION TRIM(MF-FORMATTED)
           DISPLAY "  Drops settled: " WS-SETTLED-COUNT
                   " Held for the next run: " WS-HELD-COUNT
           IF WS-EXC-COUNT > ZERO
               DISPLAY "  ! " WS-EXC-COUNT " line(s) not billed -- "
                       "see hopper_exceptions.txt"
           END-IF.

       5000-CHARGE-FEE.
      *> Bills WS-WORK-ID / WS-WORK-SECTION; CHARGE-WAS-MADE tells the
      *> caller whether it went through.
           MOVE "N" TO WS-CHARGE-DONE
           PERFORM 6100-FIND-FEE
           PERFORM 6200-FIND-LINK
           EVALUATE TRUE
               WHEN WS-FEE-MATCH = ZERO
                   MOVE "ROST-SECTION" TO EXC-FIELD-NAME
                   MOVE "no fee for section on course_fees.txt"
                       TO EXC-REASON
                   PERFORM 5900-LOG-NOT-BILLED
               WHEN WS-LINK-MATCH = ZERO
                   MOVE "ROST-ID" TO EXC-FIELD-NAME
                   MOVE "no ledger account linked to student"
                       TO EXC-REASON
                   PERFORM 5900-LOG-NOT-BILLED
               WHEN WS-BIL-MATCH = ZERO
                       AND WS-BILLED-COUNT >= WS-MAX-BILLED
                   MOVE "ROST-ID" TO EXC-FIELD-NAME
                   MOVE "billing table full, not billed"
                       TO EXC-REASON
                   PERFORM 5900-LOG-NOT-BILLED
               WHEN OTHER
                   MOVE WS-LNK-ACCT-ID(WS-LINK-MATCH) TO WS-TXN-ACCT-ID
                   MOVE WS-FEE-AMOUNT(WS-FEE-MATCH)   TO WS-TXN-FEE
                   MOVE "FE" TO WS-TXN-TYPE
                   PERFORM 7000-WRITE-LEDGER-TXN
                   IF WS-BIL-MATCH = ZERO
                       ADD 1 TO WS-BILLED-COUNT
                       MOVE WS-BILLED-COUNT TO WS-BIL-MATCH
                       MOVE WS-WORK-ID TO WS-BIL-ID(WS-BIL-MATCH)
                       MOVE WS-WORK-SECTION
                           TO WS-BIL-SECTION(WS-BIL-MATCH)
                   END-IF
                   MOVE "FE"           TO WS-BIL-TYPE(WS-BIL-MATCH)
                   MOVE WS-TXN-ACCT-ID TO WS-BIL-ACCT-ID(WS-BIL-MATCH)
                   MOVE WS-TXN-FEE     TO WS-BIL-AMOUNT(WS-BIL-MATCH)
                   ADD 1 TO WS-CHARGE-COUNT
                   SUBTRACT WS-TXN-FEE FROM WS-CHARGE-TOTAL
                   SET CHARGE-WAS-MADE TO TRUE
           END-EVALUATE.

       5900-LOG-NOT-BILLED.
           ADD 1 TO WS-EXC-COUNT
           MOVE "FEEBILLING"   TO EXC-PROGRAM-NAME
           MOVE WS-WORK-SOURCE TO EXC-SOURCE-FILE
           MOVE SPACES TO EXC-RAW-VALUE
           STRING WS-WORK-ID " " WS-WORK-SECTION
               DELIMITED BY SIZE INTO EXC-RAW-VALUE
           CALL "ExceptionLog" USING EXCEPTION-LOG-BLOCK.

       6000-FIND-BILLED.
           MOVE ZERO TO WS-BIL-MATCH
           PERFORM VARYING WS-BIL-SUB FROM 1 BY 1
                   UNTIL WS-BIL-SUB > WS-BILLED-COUNT
                      OR WS-BIL-MATCH > ZERO
               IF WS-BIL-ID(WS-BIL-SUB) = WS-WORK-ID
                       AND WS-BIL-SECTION(WS-BIL-SUB) = WS-WORK-SECTION
                   MOVE WS-BIL-SUB TO WS-BIL-MATCH
               END-IF
           END-PERFORM.

       6100-FIND-FEE.
           MOVE ZERO TO WS-FEE-MATCH
           PERFORM VARYING WS-FEE-SUB FROM 1 BY 1
                   UNTIL WS-FEE-SUB > WS-FEE-COUNT
                      OR WS-FEE-MATCH > ZERO
               IF WS-FEE-SECTION(WS-FEE-SUB) = WS-WORK-SECTION
                   MOVE WS-FEE-SUB TO WS-FEE-MATCH
               END-IF
           END-PERFORM.

       6200-FIND-LINK.
           MOVE ZERO TO WS-LINK-MATCH
           PERFORM VARYING WS-LINK-SUB FROM 1 BY 1
                   UNTIL WS-LINK-SUB > WS-LINK-COUNT
                      OR WS-LINK-MATCH > ZERO
               IF WS-LNK-STUDENT-ID(WS-LINK-SUB) = WS-WORK-ID
                   MOVE WS-LINK-SUB TO WS-LINK-MATCH
               END-IF
           END-PERFORM.

       7000-WRITE-LEDGER-TXN.
      *> FE goes on as a negative amount, AJ as a positive one --
      *> Ledger's sign convention for charges and credits.
           MOVE SPACES TO LTRAN-RECORD
           MOVE SPACES TO CD-ID-WITH-CHECK
           MOVE WS-TXN-ACCT-ID TO CD-ID-WITH-CHECK(1:5)
           MOVE "0"            TO CD-ID-WITH-CHECK(6:1)
           CALL "CheckDigit" USING CHECK-DIGIT-BLOCK
           MOVE WS-TXN-ACCT-ID TO LTRAN-ACCT-ID(1:5)
           MOVE CD-CHECK-DIGIT TO LTRAN-ACCT-ID(6:1)
           IF WS-TXN-TYPE = "FE"
               COMPUTE LTRAN-AMOUNT = ZERO - WS-TXN-FEE
           ELSE
               MOVE WS-TXN-FEE TO LTRAN-AMOUNT
           END-IF
           MOVE DTS-RUN-DATE   TO LTRAN-DATE
           MOVE WS-TXN-TYPE    TO LTRAN-TYPE
           MOVE ZERO           TO LTRAN-REF-SERIAL
           WRITE LTRAN-RECORD
           MOVE SPACES TO BIL-RECORD
           MOVE WS-WORK-ID      TO BIL-ID
           MOVE WS-WORK-SECTION TO BIL-SECTION
           MOVE WS-TXN-TYPE     TO BIL-TYPE
           MOVE WS-TXN-ACCT-ID  TO BIL-ACCT-ID
           MOVE WS-TXN-FEE      TO BIL-AMOUNT
           MOVE DTS-RUN-DATE    TO BIL-DATE
           WRITE BIL-RECORD.

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

       9810-ACQUIRE-ROSTER-LOCK.
           MOVE "ACQ" TO RL-FUNCTION
           MOVE "ROSTERMAINT" TO RL-PROGRAM-NAME
           MOVE "SYSTEM" TO RL-OPERATOR-ID
           CALL "RunLock" USING RUN-LOCK-BLOCK.

       9910-RELEASE-ROSTER-LOCK.
           MOVE "REL" TO RL-FUNCTION
           MOVE "ROSTERMAINT" TO RL-PROGRAM-NAME
           MOVE "SYSTEM" TO RL-OPERATOR-ID
           CALL "RunLock" USING RUN-LOCK-BLOCK.

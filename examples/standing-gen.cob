      *> standing-gen.cob - HOPPER Example 2i: Standing-Order
      *> Generation
      *> The daily step that turns standing orders into ledger
      *> transactions. Every active order in ledger_standing.txt whose
      *> next-due date has arrived is APPENDED to ledger_tran.txt the
      *> same way LedgerAccrue appends its charges -- check digit
      *> issued through the shared CheckDigit routine, amount signed
      *> by type (DP positive, WD and FE negative; a TR transfer
      *> carries the positive amount moved and its to-account, with
      *> its own check digit, after the reference serial) -- so the
      *> order
      *> flows through Ledger's intake checks, credit-limit guard,
      *> journal, and posted-transactions report like any hand-keyed
      *> line. The transaction is dated the day it fell due. The
      *> order's next-due date is then rolled forward: seven days for
      *> weekly orders, one or three calendar months for monthly and
      *> quarterly ones, always on the start date's day of the month
      *> (or the month's last day when it is shorter -- an order that
      *> started on the 31st falls on the 30th in April and back on
      *> the 31st in May). An order whose next occurrence passes its
      *> end date is marked ended. If a day's run was missed, every
      *> occurrence that fell due since is generated, oldest first.
      *> Each generated occurrence is recorded in
      *> ledger_standing_gen.txt (order, due date, account, type,
      *> amount, run date/time) before the orders file is rolled
      *> forward. A rerun -- the same day, or the day after a run
      *> that died before its rewrite -- finds the occurrence already
      *> recorded there and rolls past it without appending it to
      *> ledger_tran.txt a second time.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. StandingGen.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOFILE ASSIGN TO "ledger_standing.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOF-STATUS.
           SELECT TRANFILE ASSIGN TO "ledger_tran.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT GENFILE ASSIGN TO "ledger_standing_gen.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

           FD TRANFILE.
           01 LTRAN-RECORD.
               05 LTRAN-ACCT-ID PIC 9(6).
               05 LTRAN-AMOUNT  PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
               05 LTRAN-DATE    PIC 9(8).
               05 LTRAN-TYPE    PIC X(2).
               05 LTRAN-REF-SERIAL PIC 9(6).
               05 LTRAN-TO-ACCT-ID PIC 9(6).

           FD GENFILE.
           01 GEN-RECORD.
               05 GEN-ORDER-ID  PIC 9(5).
               05 FILLER        PIC X.
               05 GEN-DUE-DATE  PIC 9(8).
               05 FILLER        PIC X.
               05 GEN-ACCT-ID   PIC 9(5).
               05 FILLER        PIC X.
               05 GEN-TYPE      PIC X(2).
               05 FILLER        PIC X.
               05 GEN-AMOUNT    PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
               05 FILLER        PIC X.
               05 GEN-RUN-DATE  PIC 9(8).
               05 FILLER        PIC X.
               05 GEN-RUN-TIME  PIC 9(6).

       WORKING-STORAGE SECTION.
           01 WS-SOF-STATUS  PIC XX VALUE SPACES.
           01 WS-TRAN-STATUS PIC XX VALUE SPACES.
           01 WS-GEN-STATUS  PIC XX VALUE SPACES.
           01 WS-EOF         PIC X  VALUE "N".
               88 END-OF-FILE VALUE "Y".

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

      *> Unreadable order lines ride through to the rewrite as-is,
      *> reported once through ExceptionLog.
           01 WS-MAX-BAD-ORDERS PIC 9(3) VALUE 200.
           01 WS-BAD-SO-COUNT   PIC 9(3) VALUE ZERO.
           01 WS-BAD-ORDERS.
               05 WS-BAD-SO-LINE OCCURS 200 TIMES PIC X(70).
           01 WS-OVERFLOW  PIC X VALUE "N".
               88 TABLES-OVERFLOWED VALUE "Y".

      *> Occurrences already generated, loaded from
      *> ledger_standing_gen.txt. Only entries due on or after the
      *> earliest next-due date of an active order can still matter,
      *> so older history is not held.
           01 WS-MAX-GENERATED   PIC 9(4) VALUE 5000.
           01 WS-GENERATED-COUNT PIC 9(4) VALUE ZERO.
           01 WS-GENERATED.
               05 WS-GENERATED-ENTRY OCCURS 5000 TIMES.
                   10 WS-GN-ORDER-ID PIC 9(5).
                   10 WS-GN-DUE-DATE PIC 9(8).
           01 WS-GN-IDX         PIC 9(4) VALUE ZERO.
           01 WS-EARLIEST-DUE   PIC 9(8) VALUE ZERO.
           01 WS-ALREADY-GEN    PIC X VALUE "N".
               88 OCCURRENCE-ALREADY-GENERATED VALUE "Y".

      *> Roll-forward work fields. WS-ROLL-DAY is the start date's
      *> day of the month, the anchor every monthly and quarterly
      *> occurrence returns to.
           01 WS-DUE-DATE       PIC 9(8) VALUE ZERO.
           01 WS-DUE-PARTS REDEFINES WS-DUE-DATE.
               05 WS-DUE-YYYY   PIC 9(4).
               05 WS-DUE-MM     PIC 9(2).
               05 WS-DUE-DD     PIC 9(2).
           01 WS-START-PARTS.
               05 WS-START-YYYY PIC 9(4).
               05 WS-START-MM   PIC 9(2).
               05 WS-ROLL-DAY   PIC 9(2).
           01 WS-ROLL-MONTHS    PIC 9(2) VALUE ZERO.
           01 WS-MONTH-COUNT    PIC 9(6) VALUE ZERO.
           01 WS-FIRST-OF-NEXT  PIC 9(8) VALUE ZERO.
           01 WS-FIRST-PARTS REDEFINES WS-FIRST-OF-NEXT.
               05 WS-FIRST-YYYY PIC 9(4).
               05 WS-FIRST-MM   PIC 9(2).
               05 WS-FIRST-DD   PIC 9(2).
           01 WS-LAST-DAY-DATE  PIC 9(8) VALUE ZERO.
           01 WS-LAST-DAY-PARTS REDEFINES WS-LAST-DAY-DATE.
               05 FILLER        PIC 9(6).
               05 WS-LAST-DAY   PIC 9(2).
           01 WS-DAY-INT        PIC 9(8) VALUE ZERO.

           01 WS-CHARGE         PIC S9(7)V99 VALUE ZERO.
           COPY CHKDGCTL.

           01 WS-SO-READ-COUNT  PIC 9(6) VALUE ZERO.
           01 WS-GEN-COUNT      PIC 9(6) VALUE ZERO.
           01 WS-SKIP-COUNT     PIC 9(6) VALUE ZERO.
           01 WS-ENDED-COUNT    PIC 9(6) VALUE ZERO.
           01 WS-REJ-COUNT      PIC 9(6) VALUE ZERO.

           COPY EXCPCTL.
           COPY DATESTAMP.
           COPY JOBCTL.
           COPY RUNLKCTL.

       PROCEDURE DIVISION.
       0000-MAIN.
      *> LEDGER is the resource lock for ledger_tran.txt and the
      *> standing orders -- shared with the posting run, LedgerAccrue
      *> and StandingMaint. Refused here before any file is touched
      *> (see RunLock / hopper_runlocks.txt).
           PERFORM 9800-ACQUIRE-RUN-LOCK
           IF NOT RL-IS-GRANTED
               DISPLAY "! Run refused -- LEDGER"
                       " lock held by " RL-HELD-BY
                       " since " RL-HELD-DATE "-" RL-HELD-TIME
               MOVE 12 TO RETURN-CODE
               MOVE "STANDINGGEN" TO JOB-PROGRAM-NAME
               MOVE RETURN-CODE TO JOB-RETURN-CODE
               MOVE ZERO TO JOB-RECORD-COUNT
               MOVE 1 TO JOB-ERROR-COUNT
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
           CALL "BusinessDate" USING DATE-TIME-STAMP
           PERFORM 0100-LOAD-ORDERS
           PERFORM 0200-LOAD-GENERATED
           IF TABLES-OVERFLOWED
               DISPLAY "  ! ledger_standing.txt or "
                       "ledger_standing_gen.txt holds more than its "
                       "table -- rolling orders forward from a "
                       "truncated table could lose orders or repeat "
                       "them, so nothing is generated until the cap "
                       "is raised"
               MOVE 12 TO RETURN-CODE
               MOVE "STANDINGGEN" TO JOB-PROGRAM-NAME
               MOVE RETURN-CODE TO JOB-RETURN-CODE
               MOVE WS-SO-READ-COUNT TO JOB-RECORD-COUNT
               MOVE 1 TO JOB-ERROR-COUNT
               PERFORM 9900-RELEASE-RUN-LOCK
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
      *> Generated transactions are APPENDED -- the hand-keyed day's
      *> transactions already in the file must survive this run.
           OPEN EXTEND TRANFILE
           IF WS-TRAN-STATUS NOT = "00"
               OPEN OUTPUT TRANFILE
           END-IF
           OPEN EXTEND GENFILE
           IF WS-GEN-STATUS NOT = "00"
               OPEN OUTPUT GENFILE
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ORDER-COUNT
               IF WS-SO-ACTIVE(WS-IDX)
                   PERFORM 1000-GENERATE-ONE-ORDER
               END-IF
           END-PERFORM
           CLOSE TRANFILE
           CLOSE GENFILE
           IF WS-ORDER-COUNT > ZERO OR WS-BAD-SO-COUNT > ZERO
               PERFORM 9000-SAVE-ORDERS
           END-IF
           DISPLAY "Standing-order run complete. Orders: "
                   WS-SO-READ-COUNT
                   " Generated: " WS-GEN-COUNT
                   " Already generated: " WS-SKIP-COUNT
                   " Ended: " WS-ENDED-COUNT
                   " Rejected: " WS-REJ-COUNT
           MOVE "STANDINGGEN" TO JOB-PROGRAM-NAME
           MOVE RETURN-CODE TO JOB-RETURN-CODE
           MOVE WS-SO-READ-COUNT TO JOB-RECORD-COUNT
           MOVE WS-REJ-COUNT TO JOB-ERROR-COUNT
           PERFORM 9900-RELEASE-RUN-LOCK
           CALL "JobLog" USING JOB-LOG-BLOCK
           GOBACK.

       0100-LOAD-ORDERS.
      *> No orders file simply means no standing orders yet.
           MOVE ZERO TO WS-ORDER-COUNT
           MOVE 99999999 TO WS-EARLIEST-DUE
           OPEN INPUT SOFILE
           IF WS-SOF-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ SOFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM 0150-ADD-ORDER
                   END-READ
               END-PERFORM
               CLOSE SOFILE
           END-IF.

       0150-ADD-ORDER.
           ADD 1 TO WS-SO-READ-COUNT
           IF SO-ORDER-ID NOT NUMERIC OR SO-ACCT-ID NOT NUMERIC
                   OR SO-AMOUNT NOT NUMERIC
                   OR SO-START-DATE NOT NUMERIC
                   OR SO-END-DATE NOT NUMERIC
                   OR SO-NEXT-DUE NOT NUMERIC
                   OR (SO-FREQ NOT = "W" AND SO-FREQ NOT = "M"
                       AND SO-FREQ NOT = "Q")
                   OR (SO-TYPE NOT = "DP" AND SO-TYPE NOT = "WD"
                       AND SO-TYPE NOT = "FE" AND SO-TYPE NOT = "TR")
                   OR (SO-TYPE = "TR" AND SO-TO-ACCT-ID NOT NUMERIC)
               ADD 1 TO WS-REJ-COUNT
               MOVE "STANDINGGEN"         TO EXC-PROGRAM-NAME
               MOVE "ledger_standing.txt" TO EXC-SOURCE-FILE
               MOVE "SO-RECORD"           TO EXC-FIELD-NAME
               MOVE SO-RECORD             TO EXC-RAW-VALUE
               MOVE "unreadable standing order, not generated"
                   TO EXC-REASON
               CALL "ExceptionLog" USING EXCEPTION-LOG-BLOCK
               IF WS-BAD-SO-COUNT < WS-MAX-BAD-ORDERS
                   ADD 1 TO WS-BAD-SO-COUNT
                   MOVE SO-RECORD TO WS-BAD-SO-LINE(WS-BAD-SO-COUNT)
               ELSE
                   SET TABLES-OVERFLOWED TO TRUE
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
                   IF SO-STATUS = "A" AND SO-NEXT-DUE < WS-EARLIEST-DUE
                       MOVE SO-NEXT-DUE TO WS-EARLIEST-DUE
                   END-IF
               ELSE
                   SET TABLES-OVERFLOWED TO TRUE
               END-IF
           END-IF.

       0200-LOAD-GENERATED.
           MOVE ZERO TO WS-GENERATED-COUNT
           OPEN INPUT GENFILE
           IF WS-GEN-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ GENFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM 0250-ADD-GENERATED
                   END-READ
               END-PERFORM
               CLOSE GENFILE
           END-IF.

       0250-ADD-GENERATED.
           IF GEN-ORDER-ID NUMERIC AND GEN-DUE-DATE NUMERIC
               IF GEN-DUE-DATE >= WS-EARLIEST-DUE
                   IF WS-GENERATED-COUNT < WS-MAX-GENERATED
                       ADD 1 TO WS-GENERATED-COUNT
                       MOVE GEN-ORDER-ID
                           TO WS-GN-ORDER-ID(WS-GENERATED-COUNT)
                       MOVE GEN-DUE-DATE
                           TO WS-GN-DUE-DATE(WS-GENERATED-COUNT)
                   ELSE
                       SET TABLES-OVERFLOWED TO TRUE
                   END-IF
               END-IF
           END-IF.

       1000-GENERATE-ONE-ORDER.
      *> Every occurrence due on or before today, oldest first; the
      *> loop stops at the first occurrence still in the future or
      *> past the end date.
           MOVE WS-SO-START-DATE(WS-IDX) TO WS-START-PARTS
           PERFORM UNTIL NOT WS-SO-ACTIVE(WS-IDX)
                   OR WS-SO-NEXT-DUE(WS-IDX) > DTS-RUN-DATE
               IF WS-SO-END-DATE(WS-IDX) NOT = ZERO
                       AND WS-SO-NEXT-DUE(WS-IDX)
                           > WS-SO-END-DATE(WS-IDX)
                   PERFORM 1300-END-ORDER
               ELSE
                   PERFORM 1100-CHECK-GENERATED
                   IF OCCURRENCE-ALREADY-GENERATED
                       ADD 1 TO WS-SKIP-COUNT
                   ELSE
                       PERFORM 2000-WRITE-GENERATED-TXN
                   END-IF
                   PERFORM 1200-ROLL-NEXT-DUE
               END-IF
           END-PERFORM
      *> The occurrence just rolled to may already lie past the end
      *> date -- ended now rather than left active with nothing due.
           IF WS-SO-ACTIVE(WS-IDX)
                   AND WS-SO-END-DATE(WS-IDX) NOT = ZERO
                   AND WS-SO-NEXT-DUE(WS-IDX) > WS-SO-END-DATE(WS-IDX)
               PERFORM 1300-END-ORDER
           END-IF.

       1100-CHECK-GENERATED.
           MOVE "N" TO WS-ALREADY-GEN
           PERFORM VARYING WS-GN-IDX FROM 1 BY 1
                   UNTIL WS-GN-IDX > WS-GENERATED-COUNT
               IF WS-GN-ORDER-ID(WS-GN-IDX) = WS-SO-ORDER-ID(WS-IDX)
                       AND WS-GN-DUE-DATE(WS-GN-IDX)
                           = WS-SO-NEXT-DUE(WS-IDX)
                   MOVE "Y" TO WS-ALREADY-GEN
               END-IF
           END-PERFORM.

       1200-ROLL-NEXT-DUE.
           MOVE WS-SO-NEXT-DUE(WS-IDX) TO WS-DUE-DATE
           IF WS-SO-FREQ(WS-IDX) = "W"
               COMPUTE WS-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DUE-DATE) + 7
               COMPUTE WS-DUE-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           ELSE
               IF WS-SO-FREQ(WS-IDX) = "Q"
                   MOVE 3 TO WS-ROLL-MONTHS
               ELSE
                   MOVE 1 TO WS-ROLL-MONTHS
               END-IF
      *> Months counted from year zero, so the year carry is a
      *> plain divide.
               COMPUTE WS-MONTH-COUNT =
                   WS-DUE-YYYY * 12 + WS-DUE-MM - 1 + WS-ROLL-MONTHS
               DIVIDE WS-MONTH-COUNT BY 12 GIVING WS-DUE-YYYY
                   REMAINDER WS-DUE-MM
               ADD 1 TO WS-DUE-MM
      *> Last day of the target month: the day before the first of
      *> the month after it.
               COMPUTE WS-MONTH-COUNT =
                   WS-DUE-YYYY * 12 + WS-DUE-MM
               DIVIDE WS-MONTH-COUNT BY 12 GIVING WS-FIRST-YYYY
                   REMAINDER WS-FIRST-MM
               ADD 1 TO WS-FIRST-MM
               MOVE 1 TO WS-FIRST-DD
               COMPUTE WS-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-FIRST-OF-NEXT) - 1
               COMPUTE WS-LAST-DAY-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
               IF WS-ROLL-DAY > WS-LAST-DAY
                   MOVE WS-LAST-DAY TO WS-DUE-DD
               ELSE
                   MOVE WS-ROLL-DAY TO WS-DUE-DD
               END-IF
           END-IF
           MOVE WS-DUE-DATE TO WS-SO-NEXT-DUE(WS-IDX).

       1300-END-ORDER.
           MOVE "E" TO WS-SO-STATUS(WS-IDX)
           ADD 1 TO WS-ENDED-COUNT
           DISPLAY "  Order " WS-SO-ORDER-ID(WS-IDX)
                   " reached its end date " WS-SO-END-DATE(WS-IDX)
                   " -- ended".

       2000-WRITE-GENERATED-TXN.
           IF WS-SO-TYPE(WS-IDX) = "DP" OR WS-SO-TYPE(WS-IDX) = "TR"
               MOVE WS-SO-AMOUNT(WS-IDX) TO WS-CHARGE
           ELSE
               COMPUTE WS-CHARGE = ZERO - WS-SO-AMOUNT(WS-IDX)
           END-IF
           MOVE SPACES TO LTRAN-RECORD
           MOVE SPACES TO CD-ID-WITH-CHECK
           MOVE WS-SO-ACCT-ID(WS-IDX) TO CD-ID-WITH-CHECK(1:5)
           MOVE "0"     TO CD-ID-WITH-CHECK(6:1)
           CALL "CheckDigit" USING CHECK-DIGIT-BLOCK
           MOVE WS-SO-ACCT-ID(WS-IDX) TO LTRAN-ACCT-ID(1:5)
           MOVE CD-CHECK-DIGIT TO LTRAN-ACCT-ID(6:1)
           MOVE WS-CHARGE      TO LTRAN-AMOUNT
           MOVE WS-SO-NEXT-DUE(WS-IDX) TO LTRAN-DATE
           MOVE WS-SO-TYPE(WS-IDX) TO LTRAN-TYPE
           MOVE ZERO           TO LTRAN-REF-SERIAL
           IF WS-SO-TYPE(WS-IDX) = "TR"
               MOVE SPACES TO CD-ID-WITH-CHECK
               MOVE WS-SO-TO-ACCT-ID(WS-IDX) TO CD-ID-WITH-CHECK(1:5)
               MOVE "0"     TO CD-ID-WITH-CHECK(6:1)
               CALL "CheckDigit" USING CHECK-DIGIT-BLOCK
               MOVE WS-SO-TO-ACCT-ID(WS-IDX) TO LTRAN-TO-ACCT-ID(1:5)
               MOVE CD-CHECK-DIGIT TO LTRAN-TO-ACCT-ID(6:1)
           END-IF
           WRITE LTRAN-RECORD
           MOVE SPACES TO GEN-RECORD
           MOVE WS-SO-ORDER-ID(WS-IDX) TO GEN-ORDER-ID
           MOVE WS-SO-NEXT-DUE(WS-IDX) TO GEN-DUE-DATE
           MOVE WS-SO-ACCT-ID(WS-IDX)  TO GEN-ACCT-ID
           MOVE WS-SO-TYPE(WS-IDX)     TO GEN-TYPE
           MOVE WS-CHARGE              TO GEN-AMOUNT
           MOVE DTS-RUN-DATE           TO GEN-RUN-DATE
           MOVE DTS-RUN-TIME           TO GEN-RUN-TIME
           WRITE GEN-RECORD
           ADD 1 TO WS-GEN-COUNT.

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
           CLOSE SOFILE.

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

      *> holder-lookup.cob - HOPPER Example 2f: Account-Holder Lookup
      *> Called subprogram: turns a ledger account id into the
      *> customer who holds it. ledger_accounts.txt carries only the
      *> id, balance, and limit, so AcctMaint now keeps a separate
      *> account-to-customer cross-reference, ledger_acct_holders.txt,
      *> written when an account is opened. This routine joins that
      *> link to customers_xref.txt (so an id CustomerMerge retired
      *> still reaches its survivor) and to customers_standardized.txt
      *> (for the standardized name and mailing address), and hands
      *> back a print-ready holder block -- one join every statement,
      *> notice, and worklist program CALLs instead of each keeping
      *> its own copy, the same CALL-with-a-copybook-control-block
      *> shape AliasLookup and BracketLookup use.
      *> All three files load once, on the first CALL of the run;
      *> working storage persists between CALLs, so a statement run
      *> over any number of accounts reads each file a single time.
      *> An absent file simply means nothing resolves through it.
      *> The last byte of the standardized record is the status
      *> CustomerMaint keeps (A/I/D/C); a holder CustomerMaint has
      *> closed or marked deceased resolves "C", exactly as a holder
      *> with no standardized record does, so no statement, notice,
      *> or worklist treats that customer as live.
      *> Each table holds 2000 entries. A file with more valid lines
      *> than that cannot be resolved against reliably, so the first
      *> line dropped from each is written to ExceptionLog and every
      *> CALL after the load hands back HLK-LOAD-STATE "O"; the
      *> calling program decides whether to refuse or to warn.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HolderLookup.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLDFILE ASSIGN TO "ledger_acct_holders.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT XRFFILE ASSIGN TO "customers_xref.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XRF-STATUS.
           SELECT STDFILE ASSIGN TO "customers_standardized.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STD-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> One line per open account: the account, the customer who
      *> holds it, and when and by whom the link was made.
           FD HOLDFILE.
           01 HOLD-RECORD.
               05 HLD-ACCT-ID   PIC 9(5).
               05 FILLER        PIC X.
               05 HLD-CUST-ID   PIC 9(5).
               05 FILLER        PIC X.
               05 HLD-LINK-DATE PIC 9(8).
               05 FILLER        PIC X.
               05 HLD-OPER      PIC X(8).

           FD XRFFILE.
           01 XRF-RECORD.
               05 XRF-OLD-ID      PIC 9(5).
               05 FILLER          PIC X.
               05 XRF-SURVIVOR-ID PIC 9(5).
               05 FILLER          PIC X.
               05 XRF-DATE        PIC 9(8).
               05 FILLER          PIC X.
               05 XRF-TIME        PIC 9(6).
               05 FILLER          PIC X.
               05 XRF-OPER        PIC X(8).

      *> The fixed layout NameStandardize's 1200-WRITE-STANDARD-RECORD
      *> builds: id, "LAST, FIRST MIDDLE SUFFIX" in fixed-width
      *> pieces, then street, city, state, ZIP.
           FD STDFILE.
           01 STD-RECORD.
               05 STD-CUST-ID  PIC X(5).
               05 FILLER       PIC X.
               05 STD-LAST     PIC X(20).
               05 FILLER       PIC X(2).
               05 STD-FIRST    PIC X(15).
               05 FILLER       PIC X.
               05 STD-MIDDLE   PIC X(15).
               05 FILLER       PIC X.
               05 STD-SUFFIX   PIC X(10).
               05 FILLER       PIC X.
               05 STD-STREET   PIC X(30).
               05 FILLER       PIC X.
               05 STD-CITY     PIC X(20).
               05 FILLER       PIC X.
               05 STD-STATE    PIC X(2).
               05 FILLER       PIC X.
               05 STD-ZIP      PIC X(5).
               05 STD-CUST-STATUS PIC X(1).

       WORKING-STORAGE SECTION.
           01 WS-HOLD-STATUS PIC XX VALUE SPACES.
           01 WS-XRF-STATUS  PIC XX VALUE SPACES.
           01 WS-STD-STATUS  PIC XX VALUE SPACES.
           01 WS-EOF         PIC X  VALUE "N".
               88 END-OF-FILE VALUE "Y".
           01 WS-TABLES-LOADED PIC X VALUE "N".
               88 HOLDER-TABLES-LOADED VALUE "Y".
           01 WS-LOAD-STATE  PIC X VALUE "L".
               88 TABLES-OVERFLOWED VALUE "O".
           01 WS-FILE-FULL   PIC X VALUE "N".
               88 FILE-OVERFLOW-LOGGED VALUE "Y".

           01 WS-MAX-HOLDERS  PIC 9(4) VALUE 2000.
           01 WS-HOLDER-COUNT PIC 9(4) VALUE ZERO.
           01 WS-HOLDERS.
               05 WS-HOLDER-ENTRY OCCURS 2000 TIMES.
                   10 WS-H-ACCT-ID PIC 9(5).
                   10 WS-H-CUST-ID PIC 9(5).

           01 WS-MAX-XREFS  PIC 9(4) VALUE 2000.
           01 WS-XREF-COUNT PIC 9(4) VALUE ZERO.
           01 WS-XREFS.
               05 WS-XREF-ENTRY OCCURS 2000 TIMES.
                   10 WS-X-OLD-ID      PIC 9(5).
                   10 WS-X-SURVIVOR-ID PIC 9(5).

           01 WS-MAX-CUSTOMERS  PIC 9(4) VALUE 2000.
           01 WS-CUSTOMER-COUNT PIC 9(4) VALUE ZERO.
           01 WS-CUSTOMERS.
               05 WS-CUST-ENTRY OCCURS 2000 TIMES.
                   10 WS-C-ID     PIC 9(5).
                   10 WS-C-LAST   PIC X(20).
                   10 WS-C-FIRST  PIC X(15).
                   10 WS-C-MIDDLE PIC X(15).
                   10 WS-C-SUFFIX PIC X(10).
                   10 WS-C-STREET PIC X(30).
                   10 WS-C-CITY   PIC X(20).
                   10 WS-C-STATE  PIC X(2).
                   10 WS-C-ZIP    PIC X(5).
                   10 WS-C-STATUS PIC X.
                       88 WS-C-GONE VALUE "C" "D".

           01 WS-SUB        PIC 9(4) VALUE ZERO.
           01 WS-MATCH      PIC 9(4) VALUE ZERO.
      *> A retired id can itself have been the survivor of an
      *> earlier merge that was later merged again; the chain is
      *> followed to its end, with a hop ceiling so a looped xref
      *> file can never hang the caller.
           01 WS-HOP-COUNT  PIC 9(2) VALUE ZERO.
           01 WS-MAX-HOPS   PIC 9(2) VALUE 20.
           01 WS-WORK-ID    PIC 9(5) VALUE ZERO.
           01 WS-CHAIN-DONE PIC X VALUE "N".
               88 CHAIN-RESOLVED VALUE "Y".
           01 WS-LINE-PTR   PIC 9(3) VALUE ZERO.
           COPY EXCPCTL.

       LINKAGE SECTION.
           COPY HOLDCTL.

       PROCEDURE DIVISION USING HOLDER-LOOKUP-BLOCK.
       0000-MAIN.
           IF NOT HOLDER-TABLES-LOADED
               PERFORM 0100-LOAD-HOLDERS
               PERFORM 0200-LOAD-XREFS
               PERFORM 0300-LOAD-CUSTOMERS
               SET HOLDER-TABLES-LOADED TO TRUE
           END-IF
           MOVE WS-LOAD-STATE TO HLK-LOAD-STATE
           MOVE ZERO   TO HLK-LINKED-CUST-ID HLK-CUST-ID
           MOVE SPACES TO HLK-NAME-LINE HLK-STREET HLK-CITY
                          HLK-STATE HLK-ZIP HLK-CITY-LINE
           MOVE "N" TO HLK-STATUS
           MOVE ZERO TO WS-MATCH
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-HOLDER-COUNT
               IF WS-H-ACCT-ID(WS-SUB) = HLK-ACCT-ID
                   MOVE WS-SUB TO WS-MATCH
               END-IF
           END-PERFORM
           IF WS-MATCH > ZERO
               MOVE WS-H-CUST-ID(WS-MATCH) TO HLK-LINKED-CUST-ID
               MOVE WS-H-CUST-ID(WS-MATCH) TO WS-WORK-ID
               PERFORM 1000-FOLLOW-XREF-CHAIN
               MOVE WS-WORK-ID TO HLK-CUST-ID
               PERFORM 1100-FIND-CUSTOMER
               EVALUATE TRUE
                   WHEN WS-MATCH = ZERO
                       MOVE "C" TO HLK-STATUS
                   WHEN WS-C-GONE(WS-MATCH)
                       MOVE "C" TO HLK-STATUS
                   WHEN HLK-CUST-ID NOT = HLK-LINKED-CUST-ID
                       MOVE "M" TO HLK-STATUS
                       PERFORM 1200-FILL-HOLDER-BLOCK
                   WHEN OTHER
                       MOVE "A" TO HLK-STATUS
                       PERFORM 1200-FILL-HOLDER-BLOCK
               END-EVALUATE
           END-IF
           GOBACK.

       0100-LOAD-HOLDERS.
           OPEN INPUT HOLDFILE
           IF WS-HOLD-STATUS = "00"
               MOVE "N" TO WS-EOF
               MOVE "N" TO WS-FILE-FULL
               PERFORM UNTIL END-OF-FILE
                   READ HOLDFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF HLD-ACCT-ID NUMERIC
                                   AND HLD-CUST-ID NUMERIC
                               IF WS-HOLDER-COUNT < WS-MAX-HOLDERS
                                   ADD 1 TO WS-HOLDER-COUNT
                                   MOVE HLD-ACCT-ID
                                     TO WS-H-ACCT-ID(WS-HOLDER-COUNT)
                                   MOVE HLD-CUST-ID
                                     TO WS-H-CUST-ID(WS-HOLDER-COUNT)
                               ELSE
                                   MOVE "ledger_acct_holders.txt"
                                       TO EXC-SOURCE-FILE
                                   MOVE "HLD-ACCT-ID" TO EXC-FIELD-NAME
                                   MOVE HOLD-RECORD TO EXC-RAW-VALUE
                                   PERFORM 0900-NOTE-OVERFLOW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLDFILE
           END-IF.

       0200-LOAD-XREFS.
           OPEN INPUT XRFFILE
           IF WS-XRF-STATUS = "00"
               MOVE "N" TO WS-EOF
               MOVE "N" TO WS-FILE-FULL
               PERFORM UNTIL END-OF-FILE
                   READ XRFFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF XRF-OLD-ID NUMERIC
                                   AND XRF-SURVIVOR-ID NUMERIC
                               IF WS-XREF-COUNT < WS-MAX-XREFS
                                   ADD 1 TO WS-XREF-COUNT
                                   MOVE XRF-OLD-ID
                                     TO WS-X-OLD-ID(WS-XREF-COUNT)
                                   MOVE XRF-SURVIVOR-ID
                                     TO WS-X-SURVIVOR-ID(WS-XREF-COUNT)
                               ELSE
                                   MOVE "customers_xref.txt"
                                       TO EXC-SOURCE-FILE
                                   MOVE "XRF-OLD-ID" TO EXC-FIELD-NAME
                                   MOVE XRF-RECORD TO EXC-RAW-VALUE
                                   PERFORM 0900-NOTE-OVERFLOW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE XRFFILE
           END-IF.

       0300-LOAD-CUSTOMERS.
           OPEN INPUT STDFILE
           IF WS-STD-STATUS = "00"
               MOVE "N" TO WS-EOF
               MOVE "N" TO WS-FILE-FULL
               PERFORM UNTIL END-OF-FILE
                   READ STDFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF STD-CUST-ID NUMERIC
                               IF WS-CUSTOMER-COUNT < WS-MAX-CUSTOMERS
                                   PERFORM 0350-ADD-CUSTOMER
                               ELSE
                                   MOVE "customers_standardized.txt"
                                       TO EXC-SOURCE-FILE
                                   MOVE "STD-CUST-ID" TO EXC-FIELD-NAME
                                   MOVE STD-RECORD TO EXC-RAW-VALUE
                                   PERFORM 0900-NOTE-OVERFLOW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STDFILE
           END-IF.

       0350-ADD-CUSTOMER.
           ADD 1 TO WS-CUSTOMER-COUNT
           MOVE STD-CUST-ID TO WS-C-ID(WS-CUSTOMER-COUNT)
           MOVE STD-LAST    TO WS-C-LAST(WS-CUSTOMER-COUNT)
           MOVE STD-FIRST   TO WS-C-FIRST(WS-CUSTOMER-COUNT)
           MOVE STD-MIDDLE  TO WS-C-MIDDLE(WS-CUSTOMER-COUNT)
           MOVE STD-SUFFIX  TO WS-C-SUFFIX(WS-CUSTOMER-COUNT)
           MOVE STD-STREET  TO WS-C-STREET(WS-CUSTOMER-COUNT)
           MOVE STD-CITY    TO WS-C-CITY(WS-CUSTOMER-COUNT)
           MOVE STD-STATE   TO WS-C-STATE(WS-CUSTOMER-COUNT)
           MOVE STD-ZIP     TO WS-C-ZIP(WS-CUSTOMER-COUNT)
           MOVE STD-CUST-STATUS TO WS-C-STATUS(WS-CUSTOMER-COUNT).

      *> A valid line found no room: the lookup is no longer whole.
      *> Logged once per file -- the first line dropped -- with the
      *> caller's EXC-SOURCE-FILE/EXC-FIELD-NAME/EXC-RAW-VALUE.
       0900-NOTE-OVERFLOW.
           SET TABLES-OVERFLOWED TO TRUE
           IF NOT FILE-OVERFLOW-LOGGED
               SET FILE-OVERFLOW-LOGGED TO TRUE
               DISPLAY "! HolderLookup: " FUNCTION TRIM(EXC-SOURCE-FILE)
                       " has more than 2000 lines -- the rest are "
                       "not loaded"
               MOVE "HOLDERLOOKUP" TO EXC-PROGRAM-NAME
               MOVE "table full at 2000 -- rest not loaded"
                   TO EXC-REASON
               CALL "ExceptionLog" USING EXCEPTION-LOG-BLOCK
           END-IF.

       1000-FOLLOW-XREF-CHAIN.
      *> WS-WORK-ID goes in as the linked id and comes out as the id
      *> at the end of its retirement chain (itself when never
      *> retired).
           MOVE ZERO TO WS-HOP-COUNT
           MOVE "N" TO WS-CHAIN-DONE
           PERFORM UNTIL CHAIN-RESOLVED
               MOVE ZERO TO WS-MATCH
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-XREF-COUNT
                   IF WS-X-OLD-ID(WS-SUB) = WS-WORK-ID
                       MOVE WS-SUB TO WS-MATCH
                   END-IF
               END-PERFORM
               IF WS-MATCH = ZERO OR WS-HOP-COUNT >= WS-MAX-HOPS
                   SET CHAIN-RESOLVED TO TRUE
               ELSE
                   ADD 1 TO WS-HOP-COUNT
                   MOVE WS-X-SURVIVOR-ID(WS-MATCH) TO WS-WORK-ID
               END-IF
           END-PERFORM.

       1100-FIND-CUSTOMER.
           MOVE ZERO TO WS-MATCH
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CUSTOMER-COUNT
               IF WS-C-ID(WS-SUB) = WS-WORK-ID
                   MOVE WS-SUB TO WS-MATCH
               END-IF
           END-PERFORM.

       1200-FILL-HOLDER-BLOCK.
      *> Name pieces are joined with single spaces, skipping any
      *> that are blank, so "JOHN  SMITH" never prints with a hole
      *> where a middle name would go.
           MOVE 1 TO WS-LINE-PTR
           STRING FUNCTION TRIM(WS-C-FIRST(WS-MATCH))
               DELIMITED BY SIZE INTO HLK-NAME-LINE
               WITH POINTER WS-LINE-PTR
           IF WS-C-MIDDLE(WS-MATCH) NOT = SPACES
               STRING " " FUNCTION TRIM(WS-C-MIDDLE(WS-MATCH))
                   DELIMITED BY SIZE INTO HLK-NAME-LINE
                   WITH POINTER WS-LINE-PTR
           END-IF
           STRING " " FUNCTION TRIM(WS-C-LAST(WS-MATCH))
               DELIMITED BY SIZE INTO HLK-NAME-LINE
               WITH POINTER WS-LINE-PTR
           IF WS-C-SUFFIX(WS-MATCH) NOT = SPACES
               STRING " " FUNCTION TRIM(WS-C-SUFFIX(WS-MATCH))
                   DELIMITED BY SIZE INTO HLK-NAME-LINE
                   WITH POINTER WS-LINE-PTR
           END-IF
           MOVE WS-C-STREET(WS-MATCH) TO HLK-STREET
           MOVE WS-C-CITY(WS-MATCH)   TO HLK-CITY
           MOVE WS-C-STATE(WS-MATCH)  TO HLK-STATE
           MOVE WS-C-ZIP(WS-MATCH)    TO HLK-ZIP
           STRING FUNCTION TRIM(WS-C-CITY(WS-MATCH)) ", "
                  WS-C-STATE(WS-MATCH) " " WS-C-ZIP(WS-MATCH)
               DELIMITED BY SIZE INTO HLK-CITY-LINE.

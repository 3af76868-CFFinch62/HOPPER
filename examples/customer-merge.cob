      *> second follows two TRIMmed name fields, so the pair is
      *> pulled apart with UNSTRING on the " ~ ID " separator
      *> CustomerDedupe always writes between the two halves.
      *> Ledger accounts follow their holder through a merge: after
      *> the customer file is saved, every account-holder link in
      *> ledger_acct_holders.txt that still names a retired id is
      *> re-pointed to the end of its customers_xref.txt chain. The
      *> link file belongs to the ledger, so the re-link takes the
      *> LEDGER lock for the moment of the rewrite; when a posting or
      *> maintenance run holds it, the links are left for the next
      *> merge run to catch up (the whole xref file is applied every
      *> time, not just this session's merges) and statements keep
      *> resolving the survivor through the xref in the meantime.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustomerMerge.

           SELECT XRFFILE ASSIGN TO "customers_xref.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XRF-STATUS.
           SELECT HOLDFILE ASSIGN TO "ledger_acct_holders.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
               05 FILLER          PIC X.
               05 XRF-OPER        PIC X(8).

           FD HOLDFILE.
           01 HOLD-RECORD.
               05 HLD-ACCT-ID   PIC 9(5).
               05 FILLER        PIC X.
               05 HLD-CUST-ID   PIC 9(5).
               05 FILLER        PIC X.
               05 HLD-LINK-DATE PIC 9(8).
               05 FILLER        PIC X.
               05 HLD-OPER      PIC X(8).

       WORKING-STORAGE SECTION.
           01 WS-DUP-STATUS PIC XX VALUE SPACES.
           01 WS-STD-STATUS PIC XX VALUE SPACES.
           01 WS-XRF-STATUS PIC XX VALUE SPACES.
           01 WS-HOLD-STATUS PIC XX VALUE SPACES.
           01 WS-EOF        PIC X  VALUE "N".
               88 END-OF-FILE VALUE "Y".

           COPY DATESTAMP.
           COPY EXCPCTL.

      *> Account-holder re-link: the whole xref file and the whole
      *> link file, each carried in a table. Link lines are kept raw
      *> so the rewrite reproduces them exactly apart from the id.
           01 WS-MAX-XREFS   PIC 9(4) VALUE 2000.
           01 WS-XREF-COUNT  PIC 9(4) VALUE ZERO.
           01 WS-XREFS.
               05 WS-XREF-ENTRY OCCURS 2000 TIMES.
                   10 WS-X-OLD-ID      PIC 9(5).
                   10 WS-X-SURVIVOR-ID PIC 9(5).
           01 WS-MAX-HOLDERS  PIC 9(4) VALUE 2000.
           01 WS-HOLDER-COUNT PIC 9(4) VALUE ZERO.
           01 WS-HOLDERS.
               05 WS-HOLD-LINE OCCURS 2000 TIMES PIC X(29).
           01 WS-HOLD-SUB     PIC 9(4) VALUE ZERO.
           01 WS-XREF-SUB     PIC 9(4) VALUE ZERO.
           01 WS-XREF-MATCH   PIC 9(4) VALUE ZERO.
           01 WS-CHAIN-ID     PIC 9(5) VALUE ZERO.
           01 WS-HOP-COUNT    PIC 9(2) VALUE ZERO.
           01 WS-HOLD-OVERFLOW PIC X VALUE "N".
               88 HOLDER-TABLE-OVERFLOWED VALUE "Y".
           01 WS-RELINK-COUNT PIC 9(6) VALUE ZERO.

           01 WS-MERGED-COUNT  PIC 9(6) VALUE ZERO.
           01 WS-NOTDUP-COUNT  PIC 9(6) VALUE ZERO.
           01 WS-SKIPPED-COUNT PIC 9(6) VALUE ZERO.
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
           CALL "BusinessDate" USING DATE-TIME-STAMP
           PERFORM 0100-LOAD-CUSTOMERS
           PERFORM 0200-LOAD-PAIRS
           IF CUSTOMER-TABLE-OVERFLOWED OR PAIR-TABLE-OVERFLOWED
           END-PERFORM
           PERFORM 8000-SAVE-CUSTOMERS
           PERFORM 8100-SAVE-PAIRS
           PERFORM 8200-RELINK-HOLDERS
           DISPLAY "Merge review complete. Merged: " WS-MERGED-COUNT
                   " Not duplicates: " WS-NOTDUP-COUNT
                   " Left open: " WS-SKIPPED-COUNT
                   " Accounts re-linked: " WS-RELINK-COUNT
           MOVE ZERO TO RETURN-CODE
           MOVE "CUSTOMERMERGE" TO JOB-PROGRAM-NAME
           MOVE RETURN-CODE TO JOB-RETURN-CODE
           END-IF.

       2100-WRITE-XREF.
           CALL "BusinessDate" USING DATE-TIME-STAMP
           OPEN EXTEND XRFFILE
           IF WS-XRF-STATUS NOT = "00"
               OPEN OUTPUT XRFFILE
           END-PERFORM
           CLOSE DUPFILE.

       8200-RELINK-HOLDERS.
           PERFORM 9810-ACQUIRE-LEDGER-LOCK
           IF NOT RL-IS-GRANTED
               DISPLAY "  ! LEDGER lock held by " RL-HELD-BY
                       " -- account-holder links not re-linked this "
                       "run; the next merge run will catch them up"
           ELSE
               PERFORM 8210-LOAD-XREFS
               PERFORM 8220-LOAD-HOLDERS
               IF HOLDER-TABLE-OVERFLOWED
                   DISPLAY "  ! customers_xref.txt or "
                           "ledger_acct_holders.txt outgrew its "
                           "working table -- links not re-linked"
               ELSE
                   PERFORM VARYING WS-HOLD-SUB FROM 1 BY 1
                           UNTIL WS-HOLD-SUB > WS-HOLDER-COUNT
                       PERFORM 8230-RELINK-ONE-HOLDER
                   END-PERFORM
                   IF WS-RELINK-COUNT > ZERO
                       PERFORM 8240-SAVE-HOLDERS
                   END-IF
               END-IF
               PERFORM 9910-RELEASE-LEDGER-LOCK
           END-IF.

       8210-LOAD-XREFS.
           OPEN INPUT XRFFILE
           IF WS-XRF-STATUS = "00"
               MOVE "N" TO WS-EOF
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
                                   SET HOLDER-TABLE-OVERFLOWED TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE XRFFILE
           END-IF.

       8220-LOAD-HOLDERS.
           OPEN INPUT HOLDFILE
           IF WS-HOLD-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ HOLDFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF WS-HOLDER-COUNT < WS-MAX-HOLDERS
                               ADD 1 TO WS-HOLDER-COUNT
                               MOVE HOLD-RECORD
                                   TO WS-HOLD-LINE(WS-HOLDER-COUNT)
                           ELSE
                               SET HOLDER-TABLE-OVERFLOWED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLDFILE
           END-IF.

       8230-RELINK-ONE-HOLDER.
      *> Follow the linked id down its retirement chain (a survivor
      *> may itself have been merged later); the hop ceiling keeps a
      *> looped xref file from hanging the run.
           MOVE WS-HOLD-LINE(WS-HOLD-SUB) TO HOLD-RECORD
           IF HLD-ACCT-ID NUMERIC AND HLD-CUST-ID NUMERIC
               MOVE HLD-CUST-ID TO WS-CHAIN-ID
               MOVE ZERO TO WS-HOP-COUNT
               MOVE 1 TO WS-XREF-MATCH
               PERFORM UNTIL WS-XREF-MATCH = ZERO
                       OR WS-HOP-COUNT >= 20
                   MOVE ZERO TO WS-XREF-MATCH
                   PERFORM VARYING WS-XREF-SUB FROM 1 BY 1
                           UNTIL WS-XREF-SUB > WS-XREF-COUNT
                       IF WS-X-OLD-ID(WS-XREF-SUB) = WS-CHAIN-ID
                           MOVE WS-XREF-SUB TO WS-XREF-MATCH
                       END-IF
                   END-PERFORM
                   IF WS-XREF-MATCH > ZERO
                       ADD 1 TO WS-HOP-COUNT
                       MOVE WS-X-SURVIVOR-ID(WS-XREF-MATCH)
                           TO WS-CHAIN-ID
                   END-IF
               END-PERFORM
               IF WS-CHAIN-ID NOT = HLD-CUST-ID
                   DISPLAY "  Account " HLD-ACCT-ID " holder "
                           HLD-CUST-ID " re-linked to " WS-CHAIN-ID
                   MOVE WS-CHAIN-ID    TO HLD-CUST-ID
                   MOVE DTS-RUN-DATE   TO HLD-LINK-DATE
                   MOVE WS-OPERATOR-ID TO HLD-OPER
                   MOVE HOLD-RECORD TO WS-HOLD-LINE(WS-HOLD-SUB)
                   ADD 1 TO WS-RELINK-COUNT
               END-IF
           END-IF.

       8240-SAVE-HOLDERS.
           OPEN OUTPUT HOLDFILE
           PERFORM VARYING WS-HOLD-SUB FROM 1 BY 1
                   UNTIL WS-HOLD-SUB > WS-HOLDER-COUNT
               MOVE WS-HOLD-LINE(WS-HOLD-SUB) TO HOLD-RECORD
               WRITE HOLD-RECORD
           END-PERFORM
           CLOSE HOLDFILE.

       9800-ACQUIRE-RUN-LOCK.
           MOVE "ACQ" TO RL-FUNCTION
           MOVE "CUSTOMERMERGE" TO RL-PROGRAM-NAME
           MOVE "CUSTOMERMERGE" TO RL-PROGRAM-NAME
           MOVE WS-OPERATOR-ID TO RL-OPERATOR-ID
           CALL "RunLock" USING RUN-LOCK-BLOCK.

       9810-ACQUIRE-LEDGER-LOCK.
           MOVE "ACQ" TO RL-FUNCTION
           MOVE "LEDGER" TO RL-PROGRAM-NAME
           MOVE WS-OPERATOR-ID TO RL-OPERATOR-ID
           CALL "RunLock" USING RUN-LOCK-BLOCK.

       9910-RELEASE-LEDGER-LOCK.
           MOVE "REL" TO RL-FUNCTION
           MOVE "LEDGER" TO RL-PROGRAM-NAME
           MOVE WS-OPERATOR-ID TO RL-OPERATOR-ID
           CALL "RunLock" USING RUN-LOCK-BLOCK.

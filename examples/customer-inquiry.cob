      *> customer-inquiry.cob - HOPPER Example 6k: Customer Inquiry
      *> Finding a customer meant grepping customers_standardized.txt,
      *> which misses anyone whose id CustomerMerge retired and says
      *> nothing about where the customer stands with the mainframe
      *> or the remediation queue. This inquiry looks a customer up
      *> by id or by name and shows, for each match, the
      *> standardized name and address, the mainframe acknowledgment
      *> MainframeAck last recorded in customers_ack_status.txt, and
      *> every open (pending) customers_name_remediation.txt entry.
      *> An id is keyed with its check digit, like every customer id
      *> at the terminal; a retired id is followed through the
      *> customers_xref.txt chain (with the same hop ceiling
      *> HolderLookup uses) to the survivor, which is what is shown.
      *> An id never standardized still shows any open remediation
      *> entry, since a name NameStandardize rejected is only in the
      *> queue. A name is keyed "LAST" or "LAST,FIRST": LAST matches
      *> the leading characters of the standardized last name, so
      *> "MC" finds every MCDONALD and MCKAY, and FIRST, when given,
      *> must be the same person's first name through the shared
      *> AliasLookup -- "BOB" finds ROBERT -- or begin the same way.
      *> Like GradeInquiry, the same lookup runs in batch file mode:
      *> customers_inquiry_batch.txt holds one inquiry per line (a
      *> five-digit id, or a name keyed as above) and the results go
      *> to customers_inquiry_report.txt instead of the console.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustomerInquiry.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STDFILE ASSIGN TO "customers_standardized.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STD-STATUS.
           SELECT XRFFILE ASSIGN TO "customers_xref.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XRF-STATUS.
           SELECT MRKFILE ASSIGN TO "customers_ack_status.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MRK-STATUS.
           SELECT RMDFILE ASSIGN TO "customers_name_remediation.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RMD-STATUS.
           SELECT BATCHFILE ASSIGN TO "customers_inquiry_batch.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-STATUS.
           SELECT BRPTFILE ASSIGN TO "customers_inquiry_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> The fixed layout NameStandardize's 1200-WRITE-STANDARD-RECORD
      *> STRINGs, status byte last.
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
               05 STD-STATUS   PIC X.

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

      *> MainframeAck's one line per customer: "id ACCEPTED date" or
      *> "id REJECTED date".
           FD MRKFILE.
           01 MRK-RECORD PIC X(40).
           01 MRK-ENTRY REDEFINES MRK-RECORD.
               05 MRK-CUST-ID PIC X(5).
               05 FILLER      PIC X.
               05 MRK-DISP    PIC X(8).
               05 FILLER      PIC X.
               05 MRK-DATE    PIC X(8).
               05 FILLER      PIC X(17).

           FD RMDFILE.
           01 RMD-RECORD.
               05 RMD-CUST-ID  PIC 9(5).
               05 FILLER       PIC X.
               05 RMD-RAW-NAME PIC X(40).
               05 FILLER       PIC X.
               05 RMD-REASON   PIC X(30).
               05 FILLER       PIC X.
               05 RMD-STATUS   PIC X.

           FD BATCHFILE.
           01 BATCH-RECORD PIC X(40).

           FD BRPTFILE.
           01 BRPT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
           01 WS-STD-STATUS   PIC XX VALUE SPACES.
           01 WS-XRF-STATUS   PIC XX VALUE SPACES.
           01 WS-MRK-STATUS   PIC XX VALUE SPACES.
           01 WS-RMD-STATUS   PIC XX VALUE SPACES.
           01 WS-BATCH-STATUS PIC XX VALUE SPACES.
           01 WS-BRPT-STATUS  PIC XX VALUE SPACES.
           01 WS-EOF          PIC X  VALUE "N".
               88 END-OF-FILE VALUE "Y".
           01 WS-BATCH-EOF    PIC X  VALUE "N".
               88 BATCH-END-OF-FILE VALUE "Y".
           01 WS-MODE         PIC X  VALUE "I".
               88 INTERACTIVE-MODE VALUE "I" "i".
               88 BATCH-MODE       VALUE "B" "b".
           01 WS-CONTINUE     PIC X  VALUE "Y".
               88 KEEP-GOING VALUE "Y" "y".

           01 WS-MAX-CUSTOMERS  PIC 9(4) VALUE 2000.
           01 WS-CUSTOMER-COUNT PIC 9(4) VALUE ZERO.
           01 WS-CUSTOMERS.
               05 WS-CUST-ENTRY OCCURS 2000 TIMES.
                   10 WS-C-ID     PIC X(5).
                   10 WS-C-LAST   PIC X(20).
                   10 WS-C-FIRST  PIC X(15).
                   10 WS-C-MIDDLE PIC X(15).
                   10 WS-C-SUFFIX PIC X(10).
                   10 WS-C-STREET PIC X(30).
                   10 WS-C-CITY   PIC X(20).
                   10 WS-C-STATE  PIC X(2).
                   10 WS-C-ZIP    PIC X(5).

           01 WS-MAX-XREFS  PIC 9(4) VALUE 2000.
           01 WS-XREF-COUNT PIC 9(4) VALUE ZERO.
           01 WS-XREFS.
               05 WS-XREF-ENTRY OCCURS 2000 TIMES.
                   10 WS-X-OLD-ID      PIC 9(5).
                   10 WS-X-SURVIVOR-ID PIC 9(5).

           01 WS-MAX-MARKS  PIC 9(4) VALUE 2000.
           01 WS-MARK-COUNT PIC 9(4) VALUE ZERO.
           01 WS-MARKS.
               05 WS-MARK-ENTRY OCCURS 2000 TIMES.
                   10 WS-M-ID   PIC X(5).
                   10 WS-M-DISP PIC X(8).
                   10 WS-M-DATE PIC X(8).

      *> Only pending entries are kept -- fixed and rejected ones are
      *> closed and not shown.
           01 WS-MAX-OPEN   PIC 9(3) VALUE 200.
           01 WS-OPEN-COUNT PIC 9(3) VALUE ZERO.
           01 WS-OPEN-ENTRIES.
               05 WS-OPEN-ENTRY OCCURS 200 TIMES.
                   10 WS-R-ID     PIC 9(5).
                   10 WS-R-RAW    PIC X(40).
                   10 WS-R-REASON PIC X(30).

           01 WS-SUB        PIC 9(4) VALUE ZERO.
           01 WS-MATCH      PIC 9(4) VALUE ZERO.
           01 WS-HOP-COUNT  PIC 9(2) VALUE ZERO.
           01 WS-MAX-HOPS   PIC 9(2) VALUE 20.
           01 WS-CHAIN-DONE PIC X VALUE "N".
               88 CHAIN-RESOLVED VALUE "Y".

      *> What was asked for, and what it resolved to.
           01 WS-INQUIRY-KEY  PIC X(40) VALUE SPACES.
           01 WS-INQUIRY-TYPE PIC X VALUE SPACE.
               88 INQUIRY-BY-ID   VALUE "I".
               88 INQUIRY-BY-NAME VALUE "N".
               88 INQUIRY-INVALID VALUE "X".
           01 WS-KEYED-ID     PIC 9(5) VALUE ZERO.
           01 WS-WORK-ID      PIC 9(5) VALUE ZERO.
           01 WS-WORK-ID-X REDEFINES WS-WORK-ID PIC X(5).
           01 WS-KEY-LAST     PIC X(20) VALUE SPACES.
           01 WS-KEY-FIRST    PIC X(15) VALUE SPACES.
           01 WS-KEY-LAST-LEN PIC 9(2) VALUE ZERO.
           01 WS-KEY-FIRST-LEN PIC 9(2) VALUE ZERO.
           01 WS-NAME-HIT     PIC X VALUE "N".
               88 NAME-MATCHES VALUE "Y".
           01 WS-HIT-COUNT    PIC 9(4) VALUE ZERO.
           01 WS-RMD-HITS     PIC 9(3) VALUE ZERO.
           01 WS-RMD-SUB      PIC 9(3) VALUE ZERO.
           01 WS-MARK-SUB     PIC 9(4) VALUE ZERO.

           01 WS-OUT-LINE     PIC X(132) VALUE SPACES.
           01 WS-LINE-PTR     PIC 9(3) VALUE ZERO.
           01 WS-NAME-LINE    PIC X(60) VALUE SPACES.

           01 WS-LOOKUP-COUNT   PIC 9(6) VALUE ZERO.
           01 WS-NOTFOUND-COUNT PIC 9(6) VALUE ZERO.

           COPY CHKDGCTL.
           COPY ALIASCTL.
           COPY JOBCTL.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-LOAD-CUSTOMERS
           IF WS-STD-STATUS NOT = "00"
               DISPLAY "! Cannot open customers_standardized.txt, "
                       "status " WS-STD-STATUS
               MOVE 8 TO RETURN-CODE
               MOVE "CUSTINQUIRY" TO JOB-PROGRAM-NAME
               MOVE RETURN-CODE TO JOB-RETURN-CODE
               MOVE ZERO TO JOB-RECORD-COUNT
               MOVE 1 TO JOB-ERROR-COUNT
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
           PERFORM 0200-LOAD-XREFS
           PERFORM 0300-LOAD-MARKS
           PERFORM 0400-LOAD-REMEDIATION
           DISPLAY "--- Customer Inquiry ---"
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
                   DISPLAY "Look up another customer? (Y/N): "
                       WITH NO ADVANCING
                   ACCEPT WS-CONTINUE FROM CONSOLE
               END-PERFORM
           END-IF
           DISPLAY "Customer inquiry complete."
           MOVE ZERO TO RETURN-CODE
           MOVE "CUSTINQUIRY" TO JOB-PROGRAM-NAME
           MOVE RETURN-CODE TO JOB-RETURN-CODE
           MOVE WS-LOOKUP-COUNT TO JOB-RECORD-COUNT
           MOVE WS-NOTFOUND-COUNT TO JOB-ERROR-COUNT
           CALL "JobLog" USING JOB-LOG-BLOCK
           GOBACK.

       0100-LOAD-CUSTOMERS.
           OPEN INPUT STDFILE
           IF WS-STD-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ STDFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF STD-CUST-ID NUMERIC
                                   AND WS-CUSTOMER-COUNT
                                       < WS-MAX-CUSTOMERS
                               PERFORM 0150-ADD-CUSTOMER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STDFILE
           END-IF.

       0150-ADD-CUSTOMER.
           ADD 1 TO WS-CUSTOMER-COUNT
           MOVE STD-CUST-ID TO WS-C-ID(WS-CUSTOMER-COUNT)
           MOVE STD-LAST    TO WS-C-LAST(WS-CUSTOMER-COUNT)
           MOVE STD-FIRST   TO WS-C-FIRST(WS-CUSTOMER-COUNT)
           MOVE STD-MIDDLE  TO WS-C-MIDDLE(WS-CUSTOMER-COUNT)
           MOVE STD-SUFFIX  TO WS-C-SUFFIX(WS-CUSTOMER-COUNT)
           MOVE STD-STREET  TO WS-C-STREET(WS-CUSTOMER-COUNT)
           MOVE STD-CITY    TO WS-C-CITY(WS-CUSTOMER-COUNT)
           MOVE STD-STATE   TO WS-C-STATE(WS-CUSTOMER-COUNT)
           MOVE STD-ZIP     TO WS-C-ZIP(WS-CUSTOMER-COUNT).

       0200-LOAD-XREFS.
           OPEN INPUT XRFFILE
           IF WS-XRF-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ XRFFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF XRF-OLD-ID NUMERIC
                                   AND XRF-SURVIVOR-ID NUMERIC
                                   AND WS-XREF-COUNT < WS-MAX-XREFS
                               ADD 1 TO WS-XREF-COUNT
                               MOVE XRF-OLD-ID
                                   TO WS-X-OLD-ID(WS-XREF-COUNT)
                               MOVE XRF-SURVIVOR-ID
                                   TO WS-X-SURVIVOR-ID(WS-XREF-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE XRFFILE
           END-IF.

       0300-LOAD-MARKS.
           OPEN INPUT MRKFILE
           IF WS-MRK-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ MRKFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF MRK-CUST-ID NUMERIC
                                   AND WS-MARK-COUNT < WS-MAX-MARKS
                               ADD 1 TO WS-MARK-COUNT
                               MOVE MRK-CUST-ID
                                   TO WS-M-ID(WS-MARK-COUNT)
                               MOVE MRK-DISP
                                   TO WS-M-DISP(WS-MARK-COUNT)
                               MOVE MRK-DATE
                                   TO WS-M-DATE(WS-MARK-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MRKFILE
           END-IF.

       0400-LOAD-REMEDIATION.
           OPEN INPUT RMDFILE
           IF WS-RMD-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ RMDFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF RMD-STATUS = "P"
                                   AND WS-OPEN-COUNT < WS-MAX-OPEN
                               ADD 1 TO WS-OPEN-COUNT
                               MOVE RMD-CUST-ID
                                   TO WS-R-ID(WS-OPEN-COUNT)
                               MOVE RMD-RAW-NAME
                                   TO WS-R-RAW(WS-OPEN-COUNT)
                               MOVE RMD-REASON
                                   TO WS-R-REASON(WS-OPEN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RMDFILE
           END-IF.

       1000-PROMPT-AND-LOOKUP.
      *> Six digits are an id with its check digit; anything else is
      *> a name.
           DISPLAY "Customer id (6 digits) or LAST[,FIRST]: "
               WITH NO ADVANCING
           MOVE SPACES TO WS-INQUIRY-KEY
           ACCEPT WS-INQUIRY-KEY FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-INQUIRY-KEY) TO WS-INQUIRY-KEY
           IF WS-INQUIRY-KEY(1:6) NUMERIC
                   AND WS-INQUIRY-KEY(7:34) = SPACES
               MOVE WS-INQUIRY-KEY(1:6) TO CD-ID-WITH-CHECK
               CALL "CheckDigit" USING CHECK-DIGIT-BLOCK
               IF CD-IS-VALID
                   SET INQUIRY-BY-ID TO TRUE
                   MOVE CD-BASE-ID TO WS-KEYED-ID
               ELSE
                   SET INQUIRY-INVALID TO TRUE
                   DISPLAY "  ! Id '" WS-INQUIRY-KEY(1:6) "' fails "
                           "its check digit -- re-key all six digits"
               END-IF
           ELSE
               SET INQUIRY-BY-NAME TO TRUE
           END-IF
           IF NOT INQUIRY-INVALID
               PERFORM 2000-LOOKUP-CUSTOMER
           END-IF.

       2000-LOOKUP-CUSTOMER.
           ADD 1 TO WS-LOOKUP-COUNT
           MOVE ZERO TO WS-HIT-COUNT
           IF INQUIRY-BY-ID
               PERFORM 2100-LOOKUP-BY-ID
           ELSE
               PERFORM 2200-LOOKUP-BY-NAME
           END-IF
           IF WS-HIT-COUNT = ZERO
               ADD 1 TO WS-NOTFOUND-COUNT
           END-IF.

       2100-LOOKUP-BY-ID.
           MOVE WS-KEYED-ID TO WS-WORK-ID
           PERFORM 2110-FOLLOW-XREF-CHAIN
           IF WS-WORK-ID NOT = WS-KEYED-ID
               MOVE SPACES TO WS-OUT-LINE
               STRING "Customer " WS-KEYED-ID " was retired by merge "
                      "-- survivor is " WS-WORK-ID
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM 5000-EMIT-LINE
           END-IF
           MOVE ZERO TO WS-MATCH
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CUSTOMER-COUNT
                      OR WS-MATCH > ZERO
               IF WS-C-ID(WS-SUB) = WS-WORK-ID-X
                   MOVE WS-SUB TO WS-MATCH
               END-IF
           END-PERFORM
           IF WS-MATCH > ZERO
               PERFORM 3000-SHOW-CUSTOMER
           ELSE
               MOVE SPACES TO WS-OUT-LINE
               STRING "Customer " WS-WORK-ID " is not on "
                      "customers_standardized.txt"
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM 5000-EMIT-LINE
               PERFORM 3300-SHOW-REMEDIATION
               IF WS-RMD-HITS > ZERO
                   ADD 1 TO WS-HIT-COUNT
               END-IF
           END-IF.

       2110-FOLLOW-XREF-CHAIN.
      *> WS-WORK-ID goes in as the keyed id and comes out as the id
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

       2200-LOOKUP-BY-NAME.
      *> Names on the standardized file are upper case, so the key
      *> was upper-cased as it came in. A merged-away customer is no
      *> longer on the file, so only survivors can match.
           MOVE SPACES TO WS-KEY-LAST WS-KEY-FIRST
           UNSTRING WS-INQUIRY-KEY DELIMITED BY ","
               INTO WS-KEY-LAST WS-KEY-FIRST
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-KEY-LAST)  TO WS-KEY-LAST
           MOVE FUNCTION TRIM(WS-KEY-FIRST) TO WS-KEY-FIRST
           IF WS-KEY-LAST = SPACES
               MOVE "  ! Key an id or at least the start of a last name"
                   TO WS-OUT-LINE
               PERFORM 5000-EMIT-LINE
           ELSE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-KEY-LAST))
                   TO WS-KEY-LAST-LEN
               MOVE ZERO TO WS-KEY-FIRST-LEN
               IF WS-KEY-FIRST NOT = SPACES
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-KEY-FIRST))
                       TO WS-KEY-FIRST-LEN
               END-IF
               PERFORM VARYING WS-MATCH FROM 1 BY 1
                       UNTIL WS-MATCH > WS-CUSTOMER-COUNT
                   PERFORM 2250-CHECK-NAME
                   IF NAME-MATCHES
                       PERFORM 3000-SHOW-CUSTOMER
                   END-IF
               END-PERFORM
               IF WS-HIT-COUNT = ZERO
                   MOVE SPACES TO WS-OUT-LINE
                   STRING "No customer matches '"
                          FUNCTION TRIM(WS-INQUIRY-KEY) "'"
                       DELIMITED BY SIZE INTO WS-OUT-LINE
                   PERFORM 5000-EMIT-LINE
               END-IF
           END-IF.

       2250-CHECK-NAME.
           MOVE "N" TO WS-NAME-HIT
           IF WS-C-LAST(WS-MATCH)(1:WS-KEY-LAST-LEN)
                   = WS-KEY-LAST(1:WS-KEY-LAST-LEN)
               IF WS-KEY-FIRST-LEN = ZERO
                   MOVE "Y" TO WS-NAME-HIT
               ELSE
                   IF WS-C-FIRST(WS-MATCH)(1:WS-KEY-FIRST-LEN)
                           = WS-KEY-FIRST(1:WS-KEY-FIRST-LEN)
                       MOVE "Y" TO WS-NAME-HIT
                   ELSE
                       MOVE WS-KEY-FIRST        TO ALK-NAME-1
                       MOVE WS-C-FIRST(WS-MATCH) TO ALK-NAME-2
                       CALL "AliasLookup" USING ALIAS-LOOKUP-BLOCK
                       IF ALK-NAMES-MATCH
                           MOVE "Y" TO WS-NAME-HIT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       3000-SHOW-CUSTOMER.
      *> WS-MATCH is the customer's table slot.
           ADD 1 TO WS-HIT-COUNT
           MOVE WS-C-ID(WS-MATCH) TO WS-WORK-ID-X
           PERFORM 3100-BUILD-NAME-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING "Customer " WS-C-ID(WS-MATCH) " "
                  FUNCTION TRIM(WS-NAME-LINE)
               DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 5000-EMIT-LINE
           MOVE SPACES TO WS-OUT-LINE
           IF WS-C-STREET(WS-MATCH) = SPACES
               MOVE "  Address: (none on file)" TO WS-OUT-LINE
           ELSE
               STRING "  Address: " FUNCTION TRIM(WS-C-STREET(WS-MATCH))
                      ", " FUNCTION TRIM(WS-C-CITY(WS-MATCH)) ", "
                      WS-C-STATE(WS-MATCH) " " WS-C-ZIP(WS-MATCH)
                   DELIMITED BY SIZE INTO WS-OUT-LINE
           END-IF
           PERFORM 5000-EMIT-LINE
           PERFORM 3200-SHOW-ACK-STATUS
           PERFORM 3300-SHOW-REMEDIATION.

       3100-BUILD-NAME-LINE.
      *> "LAST, FIRST MIDDLE SUFFIX" with blank pieces skipped.
           MOVE SPACES TO WS-NAME-LINE
           MOVE 1 TO WS-LINE-PTR
           STRING FUNCTION TRIM(WS-C-LAST(WS-MATCH)) ", "
                  FUNCTION TRIM(WS-C-FIRST(WS-MATCH))
               DELIMITED BY SIZE INTO WS-NAME-LINE
               WITH POINTER WS-LINE-PTR
           IF WS-C-MIDDLE(WS-MATCH) NOT = SPACES
               STRING " " FUNCTION TRIM(WS-C-MIDDLE(WS-MATCH))
                   DELIMITED BY SIZE INTO WS-NAME-LINE
                   WITH POINTER WS-LINE-PTR
           END-IF
           IF WS-C-SUFFIX(WS-MATCH) NOT = SPACES
               STRING " " FUNCTION TRIM(WS-C-SUFFIX(WS-MATCH))
                   DELIMITED BY SIZE INTO WS-NAME-LINE
                   WITH POINTER WS-LINE-PTR
           END-IF.

       3200-SHOW-ACK-STATUS.
           MOVE ZERO TO WS-SUB
           PERFORM VARYING WS-MARK-SUB FROM 1 BY 1
                   UNTIL WS-MARK-SUB > WS-MARK-COUNT
               IF WS-M-ID(WS-MARK-SUB) = WS-WORK-ID-X
                   MOVE WS-MARK-SUB TO WS-SUB
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-OUT-LINE
           IF WS-SUB = ZERO
               MOVE "  Mainframe: no acknowledgment on file"
                   TO WS-OUT-LINE
           ELSE
               STRING "  Mainframe: " FUNCTION TRIM(WS-M-DISP(WS-SUB))
                      " " WS-M-DATE(WS-SUB)
                   DELIMITED BY SIZE INTO WS-OUT-LINE
           END-IF
           PERFORM 5000-EMIT-LINE.

       3300-SHOW-REMEDIATION.
      *> WS-WORK-ID carries the customer id; every open entry for it
      *> is listed.
           MOVE ZERO TO WS-RMD-HITS
           PERFORM VARYING WS-RMD-SUB FROM 1 BY 1
                   UNTIL WS-RMD-SUB > WS-OPEN-COUNT
               IF WS-R-ID(WS-RMD-SUB) = WS-WORK-ID
                   ADD 1 TO WS-RMD-HITS
                   MOVE SPACES TO WS-OUT-LINE
                   STRING "  Open remediation: "
                          FUNCTION TRIM(WS-R-REASON(WS-RMD-SUB))
                          " -- " FUNCTION TRIM(WS-R-RAW(WS-RMD-SUB))
                       DELIMITED BY SIZE INTO WS-OUT-LINE
                   PERFORM 5000-EMIT-LINE
               END-IF
           END-PERFORM
           IF WS-RMD-HITS = ZERO
               MOVE "  Open remediation: none" TO WS-OUT-LINE
               PERFORM 5000-EMIT-LINE
           END-IF.

       5000-EMIT-LINE.
      *> One result line, to the console or the batch report.
           IF BATCH-MODE
               MOVE WS-OUT-LINE TO BRPT-RECORD
               WRITE BRPT-RECORD
           ELSE
               DISPLAY FUNCTION TRIM(WS-OUT-LINE TRAILING)
           END-IF
           MOVE SPACES TO WS-OUT-LINE.

       6000-BATCH-MODE.
           OPEN INPUT BATCHFILE
           IF WS-BATCH-STATUS NOT = "00"
               DISPLAY "! Cannot open customers_inquiry_batch.txt, "
                       "status " WS-BATCH-STATUS
           ELSE
               OPEN OUTPUT BRPTFILE
               MOVE "N" TO WS-BATCH-EOF
               PERFORM UNTIL BATCH-END-OF-FILE
                   READ BATCHFILE
                       AT END MOVE "Y" TO WS-BATCH-EOF
                       NOT AT END
                           IF BATCH-RECORD NOT = SPACES
                               PERFORM 6100-PROCESS-BATCH-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BATCHFILE
               CLOSE BRPTFILE
               DISPLAY "Batch lookup complete -- see "
                       "customers_inquiry_report.txt"
           END-IF.

       6100-PROCESS-BATCH-LINE.
      *> A five-digit base id, as GradeInquiry's batch file carries,
      *> or a name keyed the same way as at the terminal.
           MOVE FUNCTION UPPER-CASE(BATCH-RECORD) TO WS-INQUIRY-KEY
           MOVE SPACES TO WS-OUT-LINE
           STRING "Inquiry: " FUNCTION TRIM(WS-INQUIRY-KEY)
               DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 5000-EMIT-LINE
           IF WS-INQUIRY-KEY(1:5) NUMERIC
                   AND WS-INQUIRY-KEY(6:35) = SPACES
               SET INQUIRY-BY-ID TO TRUE
               MOVE WS-INQUIRY-KEY(1:5) TO WS-KEYED-ID
           ELSE
               SET INQUIRY-BY-NAME TO TRUE
           END-IF
           PERFORM 2000-LOOKUP-CUSTOMER.

      *> customer-maint.cob - HOPPER Example 6g: Customer Master
      *> Maintenance
      *> customers_standardized.txt only ever changed when
      *> NameStandardize rebuilt it from customers.txt, NameRemediate
      *> appended a fixed name, or CustomerMerge retired a loser --
      *> nobody could simply correct an address or close a customer.
      *> This program lets a signed-on operator look a customer up by
      *> id (keyed with its check digit), change the name or the
      *> address, and set the customer's status: A active, I
      *> inactive, D deceased, C closed. A new name or address goes
      *> through the same rules NameStandardize applies -- the
      *> "Last,First Middle Suffix" parse, upper-casing, the
      *> street-type abbreviation and the numeric ZIP -- and is
      *> refused on the same grounds, including the shared
      *> PostalCheck's test that the ZIP belongs to the state and city
      *> keyed.
      *> A change is made in three places so it sticks: the
      *> standardized record, the customer's line in customers.txt
      *> (so the next NameStandardize rebuild produces the same
      *> record), and the customer's record in customers_mainframe.dat
      *> (REWRITTEN in place only so that file still pairs record for
      *> record with the standardized file for MainframeRecon). The
      *> change reaches the mainframe through MainframeDelta's next
      *> changes-only feed, which compares the standardized file with
      *> what it last transmitted. Both text files are carried whole
      *> as raw lines and rewritten at the end, the shape
      *> CustomerMerge uses. Every change is logged to
      *> hopper_audit.log through the shared AuditLog.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustomerMaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTFILE ASSIGN TO "customers.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUST-STATUS.
           SELECT STDFILE  ASSIGN TO "customers_standardized.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STD-STATUS.
           SELECT MFEXTFILE ASSIGN TO "customers_mainframe.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MF-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD CUSTFILE.
           01 CUST-RECORD PIC X(104).

           FD STDFILE.
           01 STD-RECORD PIC X(132).

           FD MFEXTFILE.
           COPY NAMEXTR.

       WORKING-STORAGE SECTION.
           01 WS-CUST-STATUS PIC XX VALUE SPACES.
           01 WS-STD-STATUS  PIC XX VALUE SPACES.
           01 WS-MF-STATUS   PIC XX VALUE SPACES.
           01 WS-EOF         PIC X  VALUE "N".
               88 END-OF-FILE VALUE "Y".

      *> Both files carried whole as raw lines -- only the id is
      *> parsed on load, so the rewrite cannot mangle a line this
      *> program does not change.
           01 WS-MAX-CUSTOMERS  PIC 9(4) VALUE 2000.
           01 WS-CUSTOMER-COUNT PIC 9(4) VALUE ZERO.
           01 WS-CUSTOMERS.
               05 WS-CUST-ENTRY OCCURS 2000 TIMES.
                   10 WS-C-ID      PIC X(5).
                   10 WS-C-LINE    PIC X(132).
                   10 WS-C-CHANGED PIC X.
                       88 CUST-CHANGED VALUE "Y".
           01 WS-CUST-SUB    PIC 9(4) VALUE ZERO.
           01 WS-CUST-MATCH  PIC 9(4) VALUE ZERO.
           01 WS-MAX-SOURCE  PIC 9(4) VALUE 2000.
           01 WS-SOURCE-COUNT PIC 9(4) VALUE ZERO.
           01 WS-SOURCE.
               05 WS-SRC-ENTRY OCCURS 2000 TIMES.
                   10 WS-S-ID   PIC X(5).
                   10 WS-S-LINE PIC X(104).
           01 WS-SRC-SUB     PIC 9(4) VALUE ZERO.
           01 WS-SRC-MATCH   PIC 9(4) VALUE ZERO.
           01 WS-OVERFLOW    PIC X VALUE "N".
               88 CUSTOMER-TABLE-OVERFLOWED VALUE "Y".

      *> One standardized line taken apart: the fixed layout
      *> NameStandardize's 1200-WRITE-STANDARD-RECORD builds, with
      *> the status byte in the last column.
           01 WS-STD-VIEW.
               05 WS-SV-CUST-ID  PIC X(5).
               05 FILLER         PIC X.
               05 WS-SV-LAST     PIC X(20).
               05 WS-SV-COMMA    PIC X(2).
               05 WS-SV-FIRST    PIC X(15).
               05 FILLER         PIC X.
               05 WS-SV-MIDDLE   PIC X(15).
               05 FILLER         PIC X.
               05 WS-SV-SUFFIX   PIC X(10).
               05 FILLER         PIC X.
               05 WS-SV-STREET   PIC X(30).
               05 FILLER         PIC X.
               05 WS-SV-CITY     PIC X(20).
               05 FILLER         PIC X.
               05 WS-SV-STATE    PIC X(2).
               05 FILLER         PIC X.
               05 WS-SV-ZIP      PIC X(5).
               05 WS-SV-STATUS   PIC X.

      *> The customer's customers.txt line taken apart, the layout
      *> NameStandardize reads.
           01 WS-SRC-VIEW.
               05 WS-RV-CUST-ID  PIC 9(6).
               05 WS-RV-NAME     PIC X(40).
               05 WS-RV-STREET   PIC X(30).
               05 WS-RV-CITY     PIC X(20).
               05 WS-RV-STATE    PIC X(2).
               05 WS-RV-ZIP      PIC X(5).
               05 WS-RV-STATUS   PIC X.

           01 WS-OPERATOR-ID   PIC X(8) VALUE "SYSTEM".
           01 WS-OPERATOR-PIN  PIC X(4) VALUE SPACES.
           01 WS-OP-AUTHORIZED PIC X    VALUE "N".
               88 OPERATOR-AUTHORIZED VALUE "Y".
           01 WS-CHOICE    PIC X VALUE SPACE.
           01 WS-CONTINUE  PIC X VALUE "Y".
               88 KEEP-GOING VALUE "Y" "y".
           01 WS-WORK-ID      PIC 9(5) VALUE ZERO.
           01 WS-WORK-ID-X    PIC X(6) VALUE SPACES.
           01 WS-ID-OK        PIC X VALUE "N".
               88 ID-KEY-VALID VALUE "Y".
           01 WS-DIRTY        PIC X VALUE "N".
               88 CUSTOMERS-DIRTY VALUE "Y".
           01 WS-CHANGE-COUNT PIC 9(6) VALUE ZERO.
           01 WS-MF-COUNT     PIC 9(6) VALUE ZERO.

      *> Status codes and the words the lookup shows for them.
           01 WS-NEW-STATUS   PIC X VALUE SPACE.
               88 STATUS-CODE-VALID VALUE "A" "I" "D" "C".
           01 WS-STATUS-WORD  PIC X(8) VALUE SPACES.
           01 WS-OLD-WORD     PIC X(8) VALUE SPACES.

      *> Same parse shape as NameStandardize's 1060-PARSE-CUSTOMER-NAME.
           01 WS-RAW-NAME     PIC X(40) VALUE SPACES.
           01 WS-LAST-NAME    PIC X(20) VALUE SPACES.
           01 WS-REMAINDER    PIC X(30) VALUE SPACES.
           01 WS-FIRST-NAME   PIC X(15) VALUE SPACES.
           01 WS-MIDDLE-NAME  PIC X(15) VALUE SPACES.
           01 WS-SUFFIX       PIC X(10) VALUE SPACES.
           01 WS-COMMA-PARTS  PIC 9     VALUE ZERO.
           01 WS-SPACE-PARTS  PIC 9     VALUE ZERO.
           01 WS-REJECT-REASON PIC X(30) VALUE SPACES.

      *> Same address rules as NameStandardize's
      *> 1250-STANDARDIZE-ADDRESS and 1270-ABBREVIATE-STREET-TYPE.
           01 WS-RAW-STREET   PIC X(30) VALUE SPACES.
           01 WS-RAW-CITY     PIC X(20) VALUE SPACES.
           01 WS-RAW-STATE    PIC X(2)  VALUE SPACES.
           01 WS-RAW-ZIP      PIC X(5)  VALUE SPACES.
           01 WS-STREET       PIC X(30) VALUE SPACES.
           01 WS-CITY         PIC X(20) VALUE SPACES.
           01 WS-STATE        PIC X(2)  VALUE SPACES.
           01 WS-ZIP          PIC X(5)  VALUE SPACES.
           01 WS-STREET-LEN   PIC 9(2)  VALUE ZERO.
           01 WS-SCAN-POS     PIC 9(2)  VALUE ZERO.
           01 WS-WORD-START   PIC 9(2)  VALUE ZERO.
           01 WS-LAST-WORD    PIC X(12) VALUE SPACES.
           01 WS-WORD-LEN     PIC 9(2)  VALUE ZERO.
           01 WS-ABBREV-TABLE.
               05 FILLER PIC X(17) VALUE "STREET      ST   ".
               05 FILLER PIC X(17) VALUE "AVENUE      AVE  ".
               05 FILLER PIC X(17) VALUE "ROAD        RD   ".
               05 FILLER PIC X(17) VALUE "DRIVE       DR   ".
               05 FILLER PIC X(17) VALUE "LANE        LN   ".
               05 FILLER PIC X(17) VALUE "BOULEVARD   BLVD ".
               05 FILLER PIC X(17) VALUE "COURT       CT   ".
               05 FILLER PIC X(17) VALUE "PLACE       PL   ".
           01 WS-ABBREV-ENTRIES REDEFINES WS-ABBREV-TABLE.
               05 WS-ABBREV-ENTRY OCCURS 8 TIMES.
                   10 WS-ABBR-LONG  PIC X(12).
                   10 WS-ABBR-SHORT PIC X(5).
           01 WS-ABBR-SUB     PIC 9 VALUE ZERO.

           COPY CHKDGCTL.
           COPY POSTCTL.
           COPY OPERCTL.
           COPY AUDCTL.
           COPY JOBCTL.
           COPY RUNLKCTL.

       PROCEDURE DIVISION.
       0000-MAIN.
      *> CUSTOMERMERGE is the resource lock for
      *> customers_standardized.txt -- CustomerMerge rewrites the same
      *> file, so the two must exclude each other, the way RosterMaint
      *> and RegistrarImport share ROSTERMAINT for roster.txt.
           PERFORM 9800-ACQUIRE-RUN-LOCK
           IF NOT RL-IS-GRANTED
               DISPLAY "! Run refused -- CUSTOMERMERGE"
                       " lock held by " RL-HELD-BY
                       " since " RL-HELD-DATE "-" RL-HELD-TIME
               MOVE 12 TO RETURN-CODE
               MOVE "CUSTMAINT" TO JOB-PROGRAM-NAME
               MOVE RETURN-CODE TO JOB-RETURN-CODE
               MOVE ZERO TO JOB-RECORD-COUNT
               MOVE 1 TO JOB-ERROR-COUNT
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
           PERFORM 0100-LOAD-CUSTOMERS
           IF WS-STD-STATUS NOT = "00"
               DISPLAY "! Cannot open customers_standardized.txt "
                       "status " WS-STD-STATUS " -- nothing to "
                       "maintain"
               MOVE 8 TO RETURN-CODE
               MOVE "CUSTMAINT" TO JOB-PROGRAM-NAME
               MOVE RETURN-CODE TO JOB-RETURN-CODE
               MOVE ZERO TO JOB-RECORD-COUNT
               MOVE 1 TO JOB-ERROR-COUNT
               PERFORM 9900-RELEASE-RUN-LOCK
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
           PERFORM 0200-LOAD-SOURCE
           IF CUSTOMER-TABLE-OVERFLOWED
               DISPLAY "  ! customers_standardized.txt or "
                       "customers.txt holds more than "
                       WS-MAX-CUSTOMERS " customers -- rewriting "
                       "it from a truncated table would lose the "
                       "rest, so no maintenance can be done"
               MOVE 12 TO RETURN-CODE
               MOVE "CUSTMAINT" TO JOB-PROGRAM-NAME
               MOVE RETURN-CODE TO JOB-RETURN-CODE
               MOVE WS-CUSTOMER-COUNT TO JOB-RECORD-COUNT
               MOVE 1 TO JOB-ERROR-COUNT
               PERFORM 9900-RELEASE-RUN-LOCK
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
           PERFORM 1050-SIGN-ON
           IF NOT OPERATOR-AUTHORIZED
               DISPLAY "  ! Sign-on denied for operator '"
                       WS-OPERATOR-ID "' -- customers not changed"
               MOVE 12 TO RETURN-CODE
               MOVE "CUSTMAINT" TO JOB-PROGRAM-NAME
               MOVE RETURN-CODE TO JOB-RETURN-CODE
               MOVE ZERO TO JOB-RECORD-COUNT
               MOVE 1 TO JOB-ERROR-COUNT
               PERFORM 9900-RELEASE-RUN-LOCK
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
           DISPLAY "--- Customer Maintenance (" WS-CUSTOMER-COUNT
                   " customers loaded) ---"
           PERFORM UNTIL NOT KEEP-GOING
               PERFORM 1000-SHOW-MENU-AND-DISPATCH
           END-PERFORM
           IF CUSTOMERS-DIRTY
               PERFORM 9000-SAVE-CUSTOMERS
               PERFORM 9100-SAVE-SOURCE
               PERFORM 9200-UPDATE-INTERCHANGE
           ELSE
               DISPLAY "No changes to save."
           END-IF
           MOVE ZERO TO RETURN-CODE
           MOVE "CUSTMAINT" TO JOB-PROGRAM-NAME
           MOVE RETURN-CODE TO JOB-RETURN-CODE
           MOVE WS-CHANGE-COUNT TO JOB-RECORD-COUNT
           MOVE ZERO TO JOB-ERROR-COUNT
           PERFORM 9900-RELEASE-RUN-LOCK
           CALL "JobLog" USING JOB-LOG-BLOCK
           GOBACK.

       0100-LOAD-CUSTOMERS.
           MOVE ZERO TO WS-CUSTOMER-COUNT
           OPEN INPUT STDFILE
           IF WS-STD-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ STDFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM 0150-ADD-CUSTOMER
                   END-READ
               END-PERFORM
               CLOSE STDFILE
           END-IF.

       0150-ADD-CUSTOMER.
           IF WS-CUSTOMER-COUNT < WS-MAX-CUSTOMERS
               ADD 1 TO WS-CUSTOMER-COUNT
               MOVE STD-RECORD(1:5) TO WS-C-ID(WS-CUSTOMER-COUNT)
               MOVE STD-RECORD      TO WS-C-LINE(WS-CUSTOMER-COUNT)
               MOVE "N"             TO WS-C-CHANGED(WS-CUSTOMER-COUNT)
           ELSE
               SET CUSTOMER-TABLE-OVERFLOWED TO TRUE
           END-IF.

       0200-LOAD-SOURCE.
      *> No customers.txt just means a change cannot be carried back
      *> to the source; the standardized record is still changed.
           MOVE ZERO TO WS-SOURCE-COUNT
           OPEN INPUT CUSTFILE
           IF WS-CUST-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ CUSTFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM 0250-ADD-SOURCE
                   END-READ
               END-PERFORM
               CLOSE CUSTFILE
           END-IF.

       0250-ADD-SOURCE.
      *> The six-digit id on customers.txt carries its check digit;
      *> the first five are the base id every other file keys on.
           IF WS-SOURCE-COUNT < WS-MAX-SOURCE
               ADD 1 TO WS-SOURCE-COUNT
               MOVE CUST-RECORD(1:5) TO WS-S-ID(WS-SOURCE-COUNT)
               MOVE CUST-RECORD      TO WS-S-LINE(WS-SOURCE-COUNT)
           ELSE
               SET CUSTOMER-TABLE-OVERFLOWED TO TRUE
           END-IF.

       1050-SIGN-ON.
      *> A customer change is a production write -- tier W, the same
      *> weight NameRemediate and CustomerMerge require.
           DISPLAY "Operator sign-on required to maintain customers."
           DISPLAY "Enter operator id: " WITH NO ADVANCING
           ACCEPT WS-OPERATOR-ID FROM CONSOLE
           DISPLAY "Enter PIN: " WITH NO ADVANCING
           ACCEPT WS-OPERATOR-PIN FROM CONSOLE
           MOVE WS-OPERATOR-ID  TO OA-OPERATOR-ID
           MOVE WS-OPERATOR-PIN TO OA-PIN
           MOVE "W"             TO OA-REQUIRED-TIER
           CALL "OperatorAuth" USING OPERATOR-AUTH-BLOCK
           MOVE OA-AUTHORIZED TO WS-OP-AUTHORIZED
           IF OPERATOR-AUTHORIZED
               DISPLAY "  Sign-on accepted for operator '"
                       WS-OPERATOR-ID "'"
           END-IF.

       1000-SHOW-MENU-AND-DISPATCH.
           DISPLAY " "
           DISPLAY "L)ookup  N)ame  A)ddress  S)tatus  Q)uit"
           DISPLAY "Choice: " WITH NO ADVANCING
           ACCEPT WS-CHOICE FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE
           EVALUATE WS-CHOICE
               WHEN "L" PERFORM 2000-LOOKUP-CUSTOMER
               WHEN "N" PERFORM 3000-CHANGE-NAME
               WHEN "A" PERFORM 4000-CHANGE-ADDRESS
               WHEN "S" PERFORM 5000-CHANGE-STATUS
               WHEN "Q" MOVE "N" TO WS-CONTINUE
               WHEN OTHER DISPLAY "  ! Unrecognized choice"
           END-EVALUATE.

       2000-LOOKUP-CUSTOMER.
           PERFORM 6000-ACCEPT-CUSTOMER
           IF WS-CUST-MATCH > ZERO
               PERFORM 2100-SHOW-CUSTOMER
           END-IF.

       2100-SHOW-CUSTOMER.
           MOVE WS-C-LINE(WS-CUST-MATCH) TO WS-STD-VIEW
           MOVE WS-SV-STATUS TO WS-NEW-STATUS
           PERFORM 6300-STATUS-WORD
           DISPLAY "  Customer " WS-SV-CUST-ID "  "
                   FUNCTION TRIM(WS-SV-LAST) ", "
                   FUNCTION TRIM(WS-SV-FIRST) " "
                   FUNCTION TRIM(WS-SV-MIDDLE) " "
                   FUNCTION TRIM(WS-SV-SUFFIX)
           DISPLAY "  " FUNCTION TRIM(WS-SV-STREET) ", "
                   FUNCTION TRIM(WS-SV-CITY) " " WS-SV-STATE " "
                   WS-SV-ZIP
           DISPLAY "  Status: " WS-STATUS-WORD.

       3000-CHANGE-NAME.
           PERFORM 6000-ACCEPT-CUSTOMER
           IF WS-CUST-MATCH > ZERO
               PERFORM 2100-SHOW-CUSTOMER
               DISPLAY "New name (Last,First Middle Suffix): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-RAW-NAME
               ACCEPT WS-RAW-NAME FROM CONSOLE
               PERFORM 7000-PARSE-NAME
               IF WS-REJECT-REASON NOT = SPACES
                   DISPLAY "  ! Name refused ("
                           FUNCTION TRIM(WS-REJECT-REASON)
                           ") -- not changed"
               ELSE
                   MOVE SPACES TO AUD-DETAIL
                   STRING "CUSTOMER " WS-SV-CUST-ID " NAME OLD="
                          FUNCTION TRIM(WS-SV-LAST) ","
                          FUNCTION TRIM(WS-SV-FIRST) " NEW="
                          FUNCTION TRIM(WS-LAST-NAME) ","
                          FUNCTION TRIM(WS-FIRST-NAME)
                       DELIMITED BY SIZE INTO AUD-DETAIL
                   MOVE WS-LAST-NAME   TO WS-SV-LAST
                   MOVE WS-FIRST-NAME  TO WS-SV-FIRST
                   MOVE WS-MIDDLE-NAME TO WS-SV-MIDDLE
                   MOVE WS-SUFFIX      TO WS-SV-SUFFIX
                   PERFORM 6100-FIND-SOURCE
                   IF WS-SRC-MATCH > ZERO
                       MOVE WS-S-LINE(WS-SRC-MATCH) TO WS-SRC-VIEW
                       MOVE WS-RAW-NAME TO WS-RV-NAME
                       MOVE WS-SRC-VIEW TO WS-S-LINE(WS-SRC-MATCH)
                   END-IF
                   PERFORM 8000-RECORD-CHANGE
                   DISPLAY "  Customer " WS-SV-CUST-ID
                           " name changed."
               END-IF
           END-IF.

       4000-CHANGE-ADDRESS.
           PERFORM 6000-ACCEPT-CUSTOMER
           IF WS-CUST-MATCH > ZERO
               PERFORM 2100-SHOW-CUSTOMER
               MOVE SPACES TO WS-RAW-STREET WS-RAW-CITY WS-RAW-STATE
                              WS-RAW-ZIP
               DISPLAY "Street: " WITH NO ADVANCING
               ACCEPT WS-RAW-STREET FROM CONSOLE
               DISPLAY "City: " WITH NO ADVANCING
               ACCEPT WS-RAW-CITY FROM CONSOLE
               DISPLAY "State (2 letters): " WITH NO ADVANCING
               ACCEPT WS-RAW-STATE FROM CONSOLE
               DISPLAY "ZIP (5 digits): " WITH NO ADVANCING
               ACCEPT WS-RAW-ZIP FROM CONSOLE
               PERFORM 7100-STANDARDIZE-ADDRESS
               IF WS-REJECT-REASON NOT = SPACES
                   DISPLAY "  ! Address refused ("
                           FUNCTION TRIM(WS-REJECT-REASON)
                           ") -- not changed"
               ELSE
                   MOVE SPACES TO AUD-DETAIL
                   STRING "CUSTOMER " WS-SV-CUST-ID " ADDRESS OLD="
                          FUNCTION TRIM(WS-SV-STREET) ","
                          FUNCTION TRIM(WS-SV-CITY) ","
                          WS-SV-STATE "," WS-SV-ZIP " NEW="
                          FUNCTION TRIM(WS-STREET) ","
                          FUNCTION TRIM(WS-CITY) ","
                          WS-STATE "," WS-ZIP
                       DELIMITED BY SIZE INTO AUD-DETAIL
                   MOVE WS-STREET TO WS-SV-STREET
                   MOVE WS-CITY   TO WS-SV-CITY
                   MOVE WS-STATE  TO WS-SV-STATE
                   MOVE WS-ZIP    TO WS-SV-ZIP
                   PERFORM 6100-FIND-SOURCE
                   IF WS-SRC-MATCH > ZERO
                       MOVE WS-S-LINE(WS-SRC-MATCH) TO WS-SRC-VIEW
                       MOVE WS-RAW-STREET TO WS-RV-STREET
                       MOVE WS-RAW-CITY   TO WS-RV-CITY
                       MOVE WS-RAW-STATE  TO WS-RV-STATE
                       MOVE WS-RAW-ZIP    TO WS-RV-ZIP
                       MOVE WS-SRC-VIEW TO WS-S-LINE(WS-SRC-MATCH)
                   END-IF
                   PERFORM 8000-RECORD-CHANGE
                   DISPLAY "  Customer " WS-SV-CUST-ID
                           " address changed."
               END-IF
           END-IF.

       5000-CHANGE-STATUS.
           PERFORM 6000-ACCEPT-CUSTOMER
           IF WS-CUST-MATCH > ZERO
               PERFORM 2100-SHOW-CUSTOMER
               MOVE WS-STATUS-WORD TO WS-OLD-WORD
               DISPLAY "New status A)ctive I)nactive D)eceased "
                       "C)losed: " WITH NO ADVANCING
               ACCEPT WS-NEW-STATUS FROM CONSOLE
               MOVE FUNCTION UPPER-CASE(WS-NEW-STATUS)
                   TO WS-NEW-STATUS
               IF NOT STATUS-CODE-VALID
                   DISPLAY "  ! Status must be A, I, D or C -- "
                           "not changed"
               ELSE
                   PERFORM 6300-STATUS-WORD
                   MOVE SPACES TO AUD-DETAIL
                   STRING "CUSTOMER " WS-SV-CUST-ID " STATUS OLD="
                          FUNCTION TRIM(WS-OLD-WORD) " NEW="
                          FUNCTION TRIM(WS-STATUS-WORD)
                       DELIMITED BY SIZE INTO AUD-DETAIL
                   MOVE WS-NEW-STATUS TO WS-SV-STATUS
                   PERFORM 6100-FIND-SOURCE
                   IF WS-SRC-MATCH > ZERO
                       MOVE WS-S-LINE(WS-SRC-MATCH) TO WS-SRC-VIEW
                       MOVE WS-NEW-STATUS TO WS-RV-STATUS
                       MOVE WS-SRC-VIEW TO WS-S-LINE(WS-SRC-MATCH)
                   END-IF
                   PERFORM 8000-RECORD-CHANGE
                   DISPLAY "  Customer " WS-SV-CUST-ID
                           " status set to "
                           FUNCTION TRIM(WS-STATUS-WORD) "."
               END-IF
           END-IF.

       6000-ACCEPT-CUSTOMER.
      *> Keyed with its check digit like every customer id. A bad key
      *> or an id not on customers_standardized.txt (never
      *> standardized, or retired by CustomerMerge) leaves
      *> WS-CUST-MATCH at zero.
           MOVE ZERO TO WS-CUST-MATCH
           DISPLAY "Customer id (6 digits with check digit): "
               WITH NO ADVANCING
           ACCEPT WS-WORK-ID-X FROM CONSOLE
           MOVE WS-WORK-ID-X TO CD-ID-WITH-CHECK
           CALL "CheckDigit" USING CHECK-DIGIT-BLOCK
           IF NOT CD-IS-VALID
               DISPLAY "  ! Id '" WS-WORK-ID-X "' fails its check "
                       "digit -- re-key all six digits"
           ELSE
               MOVE CD-BASE-ID TO WS-WORK-ID
               PERFORM VARYING WS-CUST-SUB FROM 1 BY 1
                       UNTIL WS-CUST-SUB > WS-CUSTOMER-COUNT
                          OR WS-CUST-MATCH > ZERO
                   IF WS-C-ID(WS-CUST-SUB) = WS-WORK-ID-X(1:5)
                       MOVE WS-CUST-SUB TO WS-CUST-MATCH
                   END-IF
               END-PERFORM
               IF WS-CUST-MATCH = ZERO
                   DISPLAY "  ! Customer " WS-WORK-ID " is not on "
                           "customers_standardized.txt"
               END-IF
           END-IF.

       6100-FIND-SOURCE.
           MOVE ZERO TO WS-SRC-MATCH
           PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
                   UNTIL WS-SRC-SUB > WS-SOURCE-COUNT
                      OR WS-SRC-MATCH > ZERO
               IF WS-S-ID(WS-SRC-SUB) = WS-C-ID(WS-CUST-MATCH)
                   MOVE WS-SRC-SUB TO WS-SRC-MATCH
               END-IF
           END-PERFORM
           IF WS-SRC-MATCH = ZERO
               DISPLAY "  (customer not on customers.txt -- the "
                       "change is on the standardized record only)"
           END-IF.

       6300-STATUS-WORD.
           EVALUATE WS-NEW-STATUS
               WHEN "I" MOVE "INACTIVE" TO WS-STATUS-WORD
               WHEN "D" MOVE "DECEASED" TO WS-STATUS-WORD
               WHEN "C" MOVE "CLOSED"   TO WS-STATUS-WORD
               WHEN OTHER MOVE "ACTIVE" TO WS-STATUS-WORD
           END-EVALUATE.

       7000-PARSE-NAME.
           MOVE SPACES TO WS-LAST-NAME WS-REMAINDER WS-FIRST-NAME
                          WS-MIDDLE-NAME WS-SUFFIX WS-REJECT-REASON
           MOVE ZERO   TO WS-COMMA-PARTS WS-SPACE-PARTS
           UNSTRING WS-RAW-NAME DELIMITED BY ","
               INTO WS-LAST-NAME WS-REMAINDER
               TALLYING IN WS-COMMA-PARTS
           END-UNSTRING
           IF WS-COMMA-PARTS < 2 OR FUNCTION TRIM(WS-LAST-NAME) = SPACES
               MOVE "missing/blank last name" TO WS-REJECT-REASON
           ELSE
               UNSTRING FUNCTION TRIM(WS-REMAINDER) DELIMITED BY SPACE
                   INTO WS-FIRST-NAME WS-MIDDLE-NAME WS-SUFFIX
                   TALLYING IN WS-SPACE-PARTS
               END-UNSTRING
               IF FUNCTION TRIM(WS-FIRST-NAME) = SPACES
                   MOVE "missing first name" TO WS-REJECT-REASON
               ELSE
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LAST-NAME))
                       TO WS-LAST-NAME
                   MOVE FUNCTION UPPER-CASE
                            (FUNCTION TRIM(WS-FIRST-NAME))
                       TO WS-FIRST-NAME
                   MOVE FUNCTION UPPER-CASE
                            (FUNCTION TRIM(WS-MIDDLE-NAME))
                       TO WS-MIDDLE-NAME
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SUFFIX))
                       TO WS-SUFFIX
               END-IF
           END-IF.

       7100-STANDARDIZE-ADDRESS.
      *> WS-REJECT-REASON left at spaces means the address passed.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE FUNCTION UPPER-CASE(WS-RAW-STREET) TO WS-STREET
           MOVE FUNCTION UPPER-CASE(WS-RAW-CITY)   TO WS-CITY
           MOVE FUNCTION UPPER-CASE(WS-RAW-STATE)  TO WS-STATE
           MOVE WS-RAW-ZIP TO WS-ZIP
           IF FUNCTION TRIM(WS-STREET) = SPACES
               MOVE "blank street address" TO WS-REJECT-REASON
           ELSE
               IF WS-ZIP NOT NUMERIC
                   MOVE "non-numeric ZIP code" TO WS-REJECT-REASON
               ELSE
                   PERFORM 7150-ABBREVIATE-STREET-TYPE
                   PERFORM 7200-CHECK-POSTAL-REFERENCE
               END-IF
           END-IF.

       7150-ABBREVIATE-STREET-TYPE.
           COMPUTE WS-STREET-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-STREET))
           MOVE ZERO TO WS-WORD-START
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                   UNTIL WS-SCAN-POS > WS-STREET-LEN
               IF WS-STREET(WS-SCAN-POS:1) = SPACE
                   COMPUTE WS-WORD-START = WS-SCAN-POS + 1
               END-IF
           END-PERFORM
           IF WS-WORD-START > 1
                   AND WS-WORD-START <= WS-STREET-LEN
               COMPUTE WS-WORD-LEN =
                   WS-STREET-LEN - WS-WORD-START + 1
           ELSE
               MOVE ZERO TO WS-WORD-LEN
           END-IF
           IF WS-WORD-LEN > ZERO AND WS-WORD-LEN <= 12
               MOVE SPACES TO WS-LAST-WORD
               MOVE WS-STREET(WS-WORD-START:WS-WORD-LEN)
                   TO WS-LAST-WORD(1:WS-WORD-LEN)
               PERFORM VARYING WS-ABBR-SUB FROM 1 BY 1
                       UNTIL WS-ABBR-SUB > 8
                   IF WS-LAST-WORD = WS-ABBR-LONG(WS-ABBR-SUB)
                       MOVE SPACES
                           TO WS-STREET(WS-WORD-START:)
                       STRING FUNCTION TRIM
                              (WS-ABBR-SHORT(WS-ABBR-SUB))
                           DELIMITED BY SIZE
                           INTO WS-STREET(WS-WORD-START:)
                   END-IF
               END-PERFORM
           END-IF.

       7200-CHECK-POSTAL-REFERENCE.
           MOVE WS-ZIP   TO PST-ZIP
           MOVE WS-STATE TO PST-STATE
           MOVE WS-CITY  TO PST-CITY
           CALL "PostalCheck" USING POSTAL-CHECK-BLOCK
           EVALUATE TRUE
               WHEN PST-VERIFIED
                   CONTINUE
               WHEN PST-NOT-CHECKED
                   DISPLAY "  (no usable postal_reference.txt -- ZIP "
                           "not checked against city and state)"
               WHEN PST-ZIP-UNKNOWN
                   MOVE PST-REASON TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE PST-REASON TO WS-REJECT-REASON
                   DISPLAY "  Postal reference has ZIP " WS-ZIP
                           " as " FUNCTION TRIM(PST-EXPECT-CITY)
                           " " PST-EXPECT-STATE
           END-EVALUATE.

       8000-RECORD-CHANGE.
      *> AUD-DETAIL staged by the caller; WS-STD-VIEW holds the
      *> changed record.
           MOVE WS-STD-VIEW TO WS-C-LINE(WS-CUST-MATCH)
           MOVE "Y" TO WS-C-CHANGED(WS-CUST-MATCH)
           SET CUSTOMERS-DIRTY TO TRUE
           ADD 1 TO WS-CHANGE-COUNT
           MOVE WS-OPERATOR-ID  TO AUD-OPERATOR-ID
           MOVE "CUSTMAINT"     TO AUD-PROGRAM-ID
           CALL "AuditLog" USING AUDIT-LOG-BLOCK.

       9000-SAVE-CUSTOMERS.
           OPEN OUTPUT STDFILE
           PERFORM VARYING WS-CUST-SUB FROM 1 BY 1
                   UNTIL WS-CUST-SUB > WS-CUSTOMER-COUNT
               MOVE WS-C-LINE(WS-CUST-SUB) TO STD-RECORD
               WRITE STD-RECORD
           END-PERFORM
           CLOSE STDFILE
           DISPLAY "customers_standardized.txt saved -- "
                   WS-CUSTOMER-COUNT " customer(s).".

       9100-SAVE-SOURCE.
           IF WS-SOURCE-COUNT > ZERO
               OPEN OUTPUT CUSTFILE
               PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
                       UNTIL WS-SRC-SUB > WS-SOURCE-COUNT
                   MOVE WS-S-LINE(WS-SRC-SUB) TO CUST-RECORD
                   WRITE CUST-RECORD
               END-PERFORM
               CLOSE CUSTFILE
               DISPLAY "customers.txt saved -- " WS-SOURCE-COUNT
                       " customer(s)."
           END-IF.

       9200-UPDATE-INTERCHANGE.
      *> Each changed customer's outbound record is rebuilt from the
      *> standardized line and REWRITTEN where it sits. With no
      *> outbound file on hand the change goes out with the next
      *> NameStandardize run, which builds it from customers.txt.
           MOVE ZERO TO WS-MF-COUNT
           OPEN I-O MFEXTFILE
           IF WS-MF-STATUS NOT = "00"
               DISPLAY "  No customers_mainframe.dat to update -- "
                       "MainframeDelta's next feed still sends the "
                       "change."
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ MFEXTFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM 9250-REWRITE-IF-CHANGED
                   END-READ
               END-PERFORM
               CLOSE MFEXTFILE
               DISPLAY "customers_mainframe.dat -- " WS-MF-COUNT
                       " record(s) updated for MainframeRecon; "
                       "MainframeDelta's next changes-only feed "
                       "sends the change."
           END-IF.

       9250-REWRITE-IF-CHANGED.
           MOVE ZERO TO WS-CUST-MATCH
           PERFORM VARYING WS-CUST-SUB FROM 1 BY 1
                   UNTIL WS-CUST-SUB > WS-CUSTOMER-COUNT
                      OR WS-CUST-MATCH > ZERO
               IF CUST-CHANGED(WS-CUST-SUB)
                       AND WS-C-ID(WS-CUST-SUB) = MF-CUST-ID
                   MOVE WS-CUST-SUB TO WS-CUST-MATCH
               END-IF
           END-PERFORM
           IF WS-CUST-MATCH > ZERO
               MOVE WS-C-LINE(WS-CUST-MATCH) TO WS-STD-VIEW
               MOVE SPACES TO MF-NAME-RECORD
               MOVE WS-SV-CUST-ID TO MF-CUST-ID
               MOVE WS-SV-LAST    TO MF-LAST-NAME
               MOVE WS-SV-FIRST   TO MF-FIRST-NAME
               MOVE WS-SV-MIDDLE  TO MF-MIDDLE-NAME
               MOVE WS-SV-SUFFIX  TO MF-SUFFIX
               MOVE WS-SV-STREET  TO MF-STREET
               MOVE WS-SV-CITY    TO MF-CITY
               MOVE WS-SV-STATE   TO MF-STATE
               MOVE WS-SV-ZIP     TO MF-ZIP
               MOVE WS-SV-STATUS  TO MF-CUST-STATUS
               REWRITE MF-NAME-RECORD
               IF WS-MF-STATUS = "00"
                   ADD 1 TO WS-MF-COUNT
               END-IF
           END-IF.

       9800-ACQUIRE-RUN-LOCK.
           MOVE "ACQ" TO RL-FUNCTION
           MOVE "CUSTOMERMERGE" TO RL-PROGRAM-NAME
           MOVE WS-OPERATOR-ID TO RL-OPERATOR-ID
           CALL "RunLock" USING RUN-LOCK-BLOCK.

       9900-RELEASE-RUN-LOCK.
           MOVE "REL" TO RL-FUNCTION
           MOVE "CUSTOMERMERGE" TO RL-PROGRAM-NAME
           MOVE WS-OPERATOR-ID TO RL-OPERATOR-ID
           CALL "RunLock" USING RUN-LOCK-BLOCK.

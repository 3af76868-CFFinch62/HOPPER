      *> customer-household.cob - HOPPER Example 6j: Customer
      *> Householding and Mailing Labels
      *> A mailing went out one envelope per customer, so three people
      *> at one address got three envelopes. This pass over
      *> customers_standardized.txt groups customers whose
      *> standardized street, city, state and ZIP are identical into
      *> a household -- NameStandardize has already upper-cased and
      *> abbreviated the address, so an exact compare is the match.
      *> The household id is "H" and the lowest customer id in it, so
      *> a household keeps its id from one run to the next for as
      *> long as that customer stays on file. Every customer with an
      *> address is written to customers_households.txt with the
      *> household id and whether the customer is mailed; one label
      *> per household goes to customers_mailing_labels.txt,
      *> addressed to the combined names of the members who are
      *> mailed.
      *> A customer is not mailed when customers_do_not_mail.txt (one
      *> five-digit customer id per line, anything after it a note)
      *> lists the id, or when CustomerMaint has set the customer
      *> deceased (D) or closed (C); a household with no one left to
      *> mail gets no label. A customer with no address on file (a
      *> name NameRemediate resubmitted) cannot be householded or
      *> mailed and is only counted.
      *> The label file is laid out for the 1-up continuous label
      *> stock: six lines of 40 characters per label -- the household
      *> id keyline, two addressee lines, street, city line, and a
      *> blank line to the next label -- so a label never straddles
      *> the perforation.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustomerHousehold.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STDFILE ASSIGN TO "customers_standardized.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STD-STATUS.
           SELECT DNMFILE ASSIGN TO "customers_do_not_mail.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DNM-STATUS.
           SELECT HHFILE  ASSIGN TO "customers_households.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HH-STATUS.
           SELECT LBLFILE ASSIGN TO "customers_mailing_labels.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LBL-STATUS.

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

           FD DNMFILE.
           01 DNM-RECORD.
               05 DNM-CUST-ID  PIC X(5).
               05 FILLER       PIC X(75).

      *> One line per householded customer: household id, customer
      *> id, mail disposition -- M mailed, S suppressed by the
      *> do-not-mail list, X not mailed for status (deceased or
      *> closed).
           FD HHFILE.
           01 HH-RECORD.
               05 HH-HOUSEHOLD-ID PIC X(6).
               05 FILLER          PIC X.
               05 HH-CUST-ID      PIC X(5).
               05 FILLER          PIC X.
               05 HH-MAIL         PIC X.
               05 FILLER          PIC X.
               05 HH-LAST         PIC X(20).
               05 FILLER          PIC X.
               05 HH-FIRST        PIC X(15).

           FD LBLFILE.
           01 LBL-RECORD PIC X(40).

       WORKING-STORAGE SECTION.
           01 WS-STD-STATUS PIC XX VALUE SPACES.
           01 WS-DNM-STATUS PIC XX VALUE SPACES.
           01 WS-HH-STATUS  PIC XX VALUE SPACES.
           01 WS-LBL-STATUS PIC XX VALUE SPACES.
           01 WS-EOF        PIC X  VALUE "N".
               88 END-OF-FILE VALUE "Y".

      *> The standardized customers, each with the table slot of the
      *> first customer found at the same address (its own slot when
      *> it is the first) -- that slot stands for the household.
           01 WS-MAX-CUSTOMERS  PIC 9(4) VALUE 2000.
           01 WS-CUSTOMER-COUNT PIC 9(4) VALUE ZERO.
           01 WS-CUSTOMERS.
               05 WS-CUST-ENTRY OCCURS 2000 TIMES.
                   10 WS-C-ID      PIC X(5).
                   10 WS-C-LAST    PIC X(20).
                   10 WS-C-FIRST   PIC X(15).
                   10 WS-C-SUFFIX  PIC X(10).
                   10 WS-C-ADDRESS.
                       15 WS-C-STREET PIC X(30).
                       15 WS-C-CITY   PIC X(20).
                       15 WS-C-STATE  PIC X(2).
                       15 WS-C-ZIP    PIC X(5).
                   10 WS-C-MAIL    PIC X.
                       88 CUST-MAILED VALUE "M".
                   10 WS-C-HH-SLOT PIC 9(4).
                   10 WS-C-HH-ID   PIC X(6).
           01 WS-SUB        PIC 9(4) VALUE ZERO.
           01 WS-SUB2       PIC 9(4) VALUE ZERO.
           01 WS-OVERFLOW   PIC X VALUE "N".
               88 CUSTOMER-TABLE-OVERFLOWED VALUE "Y".

           01 WS-MAX-DNM    PIC 9(4) VALUE 2000.
           01 WS-DNM-COUNT  PIC 9(4) VALUE ZERO.
           01 WS-DNM-TABLE.
               05 WS-DNM-ID OCCURS 2000 TIMES PIC X(5).
           01 WS-DNM-SUB    PIC 9(4) VALUE ZERO.
           01 WS-DNM-FOUND  PIC X VALUE "N".
               88 ON-DO-NOT-MAIL VALUE "Y".

      *> Per-household working values while its label is built.
           01 WS-HH-SLOT       PIC 9(4) VALUE ZERO.
           01 WS-HH-ID         PIC X(6) VALUE SPACES.
           01 WS-HH-LOW-ID     PIC X(5) VALUE SPACES.
           01 WS-MAILED-COUNT  PIC 9(4) VALUE ZERO.
           01 WS-FIRST-MAILED  PIC 9(4) VALUE ZERO.
           01 WS-SECOND-MAILED PIC 9(4) VALUE ZERO.
           01 WS-SAME-LAST     PIC X VALUE "Y".
               88 ALL-SAME-LAST VALUE "Y".
           01 WS-NAME-LINE-1   PIC X(40) VALUE SPACES.
           01 WS-NAME-LINE-2   PIC X(40) VALUE SPACES.
           01 WS-WORK-NAME     PIC X(40) VALUE SPACES.

           01 WS-HOUSEHOLD-COUNT PIC 9(6) VALUE ZERO.
           01 WS-MULTI-COUNT     PIC 9(6) VALUE ZERO.
           01 WS-LABEL-COUNT     PIC 9(6) VALUE ZERO.
           01 WS-SUPPRESS-COUNT  PIC 9(6) VALUE ZERO.
           01 WS-STATUS-SKIP     PIC 9(6) VALUE ZERO.
           01 WS-NO-ADDR-COUNT   PIC 9(6) VALUE ZERO.
           01 WS-SAVED-COUNT     PIC 9(6) VALUE ZERO.

           COPY JOBCTL.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-LOAD-DO-NOT-MAIL
           PERFORM 0200-LOAD-CUSTOMERS
           IF WS-STD-STATUS NOT = "00"
               DISPLAY "! Cannot open customers_standardized.txt "
                       "status " WS-STD-STATUS " -- no households "
                       "built"
               MOVE 8 TO RETURN-CODE
               MOVE "CUSTHOUSEHOLD" TO JOB-PROGRAM-NAME
               MOVE RETURN-CODE TO JOB-RETURN-CODE
               MOVE ZERO TO JOB-RECORD-COUNT
               MOVE 1 TO JOB-ERROR-COUNT
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
           IF CUSTOMER-TABLE-OVERFLOWED
               DISPLAY "! customers_standardized.txt holds more than "
                       WS-MAX-CUSTOMERS " customers -- households "
                       "built from part of the file would split real "
                       "ones, so none were built"
               MOVE 12 TO RETURN-CODE
               MOVE "CUSTHOUSEHOLD" TO JOB-PROGRAM-NAME
               MOVE RETURN-CODE TO JOB-RETURN-CODE
               MOVE WS-CUSTOMER-COUNT TO JOB-RECORD-COUNT
               MOVE 1 TO JOB-ERROR-COUNT
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
           PERFORM 1000-GROUP-HOUSEHOLDS
           OPEN OUTPUT HHFILE
           OPEN OUTPUT LBLFILE
           PERFORM 2000-WRITE-HOUSEHOLD
               VARYING WS-HH-SLOT FROM 1 BY 1
               UNTIL WS-HH-SLOT > WS-CUSTOMER-COUNT
           CLOSE HHFILE
           CLOSE LBLFILE
           COMPUTE WS-SAVED-COUNT =
               WS-CUSTOMER-COUNT - WS-NO-ADDR-COUNT
               - WS-SUPPRESS-COUNT - WS-STATUS-SKIP - WS-LABEL-COUNT
           DISPLAY "Householding complete. Customers: "
                   WS-CUSTOMER-COUNT
                   " Households: " WS-HOUSEHOLD-COUNT
                   " (shared: " WS-MULTI-COUNT ")"
           DISPLAY "  Labels: " WS-LABEL-COUNT
                   " Envelopes saved: " WS-SAVED-COUNT
                   " Do-not-mail: " WS-SUPPRESS-COUNT
                   " Deceased/closed: " WS-STATUS-SKIP
                   " No address: " WS-NO-ADDR-COUNT
           IF WS-DNM-STATUS NOT = "00"
               DISPLAY "  (no customers_do_not_mail.txt -- no "
                       "customer suppressed by list)"
           END-IF
           MOVE ZERO TO RETURN-CODE
           MOVE "CUSTHOUSEHOLD" TO JOB-PROGRAM-NAME
           MOVE RETURN-CODE TO JOB-RETURN-CODE
           MOVE WS-CUSTOMER-COUNT TO JOB-RECORD-COUNT
           MOVE ZERO TO JOB-ERROR-COUNT
           CALL "JobLog" USING JOB-LOG-BLOCK
           GOBACK.

       0100-LOAD-DO-NOT-MAIL.
           MOVE ZERO TO WS-DNM-COUNT
           OPEN INPUT DNMFILE
           IF WS-DNM-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ DNMFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF DNM-CUST-ID NUMERIC
                                   AND WS-DNM-COUNT < WS-MAX-DNM
                               ADD 1 TO WS-DNM-COUNT
                               MOVE DNM-CUST-ID
                                   TO WS-DNM-ID(WS-DNM-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DNMFILE
           END-IF.

       0200-LOAD-CUSTOMERS.
           MOVE ZERO TO WS-CUSTOMER-COUNT
           OPEN INPUT STDFILE
           IF WS-STD-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ STDFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM 0250-ADD-CUSTOMER
                   END-READ
               END-PERFORM
               CLOSE STDFILE
           END-IF.

       0250-ADD-CUSTOMER.
           IF WS-CUSTOMER-COUNT < WS-MAX-CUSTOMERS
               ADD 1 TO WS-CUSTOMER-COUNT
               MOVE WS-CUSTOMER-COUNT TO WS-SUB
               MOVE STD-CUST-ID TO WS-C-ID(WS-SUB)
               MOVE STD-LAST    TO WS-C-LAST(WS-SUB)
               MOVE STD-FIRST   TO WS-C-FIRST(WS-SUB)
               MOVE STD-SUFFIX  TO WS-C-SUFFIX(WS-SUB)
               MOVE STD-STREET  TO WS-C-STREET(WS-SUB)
               MOVE STD-CITY    TO WS-C-CITY(WS-SUB)
               MOVE STD-STATE   TO WS-C-STATE(WS-SUB)
               MOVE STD-ZIP     TO WS-C-ZIP(WS-SUB)
               MOVE ZERO        TO WS-C-HH-SLOT(WS-SUB)
               MOVE SPACES      TO WS-C-HH-ID(WS-SUB)
               PERFORM 0260-CHECK-DO-NOT-MAIL
               EVALUATE TRUE
                   WHEN ON-DO-NOT-MAIL
                       MOVE "S" TO WS-C-MAIL(WS-SUB)
                   WHEN STD-STATUS = "D" OR STD-STATUS = "C"
                       MOVE "X" TO WS-C-MAIL(WS-SUB)
                   WHEN OTHER
                       MOVE "M" TO WS-C-MAIL(WS-SUB)
               END-EVALUATE
           ELSE
               SET CUSTOMER-TABLE-OVERFLOWED TO TRUE
           END-IF.

       0260-CHECK-DO-NOT-MAIL.
           MOVE "N" TO WS-DNM-FOUND
           PERFORM VARYING WS-DNM-SUB FROM 1 BY 1
                   UNTIL WS-DNM-SUB > WS-DNM-COUNT
                      OR ON-DO-NOT-MAIL
               IF WS-DNM-ID(WS-DNM-SUB) = STD-CUST-ID
                   MOVE "Y" TO WS-DNM-FOUND
               END-IF
           END-PERFORM.

       1000-GROUP-HOUSEHOLDS.
      *> Each customer with an address joins the household of the
      *> first earlier customer at the same address, or starts one.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CUSTOMER-COUNT
               IF WS-C-STREET(WS-SUB) = SPACES
                   ADD 1 TO WS-NO-ADDR-COUNT
               ELSE
                   MOVE WS-SUB TO WS-C-HH-SLOT(WS-SUB)
                   PERFORM VARYING WS-SUB2 FROM 1 BY 1
                           UNTIL WS-SUB2 >= WS-SUB
                       IF WS-C-HH-SLOT(WS-SUB2) = WS-SUB2
                               AND WS-C-ADDRESS(WS-SUB2)
                                   = WS-C-ADDRESS(WS-SUB)
                           MOVE WS-SUB2 TO WS-C-HH-SLOT(WS-SUB)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       2000-WRITE-HOUSEHOLD.
      *> Driven once per table slot; only a slot that heads its own
      *> household does any work.
           IF WS-C-HH-SLOT(WS-HH-SLOT) = WS-HH-SLOT
               ADD 1 TO WS-HOUSEHOLD-COUNT
               PERFORM 2100-SCAN-MEMBERS
               MOVE SPACES TO WS-HH-ID
               STRING "H" WS-HH-LOW-ID DELIMITED BY SIZE INTO WS-HH-ID
               PERFORM VARYING WS-SUB FROM WS-HH-SLOT BY 1
                       UNTIL WS-SUB > WS-CUSTOMER-COUNT
                   IF WS-C-HH-SLOT(WS-SUB) = WS-HH-SLOT
                       PERFORM 2200-WRITE-MEMBER
                   END-IF
               END-PERFORM
               IF WS-MAILED-COUNT > ZERO
                   PERFORM 3000-BUILD-ADDRESSEE
                   PERFORM 3100-WRITE-LABEL
               END-IF
           END-IF.

       2100-SCAN-MEMBERS.
      *> Lowest id for the household id, and the first two members
      *> still mailed for the addressee lines.
           MOVE WS-C-ID(WS-HH-SLOT) TO WS-HH-LOW-ID
           MOVE ZERO TO WS-MAILED-COUNT WS-FIRST-MAILED
                        WS-SECOND-MAILED
           MOVE "Y" TO WS-SAME-LAST
           MOVE ZERO TO WS-SUB2
           PERFORM VARYING WS-SUB FROM WS-HH-SLOT BY 1
                   UNTIL WS-SUB > WS-CUSTOMER-COUNT
               IF WS-C-HH-SLOT(WS-SUB) = WS-HH-SLOT
                   ADD 1 TO WS-SUB2
                   IF WS-C-ID(WS-SUB) < WS-HH-LOW-ID
                       MOVE WS-C-ID(WS-SUB) TO WS-HH-LOW-ID
                   END-IF
                   IF CUST-MAILED(WS-SUB)
                       ADD 1 TO WS-MAILED-COUNT
                       EVALUATE TRUE
                           WHEN WS-FIRST-MAILED = ZERO
                               MOVE WS-SUB TO WS-FIRST-MAILED
                           WHEN WS-SECOND-MAILED = ZERO
                               MOVE WS-SUB TO WS-SECOND-MAILED
                       END-EVALUATE
                       IF WS-C-LAST(WS-SUB)
                               NOT = WS-C-LAST(WS-FIRST-MAILED)
                           MOVE "N" TO WS-SAME-LAST
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SUB2 > 1
               ADD 1 TO WS-MULTI-COUNT
           END-IF.

       2200-WRITE-MEMBER.
           MOVE WS-HH-ID TO WS-C-HH-ID(WS-SUB)
           MOVE SPACES TO HH-RECORD
           MOVE WS-HH-ID          TO HH-HOUSEHOLD-ID
           MOVE WS-C-ID(WS-SUB)   TO HH-CUST-ID
           MOVE WS-C-MAIL(WS-SUB) TO HH-MAIL
           MOVE WS-C-LAST(WS-SUB)  TO HH-LAST
           MOVE WS-C-FIRST(WS-SUB) TO HH-FIRST
           WRITE HH-RECORD
           EVALUATE WS-C-MAIL(WS-SUB)
               WHEN "S" ADD 1 TO WS-SUPPRESS-COUNT
               WHEN "X" ADD 1 TO WS-STATUS-SKIP
           END-EVALUATE.

       3000-BUILD-ADDRESSEE.
      *> One member: "FIRST LAST SUFFIX". Two sharing a last name:
      *> "FIRST & FIRST LAST". Two with different last names: one on
      *> each line. Three or more: "THE LAST HOUSEHOLD" when they
      *> share a last name, else the first member and "& HOUSEHOLD".
           MOVE SPACES TO WS-NAME-LINE-1 WS-NAME-LINE-2
           MOVE WS-FIRST-MAILED TO WS-SUB
           PERFORM 3050-FORMAT-MEMBER-NAME
           EVALUATE TRUE
               WHEN WS-MAILED-COUNT = 1
                   MOVE WS-WORK-NAME TO WS-NAME-LINE-1
               WHEN WS-MAILED-COUNT = 2 AND ALL-SAME-LAST
                   STRING FUNCTION TRIM(WS-C-FIRST(WS-FIRST-MAILED))
                          " & "
                          FUNCTION TRIM(WS-C-FIRST(WS-SECOND-MAILED))
                          " "
                          FUNCTION TRIM(WS-C-LAST(WS-FIRST-MAILED))
                       DELIMITED BY SIZE INTO WS-NAME-LINE-1
               WHEN WS-MAILED-COUNT = 2
                   MOVE WS-WORK-NAME TO WS-NAME-LINE-1
                   MOVE WS-SECOND-MAILED TO WS-SUB
                   PERFORM 3050-FORMAT-MEMBER-NAME
                   STRING "& " FUNCTION TRIM(WS-WORK-NAME)
                       DELIMITED BY SIZE INTO WS-NAME-LINE-2
               WHEN ALL-SAME-LAST
                   STRING "THE "
                          FUNCTION TRIM(WS-C-LAST(WS-FIRST-MAILED))
                          " HOUSEHOLD"
                       DELIMITED BY SIZE INTO WS-NAME-LINE-1
               WHEN OTHER
                   MOVE WS-WORK-NAME TO WS-NAME-LINE-1
                   MOVE "& HOUSEHOLD" TO WS-NAME-LINE-2
           END-EVALUATE.

       3050-FORMAT-MEMBER-NAME.
           MOVE SPACES TO WS-WORK-NAME
           IF WS-C-SUFFIX(WS-SUB) = SPACES
               STRING FUNCTION TRIM(WS-C-FIRST(WS-SUB)) " "
                      FUNCTION TRIM(WS-C-LAST(WS-SUB))
                   DELIMITED BY SIZE INTO WS-WORK-NAME
           ELSE
               STRING FUNCTION TRIM(WS-C-FIRST(WS-SUB)) " "
                      FUNCTION TRIM(WS-C-LAST(WS-SUB)) " "
                      FUNCTION TRIM(WS-C-SUFFIX(WS-SUB))
                   DELIMITED BY SIZE INTO WS-WORK-NAME
           END-IF.

       3100-WRITE-LABEL.
      *> Always six lines, blank ones included, so every label starts
      *> on the same line of the stock.
           ADD 1 TO WS-LABEL-COUNT
           MOVE SPACES TO LBL-RECORD
           MOVE WS-HH-ID TO LBL-RECORD(35:6)
           WRITE LBL-RECORD
           MOVE WS-NAME-LINE-1 TO LBL-RECORD
           WRITE LBL-RECORD
           MOVE WS-NAME-LINE-2 TO LBL-RECORD
           WRITE LBL-RECORD
           MOVE WS-C-STREET(WS-HH-SLOT) TO LBL-RECORD
           WRITE LBL-RECORD
           MOVE SPACES TO LBL-RECORD
           STRING FUNCTION TRIM(WS-C-CITY(WS-HH-SLOT)) " "
                  WS-C-STATE(WS-HH-SLOT) "  " WS-C-ZIP(WS-HH-SLOT)
               DELIMITED BY SIZE INTO LBL-RECORD
           WRITE LBL-RECORD
           MOVE SPACES TO LBL-RECORD
           WRITE LBL-RECORD.

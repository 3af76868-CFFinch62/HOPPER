      *> form so NameRemediate.cob can walk them one at a time and
      *> resubmit a corrected name without anyone hand-editing the
      *> free-text customers_name_rejects.txt report.
      *> customers.txt now ends with the customer's status byte (A
      *> active, I inactive, D deceased, C closed; blank is active),
      *> kept by CustomerMaint. It is carried unchanged to the last
      *> column of the standardized record and to MF-CUST-STATUS.
      *> An address that passes the edits is also checked against
      *> postal_reference.txt through the shared PostalCheck: a ZIP
      *> the reference does not know, or one that belongs to another
      *> state or city, rejects the record to the remediation queue
      *> with that reason, and the run ends with a count of addresses
      *> verified, failed each way, and not checked. Without the
      *> reference file the postal check is simply skipped.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NameStandardize.

               05 CUST-CITY   PIC X(20).
               05 CUST-STATE  PIC X(2).
               05 CUST-ZIP    PIC X(5).
               05 CUST-STATUS PIC X.

           FD STDFILE.
           01 STD-RECORD     PIC X(132).
      *> abbreviations, the whole address upper-cased, and the ZIP
      *> NUMERIC-tested. An address that fails (blank street or bad
      *> ZIP) rejects the record through the same remediation-queue
      *> mechanism a bad name takes, and so does one the postal
      *> reference says cannot be delivered as written.
           01 WS-STREET       PIC X(30) VALUE SPACES.
           01 WS-CITY         PIC X(20) VALUE SPACES.
           01 WS-STATE        PIC X(2)  VALUE SPACES.
           01 WS-STD-COUNT   PIC 9(6) VALUE ZERO.
           01 WS-REJ-COUNT   PIC 9(6) VALUE ZERO.
           01 WS-NUM-REJ-COUNT PIC 9(6) VALUE ZERO.
      *> Address-quality counts for the run summary -- every record
      *> whose name parsed lands in exactly one of them.
           01 WS-ADDR-VERIFIED    PIC 9(6) VALUE ZERO.
           01 WS-ADDR-ZIP-UNKNOWN PIC 9(6) VALUE ZERO.
           01 WS-ADDR-STATE-DIFF  PIC 9(6) VALUE ZERO.
           01 WS-ADDR-CITY-DIFF   PIC 9(6) VALUE ZERO.
           01 WS-ADDR-EDIT-FAIL   PIC 9(6) VALUE ZERO.
           01 WS-ADDR-UNCHECKED   PIC 9(6) VALUE ZERO.

      *> customers_name_remediation.txt is NameRemediate's ledger, not
      *> this program's scratch file -- it carries the fixed/rejected
           01 WS-CKD-REJ-COUNT PIC 9(6) VALUE ZERO.
           COPY CHKDGCTL.
           COPY EXCPCTL.
           COPY POSTCTL.
           COPY JOBCTL.

       PROCEDURE DIVISION.
                   " Rejected: " WS-REJ-COUNT
                   " Malformed ids: " WS-NUM-REJ-COUNT
                   " Check-digit rejects: " WS-CKD-REJ-COUNT
           DISPLAY "Address quality. Verified: " WS-ADDR-VERIFIED
                   " ZIP unknown: " WS-ADDR-ZIP-UNKNOWN
                   " Wrong state: " WS-ADDR-STATE-DIFF
                   " Wrong city: " WS-ADDR-CITY-DIFF
                   " Failed edits: " WS-ADDR-EDIT-FAIL
                   " Not checked: " WS-ADDR-UNCHECKED
           IF WS-ADDR-UNCHECKED > ZERO
               IF PST-REF-OVERFLOWED
                   DISPLAY "  ! postal_reference.txt outgrew the "
                           "postal table -- no address was checked "
                           "against it"
                   MOVE 4 TO RETURN-CODE
               ELSE
                   DISPLAY "  (no postal_reference.txt -- addresses "
                           "not checked against the postal reference)"
               END-IF
           END-IF
           MOVE "NAMESTANDARDIZE" TO JOB-PROGRAM-NAME
           MOVE RETURN-CODE TO JOB-RETURN-CODE
           MOVE WS-REC-COUNT TO JOB-RECORD-COUNT
                  WS-FIRST-NAME " "
                  WS-MIDDLE-NAME " " WS-SUFFIX " "
                  WS-STREET " " WS-CITY " " WS-STATE " " WS-ZIP
                  CUST-STATUS
               DELIMITED BY SIZE INTO STD-RECORD
           WRITE STD-RECORD

           MOVE WS-CITY        TO MF-CITY
           MOVE WS-STATE       TO MF-STATE
           MOVE WS-ZIP         TO MF-ZIP
           MOVE CUST-STATUS    TO MF-CUST-STATUS
           WRITE MF-NAME-RECORD.

       1250-STANDARDIZE-ADDRESS.
           MOVE CUST-ZIP TO WS-ZIP
           IF FUNCTION TRIM(WS-STREET) = SPACES
               MOVE "blank street address" TO WS-REJECT-REASON
               ADD 1 TO WS-ADDR-EDIT-FAIL
           ELSE
               IF WS-ZIP NOT NUMERIC
                   MOVE "non-numeric ZIP code" TO WS-REJECT-REASON
                   ADD 1 TO WS-ADDR-EDIT-FAIL
               ELSE
                   PERFORM 1270-ABBREVIATE-STREET-TYPE
                   PERFORM 1280-CHECK-POSTAL-REFERENCE
               END-IF
           END-IF.

                   END-IF
               END-PERFORM
           END-IF.

       1280-CHECK-POSTAL-REFERENCE.
      *> A ZIP that belongs to another state or city is a mail-return
      *> waiting to happen; it takes the reference's reason onto the
      *> remediation queue like any other address failure.
           MOVE WS-ZIP   TO PST-ZIP
           MOVE WS-STATE TO PST-STATE
           MOVE WS-CITY  TO PST-CITY
           CALL "PostalCheck" USING POSTAL-CHECK-BLOCK
           EVALUATE TRUE
               WHEN PST-VERIFIED
                   ADD 1 TO WS-ADDR-VERIFIED
               WHEN PST-NOT-CHECKED
                   ADD 1 TO WS-ADDR-UNCHECKED
               WHEN PST-ZIP-UNKNOWN
                   ADD 1 TO WS-ADDR-ZIP-UNKNOWN
                   MOVE PST-REASON TO WS-REJECT-REASON
               WHEN PST-STATE-MISMATCH
                   ADD 1 TO WS-ADDR-STATE-DIFF
                   MOVE PST-REASON TO WS-REJECT-REASON
               WHEN OTHER
                   ADD 1 TO WS-ADDR-CITY-DIFF
                   MOVE PST-REASON TO WS-REJECT-REASON
           END-EVALUATE.

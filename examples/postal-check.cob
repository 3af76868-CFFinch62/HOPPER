      *> postal-check.cob - HOPPER Example 6h: Postal Reference Check
      *> Called subprogram: NameStandardize's address edits only ever
      *> proved a ZIP was five digits, so an address whose ZIP belongs
      *> to another city or state standardized cleanly and the mail
      *> came back. This routine judges a standardized ZIP, state and
      *> city against postal_reference.txt, the ZIP-to-city/state
      *> extract loaded from the postal service, and says whether the
      *> three agree -- one check NameStandardize and CustomerMaint
      *> both CALL, the same CALL-with-a-copybook-control-block shape
      *> HolderLookup uses.
      *> The extract is one line per ZIP and acceptable city name
      *> (ZIP in columns 1-5, state in 7-8, city in 10-29), so a ZIP
      *> with more than one mailing name has a line for each; a line
      *> whose ZIP is not five digits (a heading) is skipped. It loads
      *> once, on the first CALL of the run, upper-cased so the
      *> compare matches the standardized address.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PostalCheck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTFILE ASSIGN TO "postal_reference.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POST-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD POSTFILE.
           01 POST-RECORD.
               05 POST-ZIP    PIC X(5).
               05 FILLER      PIC X.
               05 POST-STATE  PIC X(2).
               05 FILLER      PIC X.
               05 POST-CITY   PIC X(20).

       WORKING-STORAGE SECTION.
           01 WS-POST-STATUS PIC XX VALUE SPACES.
           01 WS-EOF         PIC X  VALUE "N".
               88 END-OF-FILE VALUE "Y".
           01 WS-TABLE-LOADED PIC X VALUE "N".
               88 POSTAL-TABLE-LOADED VALUE "Y".
           01 WS-REF-STATE   PIC X VALUE "M".

           01 WS-MAX-POSTAL   PIC 9(5) VALUE 20000.
           01 WS-POSTAL-COUNT PIC 9(5) VALUE ZERO.
           01 WS-POSTAL.
               05 WS-POSTAL-ENTRY OCCURS 20000 TIMES.
                   10 WS-P-ZIP   PIC X(5).
                   10 WS-P-STATE PIC X(2).
                   10 WS-P-CITY  PIC X(20).
           01 WS-SUB          PIC 9(5) VALUE ZERO.
           01 WS-ZIP-FOUND    PIC X VALUE "N".
               88 ZIP-ON-FILE VALUE "Y".
           01 WS-STATE-FOUND  PIC X VALUE "N".
               88 STATE-AGREES VALUE "Y".
           01 WS-CITY-FOUND   PIC X VALUE "N".
               88 CITY-AGREES VALUE "Y".

       LINKAGE SECTION.
           COPY POSTCTL.

       PROCEDURE DIVISION USING POSTAL-CHECK-BLOCK.
       0000-MAIN.
           IF NOT POSTAL-TABLE-LOADED
               PERFORM 0100-LOAD-REFERENCE
               SET POSTAL-TABLE-LOADED TO TRUE
           END-IF
           MOVE WS-REF-STATE    TO PST-REF-STATE
           MOVE WS-POSTAL-COUNT TO PST-REF-COUNT
           MOVE SPACES TO PST-REASON PST-EXPECT-CITY PST-EXPECT-STATE
           IF NOT PST-REF-LOADED
               SET PST-NOT-CHECKED TO TRUE
           ELSE
               PERFORM 1000-CHECK-ADDRESS
           END-IF
           GOBACK.

       0100-LOAD-REFERENCE.
           MOVE ZERO TO WS-POSTAL-COUNT
           MOVE "M" TO WS-REF-STATE
           OPEN INPUT POSTFILE
           IF WS-POST-STATUS = "00"
               MOVE "L" TO WS-REF-STATE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ POSTFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF POST-ZIP NUMERIC
                               PERFORM 0150-ADD-REFERENCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSTFILE
           END-IF.

       0150-ADD-REFERENCE.
           IF WS-POSTAL-COUNT < WS-MAX-POSTAL
               ADD 1 TO WS-POSTAL-COUNT
               MOVE POST-ZIP TO WS-P-ZIP(WS-POSTAL-COUNT)
               MOVE FUNCTION UPPER-CASE(POST-STATE)
                   TO WS-P-STATE(WS-POSTAL-COUNT)
               MOVE FUNCTION UPPER-CASE(POST-CITY)
                   TO WS-P-CITY(WS-POSTAL-COUNT)
           ELSE
               MOVE "O" TO WS-REF-STATE
           END-IF.

       1000-CHECK-ADDRESS.
      *> Every line for the ZIP is looked at, stopping only once one
      *> agrees on both state and city.
           MOVE "N" TO WS-ZIP-FOUND WS-STATE-FOUND WS-CITY-FOUND
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-POSTAL-COUNT
                      OR CITY-AGREES
               IF WS-P-ZIP(WS-SUB) = PST-ZIP
                   IF NOT ZIP-ON-FILE
                       MOVE "Y" TO WS-ZIP-FOUND
                       MOVE WS-P-CITY(WS-SUB)  TO PST-EXPECT-CITY
                       MOVE WS-P-STATE(WS-SUB) TO PST-EXPECT-STATE
                   END-IF
                   IF WS-P-STATE(WS-SUB) = PST-STATE
                       MOVE "Y" TO WS-STATE-FOUND
                       IF WS-P-CITY(WS-SUB) = PST-CITY
                           MOVE "Y" TO WS-CITY-FOUND
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN CITY-AGREES
                   SET PST-VERIFIED TO TRUE
               WHEN NOT ZIP-ON-FILE
                   SET PST-ZIP-UNKNOWN TO TRUE
                   MOVE "ZIP not in postal reference" TO PST-REASON
               WHEN NOT STATE-AGREES
                   SET PST-STATE-MISMATCH TO TRUE
                   MOVE "ZIP does not match state" TO PST-REASON
               WHEN OTHER
                   SET PST-CITY-MISMATCH TO TRUE
                   MOVE "ZIP does not match city" TO PST-REASON
           END-EVALUATE.

      *> catalog-maint.cob - HOPPER Example 11e: Course Catalog
      *> Maintenance
      *> GradeInquiry and GradeTranscript used to count every graded
      *> section the same in the cumulative GPA, so a one-credit lab
      *> weighed as much as a four-credit course. course_catalog.txt
      *> now carries, per section code (ROST-SECTION/MST-SECTION),
      *> the course title and its credit hours, and every GPA is
      *> weighted by those credits. This console is the one place the
      *> catalog is meant to change: add a section, change its title
      *> or credits, delete it, or list the catalog -- every action
      *> behind a supervisor-tier sign-on checked through
      *> OperatorAuth, since a credit change moves the GPA of every
      *> student who ever took the course, and every accepted change
      *> logged to hopper_audit.log through the shared AuditLog
      *> writer with the old and new values. The catalog is loaded
      *> whole and rewritten on save, the usual
      *> load-into-table-then-rewrite shape OperAdmin uses.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CatalogMaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATFILE ASSIGN TO "course_catalog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD CATFILE.
           01 CAT-RECORD.
               05 CAT-SECTION PIC X(4).
               05 FILLER      PIC X.
               05 CAT-CREDITS PIC 9(2).
               05 FILLER      PIC X.
               05 CAT-TITLE   PIC X(30).

       WORKING-STORAGE SECTION.
           01 WS-CAT-STATUS  PIC XX VALUE SPACES.
           01 WS-EOF         PIC X  VALUE "N".
               88 END-OF-FILE VALUE "Y".
           COPY CRSCAT.
           01 WS-SHIFT-SUB   PIC 9(3) VALUE ZERO.
           01 WS-BAD-LINES   PIC 9(4) VALUE ZERO.

           01 WS-CHOICE      PIC X VALUE SPACE.
           01 WS-CONTINUE    PIC X VALUE "Y".
               88 KEEP-GOING VALUE "Y" "y".
           01 WS-WORK-SECTION PIC X(4)  VALUE SPACES.
           01 WS-WORK-TITLE   PIC X(30) VALUE SPACES.
      *> Credits keyed as two digits, 00-20. A zero-credit section
      *> (a non-credit seminar) stays on transcripts but carries no
      *> weight in any GPA.
           01 WS-WORK-CREDITS-X PIC X(2) VALUE SPACES.
           01 WS-WORK-CREDITS   PIC 9(2) VALUE ZERO.
           01 WS-MAX-CREDITS    PIC 9(2) VALUE 20.
           01 WS-CREDITS-OK     PIC X VALUE "N".
               88 CREDITS-VALID VALUE "Y".
           01 WS-DIRTY       PIC X VALUE "N".
               88 CATALOG-DIRTY VALUE "Y".
           01 WS-CHANGE-COUNT PIC 9(4) VALUE ZERO.

           01 WS-OPERATOR-ID   PIC X(8) VALUE "SYSTEM".
           01 WS-OPERATOR-PIN  PIC X(4) VALUE SPACES.
           01 WS-OP-AUTHORIZED PIC X    VALUE "N".
               88 OPERATOR-AUTHORIZED VALUE "Y".
           COPY OPERCTL.
           COPY AUDCTL.
           COPY EXCPCTL.
           COPY JOBCTL.
           COPY RUNLKCTL.

       PROCEDURE DIVISION.
       0000-MAIN.
      *> One holder of this lock at a time -- a second start against
      *> a held lock refuses here before any file is touched (see
      *> RunLock / hopper_runlocks.txt).
           PERFORM 9800-ACQUIRE-RUN-LOCK
           IF NOT RL-IS-GRANTED
               DISPLAY "! Run refused -- CATALOGMAINT"
                       " lock held by " RL-HELD-BY
                       " since " RL-HELD-DATE "-" RL-HELD-TIME
               MOVE 12 TO RETURN-CODE
               MOVE "CATALOGMAINT" TO JOB-PROGRAM-NAME
               MOVE RETURN-CODE TO JOB-RETURN-CODE
               MOVE ZERO TO JOB-RECORD-COUNT
               MOVE 1 TO JOB-ERROR-COUNT
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
           PERFORM 1050-SIGN-ON
           IF NOT OPERATOR-AUTHORIZED
               DISPLAY "  ! Sign-on denied for operator '"
                       WS-OPERATOR-ID "' -- catalog not changed"
               MOVE 12 TO RETURN-CODE
               MOVE "CATALOGMAINT" TO JOB-PROGRAM-NAME
               MOVE RETURN-CODE TO JOB-RETURN-CODE
               MOVE ZERO TO JOB-RECORD-COUNT
               MOVE 1 TO JOB-ERROR-COUNT
               PERFORM 9900-RELEASE-RUN-LOCK
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
           PERFORM 0100-LOAD-CATALOG
           IF CRS-TABLE-OVERFLOWED
               DISPLAY "  ! course_catalog.txt holds more than "
                       CRS-MAX " sections -- rewriting it from a "
                       "truncated table would lose the rest, so no "
                       "maintenance can be done this session"
               MOVE 12 TO RETURN-CODE
               MOVE "CATALOGMAINT" TO JOB-PROGRAM-NAME
               MOVE RETURN-CODE TO JOB-RETURN-CODE
               MOVE CRS-COUNT TO JOB-RECORD-COUNT
               MOVE 1 TO JOB-ERROR-COUNT
               PERFORM 9900-RELEASE-RUN-LOCK
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
           DISPLAY "--- Course Catalog Maintenance (" CRS-COUNT
                   " section(s) loaded) ---"
           IF WS-BAD-LINES > ZERO
               DISPLAY "  ! " WS-BAD-LINES " malformed catalog "
                       "line(s) skipped -- see hopper_exceptions.txt;"
                       " a save drops them"
           END-IF
           PERFORM UNTIL NOT KEEP-GOING
               PERFORM 1000-SHOW-MENU-AND-DISPATCH
           END-PERFORM
           IF CATALOG-DIRTY
               PERFORM 9000-SAVE-CATALOG
           ELSE
               DISPLAY "No changes to save."
           END-IF
           MOVE ZERO TO RETURN-CODE
           MOVE "CATALOGMAINT" TO JOB-PROGRAM-NAME
           MOVE RETURN-CODE TO JOB-RETURN-CODE
           MOVE WS-CHANGE-COUNT TO JOB-RECORD-COUNT
           MOVE WS-BAD-LINES TO JOB-ERROR-COUNT
           PERFORM 9900-RELEASE-RUN-LOCK
           CALL "JobLog" USING JOB-LOG-BLOCK
           GOBACK.

       1050-SIGN-ON.
      *> A credit-hour change reweights the GPA of every student who
      *> ever took the course -- supervisor tier, the same
      *> OperatorAuth check CutoffMaint and OperAdmin apply.
           DISPLAY "Supervisor sign-on required to maintain the "
                   "course catalog."
           DISPLAY "Enter operator id: " WITH NO ADVANCING
           ACCEPT WS-OPERATOR-ID FROM CONSOLE
           DISPLAY "Enter PIN: " WITH NO ADVANCING
           ACCEPT WS-OPERATOR-PIN FROM CONSOLE
           MOVE WS-OPERATOR-ID  TO OA-OPERATOR-ID
           MOVE WS-OPERATOR-PIN TO OA-PIN
           MOVE "S"             TO OA-REQUIRED-TIER
           CALL "OperatorAuth" USING OPERATOR-AUTH-BLOCK
           MOVE OA-AUTHORIZED TO WS-OP-AUTHORIZED
           IF OPERATOR-AUTHORIZED
               DISPLAY "  Sign-on accepted for operator '"
                       WS-OPERATOR-ID "'"
           END-IF.

       0100-LOAD-CATALOG.
      *> An absent catalog starts the session empty. A line with a
      *> blank section or non-numeric credits is logged to the shared
      *> exceptions report and left out of the table.
           MOVE ZERO TO CRS-COUNT
           OPEN INPUT CATFILE
           IF WS-CAT-STATUS NOT = "00"
               DISPLAY "  No existing course_catalog.txt -- starting "
                       "empty."
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ CATFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM 0150-ADD-TO-TABLE
                   END-READ
               END-PERFORM
               CLOSE CATFILE
           END-IF.

       0150-ADD-TO-TABLE.
           IF CAT-SECTION = SPACES OR CAT-CREDITS NOT NUMERIC
               ADD 1 TO WS-BAD-LINES
               MOVE "CATALOGMAINT" TO EXC-PROGRAM-NAME
               MOVE "course_catalog.txt" TO EXC-SOURCE-FILE
               MOVE "CAT-CREDITS" TO EXC-FIELD-NAME
               MOVE CAT-RECORD TO EXC-RAW-VALUE
               MOVE "blank section or non-numeric credits"
                   TO EXC-REASON
               CALL "ExceptionLog" USING EXCEPTION-LOG-BLOCK
           ELSE
               IF CRS-COUNT < CRS-MAX
                   ADD 1 TO CRS-COUNT
                   MOVE CAT-SECTION TO CRS-SECTION(CRS-COUNT)
                   MOVE CAT-CREDITS TO CRS-CREDITS(CRS-COUNT)
                   MOVE CAT-TITLE   TO CRS-TITLE(CRS-COUNT)
               ELSE
                   SET CRS-TABLE-OVERFLOWED TO TRUE
               END-IF
           END-IF.

       1000-SHOW-MENU-AND-DISPATCH.
           DISPLAY " "
           DISPLAY "A)dd  C)hange  D)elete  L)ist  Q)uit"
           DISPLAY "Choice: " WITH NO ADVANCING
           ACCEPT WS-CHOICE FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE
           EVALUATE WS-CHOICE
               WHEN "A" PERFORM 2000-ADD-SECTION
               WHEN "C" PERFORM 3000-CHANGE-SECTION
               WHEN "D" PERFORM 4000-DELETE-SECTION
               WHEN "L" PERFORM 5000-LIST-CATALOG
               WHEN "Q" MOVE "N" TO WS-CONTINUE
               WHEN OTHER DISPLAY "  ! Unrecognized choice"
           END-EVALUATE.

       2000-ADD-SECTION.
           DISPLAY "New section code: " WITH NO ADVANCING
           PERFORM 6500-ACCEPT-SECTION
           PERFORM 8000-FIND-SECTION
           IF WS-WORK-SECTION = SPACES
               DISPLAY "  ! Section code is required"
           ELSE
            IF CRS-MATCH > ZERO
               DISPLAY "  ! Section " WS-WORK-SECTION
                       " already in the catalog"
            ELSE
               IF CRS-COUNT >= CRS-MAX
                   DISPLAY "  ! Catalog table full -- cannot add"
               ELSE
                   PERFORM 7000-ACCEPT-TITLE
                   PERFORM 7100-ACCEPT-CREDITS
                   IF CREDITS-VALID
                       ADD 1 TO CRS-COUNT
                       MOVE WS-WORK-SECTION TO CRS-SECTION(CRS-COUNT)
                       MOVE WS-WORK-CREDITS TO CRS-CREDITS(CRS-COUNT)
                       MOVE WS-WORK-TITLE   TO CRS-TITLE(CRS-COUNT)
                       SET CATALOG-DIRTY TO TRUE
                       ADD 1 TO WS-CHANGE-COUNT
                       MOVE SPACES TO AUD-DETAIL
                       STRING "CATALOG-ADDED=" WS-WORK-SECTION
                              " CREDITS=" WS-WORK-CREDITS
                              " TITLE=" WS-WORK-TITLE
                           DELIMITED BY SIZE INTO AUD-DETAIL
                       PERFORM 8900-WRITE-AUDIT
                       DISPLAY "  Section " WS-WORK-SECTION " added."
                   END-IF
               END-IF
            END-IF
           END-IF.

       3000-CHANGE-SECTION.
           DISPLAY "Section code to change: " WITH NO ADVANCING
           PERFORM 6500-ACCEPT-SECTION
           PERFORM 8000-FIND-SECTION
           IF CRS-MATCH = ZERO
               DISPLAY "  ! Section " WS-WORK-SECTION " not found"
           ELSE
               DISPLAY "  Current: " CRS-TITLE(CRS-MATCH)
                       " credits " CRS-CREDITS(CRS-MATCH)
               PERFORM 7000-ACCEPT-TITLE
      *> Enter at the title prompt keeps the title on file, so a
      *> credits-only correction need not re-key it.
               IF WS-WORK-TITLE = SPACES
                   MOVE CRS-TITLE(CRS-MATCH) TO WS-WORK-TITLE
               END-IF
               PERFORM 7100-ACCEPT-CREDITS
               IF CREDITS-VALID
                   MOVE SPACES TO AUD-DETAIL
                   STRING "CATALOG-CHANGED=" WS-WORK-SECTION
                          " OLD-CREDITS=" CRS-CREDITS(CRS-MATCH)
                          " NEW-CREDITS=" WS-WORK-CREDITS
                          " OLD-TITLE=" CRS-TITLE(CRS-MATCH)
                          " NEW-TITLE=" WS-WORK-TITLE
                       DELIMITED BY SIZE INTO AUD-DETAIL
                   MOVE WS-WORK-CREDITS TO CRS-CREDITS(CRS-MATCH)
                   MOVE WS-WORK-TITLE   TO CRS-TITLE(CRS-MATCH)
                   SET CATALOG-DIRTY TO TRUE
                   ADD 1 TO WS-CHANGE-COUNT
                   PERFORM 8900-WRITE-AUDIT
                   DISPLAY "  Section " WS-WORK-SECTION " updated."
               END-IF
           END-IF.

       4000-DELETE-SECTION.
      *> Deleting a section does not touch student_master.dat -- its
      *> past grades simply fall back to the default weighting.
           DISPLAY "Section code to delete: " WITH NO ADVANCING
           PERFORM 6500-ACCEPT-SECTION
           PERFORM 8000-FIND-SECTION
           IF CRS-MATCH = ZERO
               DISPLAY "  ! Section " WS-WORK-SECTION " not found"
           ELSE
               MOVE SPACES TO AUD-DETAIL
               STRING "CATALOG-DELETED=" WS-WORK-SECTION
                      " CREDITS=" CRS-CREDITS(CRS-MATCH)
                      " TITLE=" CRS-TITLE(CRS-MATCH)
                   DELIMITED BY SIZE INTO AUD-DETAIL
               PERFORM VARYING WS-SHIFT-SUB FROM CRS-MATCH BY 1
                       UNTIL WS-SHIFT-SUB >= CRS-COUNT
                   MOVE CRS-ENTRY(WS-SHIFT-SUB + 1)
                       TO CRS-ENTRY(WS-SHIFT-SUB)
               END-PERFORM
               SUBTRACT 1 FROM CRS-COUNT
               SET CATALOG-DIRTY TO TRUE
               ADD 1 TO WS-CHANGE-COUNT
               PERFORM 8900-WRITE-AUDIT
               DISPLAY "  Section " WS-WORK-SECTION " deleted."
           END-IF.

       5000-LIST-CATALOG.
           IF CRS-COUNT = ZERO
               DISPLAY "  Catalog is empty."
           ELSE
               DISPLAY "  SECT  CR  TITLE"
               PERFORM VARYING CRS-SUB FROM 1 BY 1
                       UNTIL CRS-SUB > CRS-COUNT
                   DISPLAY "  " CRS-SECTION(CRS-SUB) "  "
                           CRS-CREDITS(CRS-SUB) "  "
                           FUNCTION TRIM(CRS-TITLE(CRS-SUB))
               END-PERFORM
           END-IF.

       6500-ACCEPT-SECTION.
           MOVE SPACES TO WS-WORK-SECTION
           ACCEPT WS-WORK-SECTION FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-WORK-SECTION)
               TO WS-WORK-SECTION.

       7000-ACCEPT-TITLE.
           MOVE SPACES TO WS-WORK-TITLE
           DISPLAY "Course title: " WITH NO ADVANCING
           ACCEPT WS-WORK-TITLE FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-WORK-TITLE) TO WS-WORK-TITLE.

       7100-ACCEPT-CREDITS.
           MOVE SPACES TO WS-WORK-CREDITS-X
           DISPLAY "Credit hours (0-" WS-MAX-CREDITS "): "
               WITH NO ADVANCING
           ACCEPT WS-WORK-CREDITS-X FROM CONSOLE
           MOVE "N" TO WS-CREDITS-OK
      *> A single keyed digit arrives left-justified ("4 "); it is
      *> shifted right so it reads as 04 rather than failing NUMERIC.
           IF WS-WORK-CREDITS-X(2:1) = SPACE
                   AND WS-WORK-CREDITS-X(1:1) NOT = SPACE
               MOVE WS-WORK-CREDITS-X(1:1) TO WS-WORK-CREDITS-X(2:1)
               MOVE "0" TO WS-WORK-CREDITS-X(1:1)
           END-IF
           IF WS-WORK-CREDITS-X NUMERIC
               MOVE WS-WORK-CREDITS-X TO WS-WORK-CREDITS
               IF WS-WORK-CREDITS <= WS-MAX-CREDITS
                   MOVE "Y" TO WS-CREDITS-OK
               END-IF
           END-IF
           IF NOT CREDITS-VALID
               DISPLAY "  ! Credits must be a number 0-"
                       WS-MAX-CREDITS " -- no change"
           END-IF.

       8000-FIND-SECTION.
           MOVE ZERO TO CRS-MATCH
           PERFORM VARYING CRS-SUB FROM 1 BY 1
                   UNTIL CRS-SUB > CRS-COUNT
               IF CRS-SECTION(CRS-SUB) = WS-WORK-SECTION
                   MOVE CRS-SUB TO CRS-MATCH
               END-IF
           END-PERFORM.

       8900-WRITE-AUDIT.
      *> AUD-DETAIL staged by the caller; the shared AuditLog writer
      *> stamps the date/time, cycle id, and hash chain.
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID
           MOVE "CATALOGMAINT" TO AUD-PROGRAM-ID
           CALL "AuditLog" USING AUDIT-LOG-BLOCK.

       9000-SAVE-CATALOG.
           OPEN OUTPUT CATFILE
           PERFORM VARYING CRS-SUB FROM 1 BY 1
                   UNTIL CRS-SUB > CRS-COUNT
               MOVE SPACES TO CAT-RECORD
               MOVE CRS-SECTION(CRS-SUB) TO CAT-SECTION
               MOVE CRS-CREDITS(CRS-SUB) TO CAT-CREDITS
               MOVE CRS-TITLE(CRS-SUB)   TO CAT-TITLE
               WRITE CAT-RECORD
           END-PERFORM
           CLOSE CATFILE
           DISPLAY "course_catalog.txt saved -- " CRS-COUNT
                   " section(s).".

       9800-ACQUIRE-RUN-LOCK.
           MOVE "ACQ" TO RL-FUNCTION
           MOVE "CATALOGMAINT" TO RL-PROGRAM-NAME
           MOVE WS-OPERATOR-ID TO RL-OPERATOR-ID
           CALL "RunLock" USING RUN-LOCK-BLOCK.

       9900-RELEASE-RUN-LOCK.
           MOVE "REL" TO RL-FUNCTION
           MOVE "CATALOGMAINT" TO RL-PROGRAM-NAME
           MOVE WS-OPERATOR-ID TO RL-OPERATOR-ID
           CALL "RunLock" USING RUN-LOCK-BLOCK.

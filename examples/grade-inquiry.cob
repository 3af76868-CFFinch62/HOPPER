      *> same lookup logic (1005-LOOKUP-STUDENT) against each, writing
      *> the results to grade_inquiry_report.txt rather than the
      *> console.
      *> The cumulative GPA is weighted by credit hours: each graded
      *> term's grade points are multiplied by the credits
      *> course_catalog.txt carries for its section (maintained through
      *> CatalogMaint), and the total is divided by the credits
      *> attempted, so a one-credit lab no longer weighs as much as a
      *> four-credit course. A section not yet in the catalog is
      *> weighted at the CRSCAT default.
      *> Each lookup also shows the student's current academic
      *> standing -- the latest line AcademicStanding wrote to
      *> academic_standing_history.txt.
      *> A student whose records carry a privacy hold is written to
      *> grade_inquiry_report.txt by id alone. The walk-up lookup
      *> still shows the name to the operator at the terminal, and
      *> every such showing is logged to hopper_audit.log through the
      *> shared AuditLog.
      *> student_master.dat is keyed (RELATIVE), and a lookup asks the
      *> shared MasterIndex for the student's record numbers and reads
      *> just those, in the order they were written, instead of the
      *> whole master. A student with more terms than one index entry
      *> carries, or a master whose index is missing, is still found
      *> by reading the master through as before.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GradeInquiry.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MSTFILE ASSIGN TO "student_master.dat"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-MST-RRN
               FILE STATUS IS WS-MST-STATUS.
           SELECT CTLFILE ASSIGN TO "grade_cutoffs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT ARCFILE ASSIGN TO "student_master_archive.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.
           SELECT CATFILE ASSIGN TO "course_catalog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
           SELECT STHFILE ASSIGN TO "academic_standing_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STH-STATUS.

       DATA DIVISION.
       FILE SECTION.
               05 MST-SECTION PIC X(4).
               05 MST-LAST-NAME  PIC X(20).
               05 MST-FIRST-NAME PIC X(15).
               05 MST-PRIVACY-HOLD PIC X.

           FD CTLFILE.
           01 CTL-RECORD.
               05 BATCH-ID PIC 9(5).

           FD BRPTFILE.
           01 BRPT-RECORD PIC X(132).

           FD ARCFILE.
           01 ARC-RECORD.
               05 ARC-SECTION PIC X(4).
               05 ARC-LAST-NAME  PIC X(20).
               05 ARC-FIRST-NAME PIC X(15).
               05 ARC-PRIVACY-HOLD PIC X.

           FD CATFILE.
           01 CAT-RECORD.
               05 CAT-SECTION PIC X(4).
               05 FILLER      PIC X.
               05 CAT-CREDITS PIC 9(2).
               05 FILLER      PIC X.
               05 CAT-TITLE   PIC X(30).

      *> AcademicStanding's term-end history -- only the fields the
      *> current-standing line needs are named.
           FD STHFILE.
           01 STH-RECORD.
               05 STH-ID           PIC 9(5).
               05 FILLER           PIC X.
               05 STH-TERM-ID      PIC 9(6).
               05 FILLER           PIC X.
               05 STH-STANDING     PIC X.
               05 FILLER           PIC X.
               05 STH-PROB-TERMS   PIC 9(2).
               05 FILLER           PIC X(41).

       WORKING-STORAGE SECTION.
           01 WS-MST-STATUS   PIC XX VALUE SPACES.
           01 WS-MST-RRN      PIC 9(7) VALUE ZERO.
           01 WS-RRN-SUB      PIC 9(2) VALUE ZERO.
           01 WS-CTL-STATUS   PIC XX VALUE SPACES.
           01 WS-BATCH-STATUS PIC XX VALUE SPACES.
           01 WS-BRPT-STATUS  PIC XX VALUE SPACES.
           01 WS-ARC-STATUS   PIC XX VALUE SPACES.
           01 WS-CAT-STATUS   PIC XX VALUE SPACES.
           01 WS-CAT-EOF      PIC X  VALUE "N".
               88 CAT-END-OF-FILE VALUE "Y".
           COPY CRSCAT.
           01 WS-STH-STATUS   PIC XX VALUE SPACES.
           01 WS-STH-EOF      PIC X  VALUE "N".
               88 STH-END-OF-FILE VALUE "Y".
      *> The student's latest AcademicStanding line: the standing
      *> letter, the term it was set for, and its wording.
           01 WS-STANDING       PIC X    VALUE SPACE.
           01 WS-STANDING-TERM  PIC 9(6) VALUE ZERO.
           01 WS-STANDING-PROB  PIC 9(2) VALUE ZERO.
           01 WS-STANDING-WORD  PIC X(20) VALUE SPACES.
           01 WS-ARC-EOF      PIC X  VALUE "N".
               88 ARC-END-OF-FILE VALUE "Y".
           01 WS-FROM-ARCHIVE PIC X  VALUE "N".
           01 WS-LATEST-TIME    PIC 9(6) VALUE ZERO.
           01 WS-LATEST-LAST    PIC X(20) VALUE SPACES.
           01 WS-LATEST-FIRST   PIC X(15) VALUE SPACES.
      *> Set when any one of the student's records carries the hold.
           01 WS-LATEST-HOLD    PIC X     VALUE "N".
               88 LATEST-PRIVACY-HELD VALUE "Y".
           01 WS-TERM-COUNT     PIC 9(4)   VALUE ZERO.
      *> Grade points are credit-weighted (letter points times the
      *> section's credit hours); WS-GPA-CREDITS is the divisor.
           01 WS-GPA-POINTS     PIC 9(5)V9 VALUE ZERO.
           01 WS-GPA-CREDITS    PIC 9(4)   VALUE ZERO.
           01 WS-TERM-CREDITS   PIC 9(2)   VALUE ZERO.
           01 WS-GPA            PIC 9V99   VALUE ZERO.
      *> Edited view of WS-GPA for display -- the raw 9V99 prints
      *> "350" for 3.50; the same edited-field convention GradeBatch's
           01 WS-GPA-ED         PIC 9.99.
           01 WS-LOOKUP-COUNT    PIC 9(6) VALUE ZERO.
           01 WS-NOTFOUND-COUNT  PIC 9(6) VALUE ZERO.
           COPY MSTIXCTL.
           COPY JOBCTL.
           COPY AUDCTL.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-LOAD-CUTOFFS
           PERFORM 0200-LOAD-CATALOG
           DISPLAY "--- Grade Inquiry ---"
           DISPLAY "Run in (I)nteractive or (B)atch file mode? "
               WITH NO ADVANCING
               CLOSE CTLFILE
           END-IF.

       0200-LOAD-CATALOG.
      *> An absent catalog leaves every section at the default
      *> weighting; a malformed line is logged and skipped, and one
      *> past the table's capacity falls back to the default too.
           MOVE ZERO TO CRS-COUNT
           OPEN INPUT CATFILE
           IF WS-CAT-STATUS = "00"
               MOVE "N" TO WS-CAT-EOF
               PERFORM UNTIL CAT-END-OF-FILE
                   READ CATFILE
                       AT END MOVE "Y" TO WS-CAT-EOF
                       NOT AT END PERFORM 0250-ADD-CATALOG-ENTRY
                   END-READ
               END-PERFORM
               CLOSE CATFILE
           END-IF.

       0250-ADD-CATALOG-ENTRY.
           IF CAT-SECTION = SPACES OR CAT-CREDITS NOT NUMERIC
               MOVE "GRADEINQUIRY" TO EXC-PROGRAM-NAME
               MOVE "course_catalog.txt" TO EXC-SOURCE-FILE
               MOVE "CAT-CREDITS" TO EXC-FIELD-NAME
               MOVE CAT-RECORD TO EXC-RAW-VALUE
               MOVE "bad catalog line, default credits used"
                   TO EXC-REASON
               CALL "ExceptionLog" USING EXCEPTION-LOG-BLOCK
           ELSE
               IF CRS-COUNT < CRS-MAX
                   ADD 1 TO CRS-COUNT
                   MOVE CAT-SECTION TO CRS-SECTION(CRS-COUNT)
                   MOVE CAT-CREDITS TO CRS-CREDITS(CRS-COUNT)
                   MOVE CAT-TITLE   TO CRS-TITLE(CRS-COUNT)
               END-IF
           END-IF.

       1000-PROMPT-AND-LOOKUP.
           DISPLAY "Enter student id to look up: " WITH NO ADVANCING
           ACCEPT WS-INQUIRY-ID-X FROM CONSOLE
                       WS-LATEST-TERM-ID " score=" WS-LATEST-SCORE
                       " grade=" WS-GRADE " (as of " WS-LATEST-DATE
                       "-" WS-LATEST-TIME ")"
               IF LATEST-PRIVACY-HELD
                   DISPLAY "  ** PRIVACY HOLD -- name not to be "
                           "released; this lookup is logged **"
                   PERFORM 1600-AUDIT-NAME-SHOWN
               END-IF
               MOVE WS-GPA TO WS-GPA-ED
               DISPLAY "  Cumulative GPA across " WS-TERM-COUNT
                       " term(s), " WS-GPA-CREDITS
                       " credit(s) attempted: " WS-GPA-ED
               IF WS-STANDING = SPACE
                   DISPLAY "  Academic standing: " WS-STANDING-WORD
               ELSE
                   DISPLAY "  Academic standing: "
                           FUNCTION TRIM(WS-STANDING-WORD)
                           " (term " WS-STANDING-TERM ")"
               END-IF
               IF FOUND-IN-ARCHIVE
                   DISPLAY "  (answered from the term archive)"
               END-IF
      *> Shared by interactive (1000) and batch (6100) callers -- both
      *> MOVE the id to WS-INQUIRY-ID first, then read RECORD-FOUND
      *> and, when found, WS-LATEST-*/WS-GRADE/WS-GPA/WS-TERM-COUNT
      *> and WS-GPA-CREDITS back out. Counts toward
      *> WS-LOOKUP-COUNT/WS-NOTFOUND-COUNT here so both modes get the
      *> same job-log totals.
           ADD 1 TO WS-LOOKUP-COUNT
           MOVE "N" TO WS-FOUND
           MOVE "N" TO WS-FROM-ARCHIVE
           MOVE "N" TO WS-LATEST-HOLD
           MOVE "N" TO WS-EOF
           MOVE ZERO TO WS-TERM-COUNT WS-GPA-POINTS WS-GPA
                        WS-GPA-CREDITS
           OPEN INPUT MSTFILE
           IF WS-MST-STATUS NOT = "00"
               DISPLAY "! Cannot open student_master.dat, status "
                       WS-MST-STATUS
           ELSE
               MOVE "GET" TO MIX-FUNCTION
               MOVE "GRADEINQUIRY" TO MIX-PROGRAM-ID
               MOVE WS-INQUIRY-ID TO MIX-STUDENT-ID
               CALL "MasterIndex" USING MASTER-INDEX-BLOCK
               EVALUATE TRUE
                   WHEN MIX-FOUND
                       PERFORM VARYING WS-RRN-SUB FROM 1 BY 1
                               UNTIL WS-RRN-SUB > MIX-RRN-COUNT
                           PERFORM 1007-READ-INDEXED-RECORD
                       END-PERFORM
                   WHEN MIX-NOT-FOUND
                       CONTINUE
                   WHEN OTHER
                       PERFORM UNTIL END-OF-FILE
                           READ MSTFILE NEXT RECORD
                               AT END MOVE "Y" TO WS-EOF
                               NOT AT END
                                   PERFORM 1010-APPLY-MASTER-RECORD
                           END-READ
                       END-PERFORM
               END-EVALUATE
               CLOSE MSTFILE
           END-IF
           IF NOT RECORD-FOUND
           IF RECORD-FOUND
               MOVE WS-LATEST-SCORE TO MST-SCORE
               PERFORM 1100-DERIVE-GRADE
               PERFORM 1500-LOOKUP-STANDING
      *> Every matching term can be W/I (or zero-credit), leaving
      *> nothing to average.
               IF WS-GPA-CREDITS > ZERO
                   COMPUTE WS-GPA ROUNDED =
                       WS-GPA-POINTS / WS-GPA-CREDITS
               ELSE
                   MOVE ZERO TO WS-GPA
               END-IF
               ADD 1 TO WS-NOTFOUND-COUNT
           END-IF.

       1007-READ-INDEXED-RECORD.
           MOVE MIX-RRN-ENTRY(WS-RRN-SUB) TO WS-MST-RRN
           READ MSTFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY PERFORM 1010-APPLY-MASTER-RECORD
           END-READ.

       1010-APPLY-MASTER-RECORD.
      *> The id is checked again on an indexed read too -- a record
      *> that is not the student's is never counted as theirs.
           IF MST-ID = WS-INQUIRY-ID
               SET RECORD-FOUND TO TRUE
               MOVE MST-TERM-ID TO WS-LATEST-TERM-ID
               MOVE MST-SCORE   TO WS-LATEST-SCORE
               MOVE MST-DATE    TO WS-LATEST-DATE
               MOVE MST-TIME    TO WS-LATEST-TIME
               MOVE MST-LAST-NAME  TO WS-LATEST-LAST
               MOVE MST-FIRST-NAME TO WS-LATEST-FIRST
               IF MST-PRIVACY-HOLD = "Y"
                   MOVE "Y" TO WS-LATEST-HOLD
               END-IF
      *> W (withdrawn) and I (incomplete) terms are on the record but
      *> carry no grade points and no credit attempt -- they stay out
      *> of both the points and the term count, the way registrars
      *> actually compute GPA.
               IF MST-GRADE NOT = "W" AND MST-GRADE NOT = "I"
                   ADD 1 TO WS-TERM-COUNT
                   PERFORM 1150-ACCUMULATE-GPA-POINTS
               END-IF
           END-IF.

       1400-SEARCH-ARCHIVE.
      *> Same walk as the live lookup, against the archive
      *> MasterArchive builds -- reached only when the live master
                                   TO WS-LATEST-LAST
                               MOVE ARC-FIRST-NAME
                                   TO WS-LATEST-FIRST
                               IF ARC-PRIVACY-HOLD = "Y"
                                   MOVE "Y" TO WS-LATEST-HOLD
                               END-IF
                               IF ARC-GRADE NOT = "W"
                                       AND ARC-GRADE NOT = "I"
                                   ADD 1 TO WS-TERM-COUNT
                                   MOVE ARC-GRADE TO MST-GRADE
                                   MOVE ARC-SECTION TO MST-SECTION
                                   PERFORM 1150-ACCUMULATE-GPA-POINTS
                               END-IF
                           END-IF

       1150-ACCUMULATE-GPA-POINTS.
      *> 4-point scale off the grade letter each term actually earned,
      *> the same A/B/C/D/F letters Conditionals.cob and GradeBatch use,
      *> weighted by the credit hours of the term's section. An F
      *> attempts the credits and earns no points.
           PERFORM 1160-FIND-SECTION-CREDITS
           ADD WS-TERM-CREDITS TO WS-GPA-CREDITS
           EVALUATE MST-GRADE
               WHEN "A" COMPUTE WS-GPA-POINTS =
                            WS-GPA-POINTS + 4.0 * WS-TERM-CREDITS
               WHEN "B" COMPUTE WS-GPA-POINTS =
                            WS-GPA-POINTS + 3.0 * WS-TERM-CREDITS
               WHEN "C" COMPUTE WS-GPA-POINTS =
                            WS-GPA-POINTS + 2.0 * WS-TERM-CREDITS
               WHEN "D" COMPUTE WS-GPA-POINTS =
                            WS-GPA-POINTS + 1.0 * WS-TERM-CREDITS
               WHEN OTHER CONTINUE
           END-EVALUATE.

       1160-FIND-SECTION-CREDITS.
           MOVE ZERO TO CRS-MATCH
           PERFORM VARYING CRS-SUB FROM 1 BY 1
                   UNTIL CRS-SUB > CRS-COUNT
               IF CRS-SECTION(CRS-SUB) = MST-SECTION
                   MOVE CRS-SUB TO CRS-MATCH
               END-IF
           END-PERFORM
           IF CRS-MATCH > ZERO
               MOVE CRS-CREDITS(CRS-MATCH) TO WS-TERM-CREDITS
           ELSE
               MOVE CRS-DEFAULT-CREDITS TO WS-TERM-CREDITS
           END-IF.

       1500-LOOKUP-STANDING.
      *> The latest term's line wins; no line at all means no
      *> term-end standing run has judged the student yet.
           MOVE SPACE TO WS-STANDING
           MOVE ZERO TO WS-STANDING-TERM WS-STANDING-PROB
           OPEN INPUT STHFILE
           IF WS-STH-STATUS = "00"
               MOVE "N" TO WS-STH-EOF
               PERFORM UNTIL STH-END-OF-FILE
                   READ STHFILE
                       AT END MOVE "Y" TO WS-STH-EOF
                       NOT AT END
                           IF STH-ID = WS-INQUIRY-ID
                                   AND STH-TERM-ID NUMERIC
                                   AND STH-TERM-ID >= WS-STANDING-TERM
                               MOVE STH-TERM-ID  TO WS-STANDING-TERM
                               MOVE STH-STANDING TO WS-STANDING
                               MOVE STH-PROB-TERMS
                                   TO WS-STANDING-PROB
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STHFILE
           END-IF
           EVALUATE WS-STANDING
               WHEN "G" MOVE "GOOD STANDING" TO WS-STANDING-WORD
               WHEN "P" MOVE "PROBATION" TO WS-STANDING-WORD
               WHEN "S" MOVE "SUSPENDED" TO WS-STANDING-WORD
               WHEN OTHER MOVE "NOT YET DETERMINED"
                              TO WS-STANDING-WORD
           END-EVALUATE.

       1600-AUDIT-NAME-SHOWN.
      *> The inquiry has no sign-on of its own, so the line carries
      *> the same default operator id its batch runs use.
           MOVE "SYSTEM" TO AUD-OPERATOR-ID
           MOVE "GRADEINQUIRY" TO AUD-PROGRAM-ID
           MOVE SPACES TO AUD-DETAIL
           STRING "PRIVACY HOLD NAME SHOWN STUDENT=" WS-INQUIRY-ID
                  " LOOKUP=WALK-UP"
               DELIMITED BY SIZE INTO AUD-DETAIL
           CALL "AuditLog" USING AUDIT-LOG-BLOCK.

       6000-BATCH-MODE.
           OPEN INPUT BATCHFILE
           IF WS-BATCH-STATUS NOT = "00"
       6100-PROCESS-BATCH-ID.
           PERFORM 1005-LOOKUP-STUDENT
           MOVE SPACES TO BRPT-RECORD
           MOVE WS-GPA TO WS-GPA-ED
           EVALUATE TRUE
               WHEN RECORD-FOUND AND LATEST-PRIVACY-HELD
                   STRING "Student " WS-INQUIRY-ID ": term="
                          WS-LATEST-TERM-ID " score=" WS-LATEST-SCORE
                          " grade=" WS-GRADE " GPA=" WS-GPA-ED
                          " (" WS-TERM-COUNT " term(s), "
                          WS-GPA-CREDITS " cr) standing="
                          FUNCTION TRIM(WS-STANDING-WORD)
                       DELIMITED BY SIZE INTO BRPT-RECORD
               WHEN RECORD-FOUND
                   STRING "Student " WS-INQUIRY-ID " "
                          FUNCTION TRIM(WS-LATEST-LAST) ", "
                          FUNCTION TRIM(WS-LATEST-FIRST) ": term="
                          WS-LATEST-TERM-ID " score=" WS-LATEST-SCORE
                          " grade=" WS-GRADE " GPA=" WS-GPA-ED
                          " (" WS-TERM-COUNT " term(s), "
                          WS-GPA-CREDITS " cr) standing="
                          FUNCTION TRIM(WS-STANDING-WORD)
                       DELIMITED BY SIZE INTO BRPT-RECORD
               WHEN OTHER
                   STRING "Student " WS-INQUIRY-ID
                          " not found in student_master.dat"
                       DELIMITED BY SIZE INTO BRPT-RECORD
           END-EVALUATE
           WRITE BRPT-RECORD.

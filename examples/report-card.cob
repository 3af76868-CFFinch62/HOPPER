      *> report-card.cob - HOPPER Example 11k: End-of-Term Report
      *> Cards
      *> GradeTranscript prints a student's whole record, which is
      *> what advising wants but not what goes home at the end of a
      *> term. This run prints one report card per student for a
      *> single term through the shared ReportWriter, each card on a
      *> page of its own, in student-id order: every section the
      *> student was graded in that term with the course title and
      *> credits from course_catalog.txt, the homework, quiz and exam
      *> component scores, the composite score and the letter grade,
      *> then the term GPA and the cumulative GPA through the term --
      *> credit-weighted, W/I courses left out, the same rule
      *> GradeTranscript and AcademicStanding apply. A section that
      *> made GradeBatch's honor-roll or at-risk extract
      *> (honor_roll.txt / at_risk.txt) carries that notation on its
      *> line.
      *> The term is the one in grade_term.txt (TERMCTL) unless the
      *> operator keys another. Cards can be run for every student
      *> graded in the term, for the students of one section, or for
      *> the five-digit base ids listed in report_card_ids.txt (the
      *> same shape as transcript_ids.txt). Grades come from
      *> student_master.dat and, for terms MasterArchive has purged,
      *> student_master_archive.dat; a later record for the same
      *> student, term and section replaces an earlier one, so a
      *> regraded section is printed once.
      *> The component scores live only on the term's roster.txt and
      *> the honor-roll and at-risk extracts are rewritten by every
      *> GradeBatch run, so both are shown only for the current term
      *> -- a card reprinted for an earlier term says they are not
      *> kept. A student whose records carry a privacy hold gets a
      *> card by id alone, as the transcript does.
      *> The last page is a control page: the cards printed that carry
      *> each section, the total cards printed, and any listed id that
      *> had no grades for the term. RC 4 when an id had no grades, a
      *> record could not be read, or no card was printed; RC 8 when
      *> the master or the id file cannot be opened; RC 12 when the
      *> term holds more grades or students than the run can table.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReportCard.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MSTFILE ASSIGN TO "student_master.dat"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MST-STATUS.
           SELECT ARCFILE ASSIGN TO "student_master_archive.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.
           SELECT TERMFILE ASSIGN TO "grade_term.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS.
           SELECT CATFILE ASSIGN TO "course_catalog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
           SELECT ROSTFILE ASSIGN TO "roster.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROST-STATUS.
           SELECT HONORFILE ASSIGN TO "honor_roll.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HONOR-STATUS.
           SELECT RISKFILE ASSIGN TO "at_risk.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RISK-STATUS.
           SELECT BATCHFILE ASSIGN TO "report_card_ids.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD MSTFILE.
           01 MST-RECORD.
               05 MST-ID      PIC 9(5).
               05 MST-TERM-ID PIC 9(6).
               05 MST-SCORE   PIC 9(3).
               05 MST-GRADE   PIC X.
               05 MST-DATE    PIC 9(8).
               05 MST-TIME    PIC 9(6).
               05 MST-SECTION PIC X(4).
               05 MST-LAST-NAME  PIC X(20).
               05 MST-FIRST-NAME PIC X(15).
               05 MST-PRIVACY-HOLD PIC X.

           FD ARCFILE.
           01 ARC-RECORD.
               05 ARC-ID      PIC 9(5).
               05 ARC-TERM-ID PIC 9(6).
               05 ARC-SCORE   PIC 9(3).
               05 ARC-GRADE   PIC X.
               05 ARC-DATE    PIC 9(8).
               05 ARC-TIME    PIC 9(6).
               05 ARC-SECTION PIC X(4).
               05 ARC-LAST-NAME  PIC X(20).
               05 ARC-FIRST-NAME PIC X(15).
               05 ARC-PRIVACY-HOLD PIC X.

           FD TERMFILE.
           01 TRM-RECORD.
               05 TRM-TERM-ID PIC 9(6).

           FD CATFILE.
           01 CAT-RECORD.
               05 CAT-SECTION PIC X(4).
               05 FILLER      PIC X.
               05 CAT-CREDITS PIC 9(2).
               05 FILLER      PIC X.
               05 CAT-TITLE   PIC X(30).

      *> GradeBatch's roster layout -- only the component scores and
      *> the id/section they belong to are used here.
           FD ROSTFILE.
           01 ROST-RECORD.
               05 ROST-ID        PIC 9(5).
               05 ROST-HOMEWORK  PIC 9(3).
               05 ROST-QUIZ      PIC 9(3).
               05 ROST-EXAM      PIC 9(3).
               05 ROST-SECTION   PIC X(4).
               05 FILLER         PIC X(37).

      *> GradeBatch's extract lines: "Student NNNNN", the name unless
      *> the student is held, then " sect XXXX: composite=...".
           FD HONORFILE.
           01 HONOR-RECORD PIC X(90).

           FD RISKFILE.
           01 RISK-RECORD PIC X(90).

           FD BATCHFILE.
           01 BATCH-RECORD.
               05 BATCH-ID PIC 9(5).

       WORKING-STORAGE SECTION.
           01 WS-MST-STATUS   PIC XX VALUE SPACES.
           01 WS-ARC-STATUS   PIC XX VALUE SPACES.
           01 WS-TERM-STATUS  PIC XX VALUE SPACES.
           01 WS-CAT-STATUS   PIC XX VALUE SPACES.
           01 WS-ROST-STATUS  PIC XX VALUE SPACES.
           01 WS-HONOR-STATUS PIC XX VALUE SPACES.
           01 WS-RISK-STATUS  PIC XX VALUE SPACES.
           01 WS-BATCH-STATUS PIC XX VALUE SPACES.
           01 WS-EOF          PIC X  VALUE "N".
               88 END-OF-FILE VALUE "Y".

           COPY TERMCTL.
           COPY CRSCAT.
           COPY DATESTAMP.
           COPY EXCPCTL.
           COPY RPTCTL.
           COPY JOBCTL.

      *> The term grade_term.txt names -- the only term whose roster
      *> and extracts are on hand -- and the term the cards are for.
           01 WS-CURRENT-TERM  PIC 9(6) VALUE ZERO.
           01 WS-TERM-KEYED    PIC X(6) VALUE SPACES.
           01 WS-TERM-IS-CURRENT PIC X VALUE "Y".
               88 CARD-TERM-IS-CURRENT VALUE "Y".

      *> Which students get a card: A all graded in the term, S those
      *> graded in one section, F the ids in report_card_ids.txt.
           01 WS-MODE         PIC X  VALUE "A".
               88 ALL-STUDENTS-MODE VALUE "A" "a".
               88 SECTION-MODE      VALUE "S" "s".
               88 ID-FILE-MODE      VALUE "F" "f".
           01 WS-PICK-SECTION PIC X(4) VALUE SPACES.

      *> The ids report_card_ids.txt lists, and whether each had
      *> grades for the term.
           01 WS-MAX-PICKS    PIC 9(3) VALUE 500.
           01 WS-PICK-COUNT   PIC 9(3) VALUE ZERO.
           01 WS-PICK-TABLE.
               05 WS-PICK-ENTRY OCCURS 500 TIMES.
                   10 WS-PICK-ID    PIC 9(5).
                   10 WS-PICK-FOUND PIC X.
           01 WS-PICK-SUB     PIC 9(3) VALUE ZERO.
           01 WS-PICKS-MISSED PIC 9(6) VALUE ZERO.

      *> One line per student and section graded in the term, ordered
      *> on id then section before printing. WS-CRD-HAS-PARTS is "Y"
      *> once the roster has supplied the component scores;
      *> WS-CRD-NOTE is H honor roll, R at risk, or blank.
           01 WS-MAX-CARD-LINES PIC 9(4) VALUE 2000.
           01 WS-CARD-LINE-COUNT PIC 9(4) VALUE ZERO.
           01 WS-CARD-TABLE.
               05 WS-CRD-ENTRY OCCURS 2000 TIMES.
                   10 WS-CRD-ID        PIC 9(5).
                   10 WS-CRD-SECTION   PIC X(4).
                   10 WS-CRD-SCORE     PIC 9(3).
                   10 WS-CRD-GRADE     PIC X.
                   10 WS-CRD-TITLE     PIC X(30).
                   10 WS-CRD-CREDITS   PIC 9(2).
                   10 WS-CRD-HAS-PARTS PIC X.
                   10 WS-CRD-HOMEWORK  PIC 9(3).
                   10 WS-CRD-QUIZ      PIC 9(3).
                   10 WS-CRD-EXAM      PIC 9(3).
                   10 WS-CRD-NOTE      PIC X.
           01 WS-CRD-SUB      PIC 9(4) VALUE ZERO.
           01 WS-CRD-MATCH    PIC 9(4) VALUE ZERO.
           01 WS-HOLD-CARD-LINE PIC X(56).

      *> One entry per student graded in the term. The cumulative
      *> fields hold the earlier terms only; the card adds the run
      *> term's own totals to them when it is printed.
           01 WS-MAX-STUDENTS  PIC 9(4) VALUE 1000.
           01 WS-STUDENT-COUNT PIC 9(4) VALUE ZERO.
           01 WS-STUDENT-TABLE.
               05 WS-STU-ENTRY OCCURS 1000 TIMES.
                   10 WS-STU-ID          PIC 9(5).
                   10 WS-STU-LAST        PIC X(20).
                   10 WS-STU-FIRST       PIC X(15).
                   10 WS-STU-HOLD        PIC X.
                       88 WS-STU-PRIVACY-HELD VALUE "Y".
                   10 WS-STU-PICKED      PIC X.
                       88 WS-STU-GETS-CARD VALUE "Y".
                   10 WS-STU-CUM-POINTS  PIC 9(5)V9.
                   10 WS-STU-CUM-CREDITS PIC 9(4).
                   10 WS-STU-CUM-EARNED  PIC 9(4).
           01 WS-STU-SUB      PIC 9(4) VALUE ZERO.
           01 WS-STU-MATCH    PIC 9(4) VALUE ZERO.
           01 WS-HOLD-STUDENT PIC X(56).
           01 WS-SORT-SUB     PIC 9(4) VALUE ZERO.
           01 WS-SWAP-FLAG    PIC X VALUE "N".
               88 SORT-PASS-SWAPPED VALUE "Y".
           01 WS-OVERFLOW     PIC X VALUE "N".
               88 RUN-TABLE-OVERFLOWED VALUE "Y".

      *> Cards printed carrying each section, for the control page.
           01 WS-MAX-TALLIES  PIC 9(3) VALUE 200.
           01 WS-TALLY-COUNT  PIC 9(3) VALUE ZERO.
           01 WS-TALLY-TABLE.
               05 WS-TLY-ENTRY OCCURS 200 TIMES.
                   10 WS-TLY-SECTION PIC X(4).
                   10 WS-TLY-CARDS   PIC 9(6).
           01 WS-TLY-SUB      PIC 9(3) VALUE ZERO.
           01 WS-TLY-MATCH    PIC 9(3) VALUE ZERO.
           01 WS-TLY-SORT-SUB PIC 9(3) VALUE ZERO.
           01 WS-HOLD-TALLY   PIC X(10).
           01 WS-TALLY-MISSED PIC 9(6) VALUE ZERO.

      *> Which read of the master history is under way: T takes the
      *> run term's grades, C sums the earlier terms for the
      *> cumulative GPA.
           01 WS-PASS         PIC X VALUE "T".
               88 TERM-PASS       VALUE "T".
               88 CUMULATIVE-PASS VALUE "C".

      *> The record being taken, staged from either master layout.
           01 WS-REC-ID       PIC 9(5).
           01 WS-REC-TERM-ID  PIC 9(6).
           01 WS-REC-SCORE    PIC 9(3).
           01 WS-REC-GRADE    PIC X.
           01 WS-REC-SECTION  PIC X(4).
           01 WS-REC-LAST     PIC X(20).
           01 WS-REC-FIRST    PIC X(15).
           01 WS-REC-HOLD     PIC X.
           01 WS-REC-CREDITS  PIC 9(2).
           01 WS-REC-POINTS   PIC 9(3)V9.

      *> An extract line taken apart: the id, and what follows
      *> " sect ".
           01 WS-NOTE-ID      PIC 9(5).
           01 WS-NOTE-LINE    PIC X(90).
           01 WS-NOTE-HEAD    PIC X(90).
           01 WS-NOTE-TAIL    PIC X(90).
           01 WS-NOTE-KIND    PIC X.

      *> One card's running totals and edited print fields.
           01 WS-TRM-POINTS    PIC 9(4)V9 VALUE ZERO.
           01 WS-TRM-ATTEMPTED PIC 9(3)   VALUE ZERO.
           01 WS-TRM-EARNED    PIC 9(3)   VALUE ZERO.
           01 WS-CUM-POINTS    PIC 9(5)V9 VALUE ZERO.
           01 WS-CUM-ATTEMPTED PIC 9(4)   VALUE ZERO.
           01 WS-CUM-EARNED    PIC 9(4)   VALUE ZERO.
           01 WS-GPA           PIC 9V99   VALUE ZERO.
           01 WS-GPA-ED        PIC 9.99   VALUE ZERO.
           01 WS-LINE-TITLE    PIC X(24)  VALUE SPACES.
           01 WS-HOMEWORK-X    PIC X(3)   VALUE SPACES.
           01 WS-QUIZ-X        PIC X(3)   VALUE SPACES.
           01 WS-EXAM-X        PIC X(3)   VALUE SPACES.
           01 WS-NOTE-WORD     PIC X(10)  VALUE SPACES.
           01 WS-SELECTION-WORD PIC X(40) VALUE SPACES.

           01 WS-RECORDS-READ  PIC 9(6) VALUE ZERO.
           01 WS-BAD-RECORDS   PIC 9(6) VALUE ZERO.
           01 WS-PARTS-FOUND   PIC 9(6) VALUE ZERO.
           01 WS-NOTES-FOUND   PIC 9(6) VALUE ZERO.
           01 WS-CARD-COUNT    PIC 9(6) VALUE ZERO.
           01 WS-RUN-RC        PIC 9(3) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BusinessDate" USING DATE-TIME-STAMP
           PERFORM 0100-LOAD-TERM
           PERFORM 0200-LOAD-CATALOG
           PERFORM 0300-CHOOSE-CARDS
           IF ID-FILE-MODE
               PERFORM 0400-LOAD-ID-FILE
               IF WS-BATCH-STATUS NOT = "00"
                   DISPLAY "! Cannot open report_card_ids.txt, status "
                           WS-BATCH-STATUS " -- no cards printed"
                   MOVE 8 TO WS-RUN-RC
                   MOVE "NO ID FILE" TO JOB-NOTE
                   PERFORM 9000-END-RUN
                   GOBACK
               END-IF
           END-IF
           SET TERM-PASS TO TRUE
           PERFORM 1000-READ-HISTORY
           IF WS-MST-STATUS NOT = "00"
               DISPLAY "! Cannot open student_master.dat, status "
                       WS-MST-STATUS " -- no cards printed"
               MOVE 8 TO WS-RUN-RC
               MOVE "NO STUDENT MASTER" TO JOB-NOTE
               PERFORM 9000-END-RUN
               GOBACK
           END-IF
           IF RUN-TABLE-OVERFLOWED
               DISPLAY "! Term " TC-TERM-ID " holds more than "
                       WS-MAX-CARD-LINES " grades or "
                       WS-MAX-STUDENTS " students -- a card run that "
                       "left some out would go unnoticed, so the run "
                       "was refused"
               MOVE 12 TO WS-RUN-RC
               MOVE "TERM TOO LARGE" TO JOB-NOTE
               PERFORM 9000-END-RUN
               GOBACK
           END-IF
           SET CUMULATIVE-PASS TO TRUE
           PERFORM 1000-READ-HISTORY
           IF CARD-TERM-IS-CURRENT
               PERFORM 1300-LOAD-COMPONENTS
               PERFORM 1400-LOAD-NOTATIONS
           END-IF
           PERFORM 1500-PICK-STUDENTS
           PERFORM 1600-SORT-CARD-LINES
           PERFORM 1650-SORT-STUDENTS
           MOVE "REPORTCARD" TO RPT-PROGRAM-NAME
           MOVE "END-OF-TERM REPORT CARDS" TO RPT-REPORT-TITLE
           MOVE "OPEN " TO RPT-FUNCTION
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           PERFORM VARYING WS-STU-SUB FROM 1 BY 1
                   UNTIL WS-STU-SUB > WS-STUDENT-COUNT
               IF WS-STU-GETS-CARD(WS-STU-SUB)
                   PERFORM 2000-PRINT-CARD
               END-IF
           END-PERFORM
           PERFORM 3000-WRITE-CONTROL-PAGE
           MOVE "CLOSE" TO RPT-FUNCTION
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           DISPLAY "Report cards for term " TC-TERM-ID ": printed "
                   WS-CARD-COUNT " -- see hopper_report_reportcard.txt"
           IF WS-PICKS-MISSED > ZERO
               DISPLAY "  Ids with no grades for the term: "
                       WS-PICKS-MISSED
           END-IF
           IF WS-BAD-RECORDS > ZERO
               DISPLAY "  Unreadable master records skipped: "
                       WS-BAD-RECORDS
           END-IF
           IF WS-PICKS-MISSED > ZERO OR WS-BAD-RECORDS > ZERO
                   OR WS-CARD-COUNT = ZERO
               MOVE 4 TO WS-RUN-RC
           END-IF
           MOVE SPACES TO JOB-NOTE
           STRING "TERM " TC-TERM-ID " " WS-SELECTION-WORD
               DELIMITED BY SIZE INTO JOB-NOTE
           PERFORM 9000-END-RUN
           GOBACK.

       0100-LOAD-TERM.
      *> default term id, used when the control file is absent: the
      *> run date's year and month -- the same default GradeBatch
      *> applies, so both runs agree on the term
           MOVE DTS-RUN-DATE(1:6) TO TC-TERM-ID
           OPEN INPUT TERMFILE
           IF WS-TERM-STATUS = "00"
               READ TERMFILE
                   NOT AT END
                       IF TRM-TERM-ID NOT NUMERIC
                           MOVE "REPORTCARD"     TO EXC-PROGRAM-NAME
                           MOVE "grade_term.txt" TO EXC-SOURCE-FILE
                           MOVE "TRM-TERM-ID"    TO EXC-FIELD-NAME
                           MOVE TRM-RECORD       TO EXC-RAW-VALUE
                           MOVE "non-numeric term id, default kept"
                               TO EXC-REASON
                           CALL "ExceptionLog" USING EXCEPTION-LOG-BLOCK
                       ELSE
                           MOVE TRM-TERM-ID TO TC-TERM-ID
                       END-IF
               END-READ
               CLOSE TERMFILE
           END-IF
           MOVE TC-TERM-ID TO WS-CURRENT-TERM.

       0200-LOAD-CATALOG.
      *> An absent catalog leaves every section at the default
      *> weighting; a malformed line is logged and skipped.
           MOVE ZERO TO CRS-COUNT
           OPEN INPUT CATFILE
           IF WS-CAT-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ CATFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM 0250-ADD-CATALOG-ENTRY
                   END-READ
               END-PERFORM
               CLOSE CATFILE
           END-IF.

       0250-ADD-CATALOG-ENTRY.
           IF CAT-SECTION = SPACES OR CAT-CREDITS NOT NUMERIC
               MOVE "REPORTCARD" TO EXC-PROGRAM-NAME
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

       0300-CHOOSE-CARDS.
      *> Nothing keyed takes the defaults: the current term and every
      *> student graded in it.
           DISPLAY "--- End-of-Term Report Cards ---"
           DISPLAY "Term id (YYYYMM, blank for " WS-CURRENT-TERM "): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-TERM-KEYED
           ACCEPT WS-TERM-KEYED FROM CONSOLE
           EVALUATE TRUE
               WHEN WS-TERM-KEYED = SPACES
                   CONTINUE
               WHEN WS-TERM-KEYED IS NUMERIC
                   MOVE WS-TERM-KEYED TO TC-TERM-ID
               WHEN OTHER
                   DISPLAY "  ! '" WS-TERM-KEYED "' is not a term id "
                           "-- term " WS-CURRENT-TERM " used"
           END-EVALUATE
           IF TC-TERM-ID = WS-CURRENT-TERM
               MOVE "Y" TO WS-TERM-IS-CURRENT
           ELSE
               MOVE "N" TO WS-TERM-IS-CURRENT
           END-IF
           DISPLAY "Cards for (A)ll students, one (S)ection, or the "
                   "(F)ile of ids? " WITH NO ADVANCING
           MOVE SPACE TO WS-MODE
           ACCEPT WS-MODE FROM CONSOLE
           IF NOT ALL-STUDENTS-MODE AND NOT SECTION-MODE
                   AND NOT ID-FILE-MODE
               MOVE "A" TO WS-MODE
           END-IF
           IF SECTION-MODE
               DISPLAY "Section: " WITH NO ADVANCING
               MOVE SPACES TO WS-PICK-SECTION
               ACCEPT WS-PICK-SECTION FROM CONSOLE
               MOVE FUNCTION UPPER-CASE(WS-PICK-SECTION)
                   TO WS-PICK-SECTION
               IF WS-PICK-SECTION = SPACES
                   MOVE "A" TO WS-MODE
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN SECTION-MODE
                   MOVE SPACES TO WS-SELECTION-WORD
                   STRING "SECTION " WS-PICK-SECTION
                       DELIMITED BY SIZE INTO WS-SELECTION-WORD
               WHEN ID-FILE-MODE
                   MOVE "IDS IN report_card_ids.txt"
                       TO WS-SELECTION-WORD
               WHEN OTHER
                   MOVE "ALL STUDENTS" TO WS-SELECTION-WORD
           END-EVALUATE.

       0400-LOAD-ID-FILE.
      *> A line that is not a five-digit id is logged and skipped.
           MOVE ZERO TO WS-PICK-COUNT
           OPEN INPUT BATCHFILE
           IF WS-BATCH-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ BATCHFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM 0450-ADD-PICKED-ID
                   END-READ
               END-PERFORM
               CLOSE BATCHFILE
               MOVE "00" TO WS-BATCH-STATUS
           END-IF.

       0450-ADD-PICKED-ID.
           IF BATCH-ID NOT NUMERIC
               MOVE "REPORTCARD" TO EXC-PROGRAM-NAME
               MOVE "report_card_ids.txt" TO EXC-SOURCE-FILE
               MOVE "BATCH-ID" TO EXC-FIELD-NAME
               MOVE BATCH-RECORD TO EXC-RAW-VALUE
               MOVE "not a five-digit id, line skipped" TO EXC-REASON
               CALL "ExceptionLog" USING EXCEPTION-LOG-BLOCK
           ELSE
               IF WS-PICK-COUNT < WS-MAX-PICKS
                   ADD 1 TO WS-PICK-COUNT
                   MOVE BATCH-ID TO WS-PICK-ID(WS-PICK-COUNT)
                   MOVE "N" TO WS-PICK-FOUND(WS-PICK-COUNT)
               ELSE
                   DISPLAY "  ! More than " WS-MAX-PICKS " ids in "
                           "report_card_ids.txt -- " BATCH-ID
                           " skipped"
               END-IF
           END-IF.

       1000-READ-HISTORY.
      *> Archive first, then the live master, so for the same
      *> student, term and section the live record is taken last. No
      *> archive simply means nothing has been purged yet.
           OPEN INPUT ARCFILE
           IF WS-ARC-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ ARCFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE ARC-ID         TO WS-REC-ID
                           MOVE ARC-TERM-ID    TO WS-REC-TERM-ID
                           MOVE ARC-SCORE      TO WS-REC-SCORE
                           MOVE ARC-GRADE      TO WS-REC-GRADE
                           MOVE ARC-SECTION    TO WS-REC-SECTION
                           MOVE ARC-LAST-NAME  TO WS-REC-LAST
                           MOVE ARC-FIRST-NAME TO WS-REC-FIRST
                           MOVE ARC-PRIVACY-HOLD TO WS-REC-HOLD
                           PERFORM 1050-TAKE-RECORD
                   END-READ
               END-PERFORM
               CLOSE ARCFILE
           END-IF
           OPEN INPUT MSTFILE
           IF WS-MST-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ MSTFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE MST-ID         TO WS-REC-ID
                           MOVE MST-TERM-ID    TO WS-REC-TERM-ID
                           MOVE MST-SCORE      TO WS-REC-SCORE
                           MOVE MST-GRADE      TO WS-REC-GRADE
                           MOVE MST-SECTION    TO WS-REC-SECTION
                           MOVE MST-LAST-NAME  TO WS-REC-LAST
                           MOVE MST-FIRST-NAME TO WS-REC-FIRST
                           MOVE MST-PRIVACY-HOLD TO WS-REC-HOLD
                           PERFORM 1050-TAKE-RECORD
                   END-READ
               END-PERFORM
               CLOSE MSTFILE
               MOVE "00" TO WS-MST-STATUS
           END-IF.

       1050-TAKE-RECORD.
           IF TERM-PASS
               ADD 1 TO WS-RECORDS-READ
           END-IF
           IF WS-REC-ID NOT NUMERIC OR WS-REC-TERM-ID NOT NUMERIC
               IF TERM-PASS
                   ADD 1 TO WS-BAD-RECORDS
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN TERM-PASS AND WS-REC-TERM-ID = TC-TERM-ID
                       PERFORM 1100-TAKE-TERM-GRADE
                   WHEN CUMULATIVE-PASS AND WS-REC-TERM-ID < TC-TERM-ID
                       PERFORM 1200-SUM-EARLIER-GRADE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       1100-TAKE-TERM-GRADE.
           PERFORM 1150-FIND-OR-ADD-STUDENT
           IF WS-STU-MATCH > ZERO
               MOVE WS-REC-LAST  TO WS-STU-LAST(WS-STU-MATCH)
               MOVE WS-REC-FIRST TO WS-STU-FIRST(WS-STU-MATCH)
               IF WS-REC-HOLD = "Y"
                   MOVE "Y" TO WS-STU-HOLD(WS-STU-MATCH)
               END-IF
           END-IF
           MOVE ZERO TO WS-CRD-MATCH
           PERFORM VARYING WS-CRD-SUB FROM 1 BY 1
                   UNTIL WS-CRD-SUB > WS-CARD-LINE-COUNT
                      OR WS-CRD-MATCH > ZERO
               IF WS-CRD-ID(WS-CRD-SUB) = WS-REC-ID
                       AND WS-CRD-SECTION(WS-CRD-SUB) = WS-REC-SECTION
                   MOVE WS-CRD-SUB TO WS-CRD-MATCH
               END-IF
           END-PERFORM
           IF WS-CRD-MATCH = ZERO
               IF WS-CARD-LINE-COUNT < WS-MAX-CARD-LINES
                   ADD 1 TO WS-CARD-LINE-COUNT
                   MOVE WS-CARD-LINE-COUNT TO WS-CRD-MATCH
                   INITIALIZE WS-CRD-ENTRY(WS-CRD-MATCH)
                   MOVE WS-REC-ID      TO WS-CRD-ID(WS-CRD-MATCH)
                   MOVE WS-REC-SECTION TO WS-CRD-SECTION(WS-CRD-MATCH)
                   MOVE "N" TO WS-CRD-HAS-PARTS(WS-CRD-MATCH)
                   MOVE SPACE TO WS-CRD-NOTE(WS-CRD-MATCH)
               ELSE
                   SET RUN-TABLE-OVERFLOWED TO TRUE
               END-IF
           END-IF
           IF WS-CRD-MATCH > ZERO
               PERFORM 1250-FIND-SECTION-CREDITS
               MOVE WS-REC-SCORE   TO WS-CRD-SCORE(WS-CRD-MATCH)
               MOVE WS-REC-GRADE   TO WS-CRD-GRADE(WS-CRD-MATCH)
               MOVE WS-REC-CREDITS TO WS-CRD-CREDITS(WS-CRD-MATCH)
               IF CRS-MATCH > ZERO
                   MOVE CRS-TITLE(CRS-MATCH)
                       TO WS-CRD-TITLE(WS-CRD-MATCH)
               ELSE
                   MOVE "(not in course catalog)"
                       TO WS-CRD-TITLE(WS-CRD-MATCH)
               END-IF
           END-IF.

       1150-FIND-OR-ADD-STUDENT.
           PERFORM 1160-FIND-STUDENT
           IF WS-STU-MATCH = ZERO
               IF WS-STUDENT-COUNT < WS-MAX-STUDENTS
                   ADD 1 TO WS-STUDENT-COUNT
                   MOVE WS-STUDENT-COUNT TO WS-STU-MATCH
                   INITIALIZE WS-STU-ENTRY(WS-STU-MATCH)
                   MOVE WS-REC-ID TO WS-STU-ID(WS-STU-MATCH)
                   MOVE "N" TO WS-STU-HOLD(WS-STU-MATCH)
                   MOVE "N" TO WS-STU-PICKED(WS-STU-MATCH)
               ELSE
                   SET RUN-TABLE-OVERFLOWED TO TRUE
               END-IF
           END-IF.

       1160-FIND-STUDENT.
           MOVE ZERO TO WS-STU-MATCH
           PERFORM VARYING WS-STU-SUB FROM 1 BY 1
                   UNTIL WS-STU-SUB > WS-STUDENT-COUNT
                      OR WS-STU-MATCH > ZERO
               IF WS-STU-ID(WS-STU-SUB) = WS-REC-ID
                   MOVE WS-STU-SUB TO WS-STU-MATCH
               END-IF
           END-PERFORM.

       1200-SUM-EARLIER-GRADE.
      *> Only students graded in the run term get a card, so only
      *> they are summed. A hold on any earlier record holds the name
      *> back too.
           PERFORM 1160-FIND-STUDENT
           IF WS-STU-MATCH > ZERO
               IF WS-REC-HOLD = "Y"
                   MOVE "Y" TO WS-STU-HOLD(WS-STU-MATCH)
               END-IF
      *> W (withdrawn) and I (incomplete) carry no grade points and
      *> no credit attempt -- the GPA rule GradeInquiry applies.
               IF WS-REC-GRADE NOT = "W" AND WS-REC-GRADE NOT = "I"
                   PERFORM 1250-FIND-SECTION-CREDITS
                   PERFORM 1260-GRADE-POINTS
                   ADD WS-REC-CREDITS
                       TO WS-STU-CUM-CREDITS(WS-STU-MATCH)
                   ADD WS-REC-POINTS
                       TO WS-STU-CUM-POINTS(WS-STU-MATCH)
                   IF WS-REC-GRADE = "A" OR "B" OR "C" OR "D"
                       ADD WS-REC-CREDITS
                           TO WS-STU-CUM-EARNED(WS-STU-MATCH)
                   END-IF
               END-IF
           END-IF.

       1250-FIND-SECTION-CREDITS.
           MOVE ZERO TO CRS-MATCH
           PERFORM VARYING CRS-SUB FROM 1 BY 1
                   UNTIL CRS-SUB > CRS-COUNT
               IF CRS-SECTION(CRS-SUB) = WS-REC-SECTION
                   MOVE CRS-SUB TO CRS-MATCH
               END-IF
           END-PERFORM
           IF CRS-MATCH > ZERO
               MOVE CRS-CREDITS(CRS-MATCH) TO WS-REC-CREDITS
           ELSE
               MOVE CRS-DEFAULT-CREDITS TO WS-REC-CREDITS
           END-IF.

       1260-GRADE-POINTS.
           EVALUATE WS-REC-GRADE
               WHEN "A" COMPUTE WS-REC-POINTS = 4 * WS-REC-CREDITS
               WHEN "B" COMPUTE WS-REC-POINTS = 3 * WS-REC-CREDITS
               WHEN "C" COMPUTE WS-REC-POINTS = 2 * WS-REC-CREDITS
               WHEN "D" COMPUTE WS-REC-POINTS = 1 * WS-REC-CREDITS
               WHEN OTHER MOVE ZERO TO WS-REC-POINTS
           END-EVALUATE.

       1300-LOAD-COMPONENTS.
      *> The roster GradeBatch graded the term from. A roster line
      *> with no grade for the term (a bad line GradeBatch rejected)
      *> matches nothing and is passed over.
           OPEN INPUT ROSTFILE
           IF WS-ROST-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ ROSTFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM 1350-TAKE-COMPONENTS
                   END-READ
               END-PERFORM
               CLOSE ROSTFILE
           END-IF.

       1350-TAKE-COMPONENTS.
           IF ROST-ID NUMERIC AND ROST-HOMEWORK NUMERIC
                   AND ROST-QUIZ NUMERIC AND ROST-EXAM NUMERIC
               MOVE ROST-ID      TO WS-REC-ID
               MOVE ROST-SECTION TO WS-REC-SECTION
               PERFORM 1450-FIND-CARD-LINE
               IF WS-CRD-MATCH > ZERO
                   ADD 1 TO WS-PARTS-FOUND
                   MOVE "Y" TO WS-CRD-HAS-PARTS(WS-CRD-MATCH)
                   MOVE ROST-HOMEWORK TO WS-CRD-HOMEWORK(WS-CRD-MATCH)
                   MOVE ROST-QUIZ     TO WS-CRD-QUIZ(WS-CRD-MATCH)
                   MOVE ROST-EXAM     TO WS-CRD-EXAM(WS-CRD-MATCH)
               END-IF
           END-IF.

       1400-LOAD-NOTATIONS.
           MOVE "H" TO WS-NOTE-KIND
           OPEN INPUT HONORFILE
           IF WS-HONOR-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ HONORFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE HONOR-RECORD TO WS-NOTE-LINE
                           PERFORM 1420-TAKE-NOTATION
                   END-READ
               END-PERFORM
               CLOSE HONORFILE
           END-IF
           MOVE "R" TO WS-NOTE-KIND
           OPEN INPUT RISKFILE
           IF WS-RISK-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ RISKFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE RISK-RECORD TO WS-NOTE-LINE
                           PERFORM 1420-TAKE-NOTATION
                   END-READ
               END-PERFORM
               CLOSE RISKFILE
           END-IF.

       1420-TAKE-NOTATION.
      *> The id sits at columns 9-13; the section is the four
      *> characters after " sect ", wherever the name left them.
           IF WS-NOTE-LINE(1:8) = "Student " AND
                   WS-NOTE-LINE(9:5) NUMERIC
               MOVE WS-NOTE-LINE(9:5) TO WS-NOTE-ID
               MOVE SPACES TO WS-NOTE-TAIL
               UNSTRING WS-NOTE-LINE DELIMITED BY " sect "
                   INTO WS-NOTE-HEAD WS-NOTE-TAIL
               END-UNSTRING
               MOVE WS-NOTE-ID        TO WS-REC-ID
               MOVE WS-NOTE-TAIL(1:4) TO WS-REC-SECTION
               PERFORM 1450-FIND-CARD-LINE
               IF WS-CRD-MATCH > ZERO
                   ADD 1 TO WS-NOTES-FOUND
                   MOVE WS-NOTE-KIND TO WS-CRD-NOTE(WS-CRD-MATCH)
               END-IF
           END-IF.

       1450-FIND-CARD-LINE.
           MOVE ZERO TO WS-CRD-MATCH
           PERFORM VARYING WS-CRD-SUB FROM 1 BY 1
                   UNTIL WS-CRD-SUB > WS-CARD-LINE-COUNT
                      OR WS-CRD-MATCH > ZERO
               IF WS-CRD-ID(WS-CRD-SUB) = WS-REC-ID
                       AND WS-CRD-SECTION(WS-CRD-SUB) = WS-REC-SECTION
                   MOVE WS-CRD-SUB TO WS-CRD-MATCH
               END-IF
           END-PERFORM.

       1500-PICK-STUDENTS.
           EVALUATE TRUE
               WHEN SECTION-MODE
                   PERFORM VARYING WS-CRD-SUB FROM 1 BY 1
                           UNTIL WS-CRD-SUB > WS-CARD-LINE-COUNT
                       IF WS-CRD-SECTION(WS-CRD-SUB) = WS-PICK-SECTION
                           MOVE WS-CRD-ID(WS-CRD-SUB) TO WS-REC-ID
                           PERFORM 1160-FIND-STUDENT
                           IF WS-STU-MATCH > ZERO
                               MOVE "Y" TO WS-STU-PICKED(WS-STU-MATCH)
                           END-IF
                       END-IF
                   END-PERFORM
               WHEN ID-FILE-MODE
                   PERFORM VARYING WS-PICK-SUB FROM 1 BY 1
                           UNTIL WS-PICK-SUB > WS-PICK-COUNT
                       MOVE WS-PICK-ID(WS-PICK-SUB) TO WS-REC-ID
                       PERFORM 1160-FIND-STUDENT
                       IF WS-STU-MATCH > ZERO
                           MOVE "Y" TO WS-STU-PICKED(WS-STU-MATCH)
                           MOVE "Y" TO WS-PICK-FOUND(WS-PICK-SUB)
                       ELSE
                           ADD 1 TO WS-PICKS-MISSED
                           DISPLAY "  ! Student " WS-REC-ID
                                   " has no grades for term "
                                   TC-TERM-ID " -- no card"
                       END-IF
                   END-PERFORM
               WHEN OTHER
                   PERFORM VARYING WS-STU-SUB FROM 1 BY 1
                           UNTIL WS-STU-SUB > WS-STUDENT-COUNT
                       MOVE "Y" TO WS-STU-PICKED(WS-STU-SUB)
                   END-PERFORM
           END-EVALUATE.

       1600-SORT-CARD-LINES.
      *> Id then section -- a simple exchange sort, the same one
      *> GradeTranscript uses.
           MOVE "Y" TO WS-SWAP-FLAG
           PERFORM UNTIL NOT SORT-PASS-SWAPPED
               MOVE "N" TO WS-SWAP-FLAG
               PERFORM VARYING WS-SORT-SUB FROM 1 BY 1
                       UNTIL WS-SORT-SUB >= WS-CARD-LINE-COUNT
                   IF WS-CRD-ID(WS-SORT-SUB)
                           > WS-CRD-ID(WS-SORT-SUB + 1)
                      OR (WS-CRD-ID(WS-SORT-SUB)
                           = WS-CRD-ID(WS-SORT-SUB + 1)
                      AND WS-CRD-SECTION(WS-SORT-SUB)
                           > WS-CRD-SECTION(WS-SORT-SUB + 1))
                       SET SORT-PASS-SWAPPED TO TRUE
                       MOVE WS-CRD-ENTRY(WS-SORT-SUB)
                           TO WS-HOLD-CARD-LINE
                       MOVE WS-CRD-ENTRY(WS-SORT-SUB + 1)
                           TO WS-CRD-ENTRY(WS-SORT-SUB)
                       MOVE WS-HOLD-CARD-LINE
                           TO WS-CRD-ENTRY(WS-SORT-SUB + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       1650-SORT-STUDENTS.
           MOVE "Y" TO WS-SWAP-FLAG
           PERFORM UNTIL NOT SORT-PASS-SWAPPED
               MOVE "N" TO WS-SWAP-FLAG
               PERFORM VARYING WS-SORT-SUB FROM 1 BY 1
                       UNTIL WS-SORT-SUB >= WS-STUDENT-COUNT
                   IF WS-STU-ID(WS-SORT-SUB)
                           > WS-STU-ID(WS-SORT-SUB + 1)
                       SET SORT-PASS-SWAPPED TO TRUE
                       MOVE WS-STU-ENTRY(WS-SORT-SUB)
                           TO WS-HOLD-STUDENT
                       MOVE WS-STU-ENTRY(WS-SORT-SUB + 1)
                           TO WS-STU-ENTRY(WS-SORT-SUB)
                       MOVE WS-HOLD-STUDENT
                           TO WS-STU-ENTRY(WS-SORT-SUB + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       2000-PRINT-CARD.
      *> The heading line goes out with carriage control "1", so each
      *> card starts a page of its own.
           ADD 1 TO WS-CARD-COUNT
           MOVE SPACES TO RPT-DETAIL-LINE
           STRING "==== REPORT CARD  TERM " TC-TERM-ID " ===="
               DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           MOVE "1" TO RPT-CARRIAGE-CTL
           MOVE "WRITE" TO RPT-FUNCTION
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           MOVE SPACES TO RPT-DETAIL-LINE
           IF WS-STU-PRIVACY-HELD(WS-STU-SUB)
               STRING "Student " WS-STU-ID(WS-STU-SUB)
                   DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           ELSE
               STRING "Student " WS-STU-ID(WS-STU-SUB) "  "
                      FUNCTION TRIM(WS-STU-LAST(WS-STU-SUB)) ", "
                      FUNCTION TRIM(WS-STU-FIRST(WS-STU-SUB))
                   DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           END-IF
           MOVE SPACE TO RPT-CARRIAGE-CTL
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           MOVE SPACES TO RPT-DETAIL-LINE
           STRING "  SECT COURSE                  " "  CR" "   HW"
                  "   QZ" "   EX" "  CMP" "  GR" " NOTE"
               DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           MOVE "0" TO RPT-CARRIAGE-CTL
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           MOVE SPACE TO RPT-CARRIAGE-CTL
           MOVE ZERO TO WS-TRM-POINTS WS-TRM-ATTEMPTED WS-TRM-EARNED
           PERFORM VARYING WS-CRD-SUB FROM 1 BY 1
                   UNTIL WS-CRD-SUB > WS-CARD-LINE-COUNT
               IF WS-CRD-ID(WS-CRD-SUB) = WS-STU-ID(WS-STU-SUB)
                   PERFORM 2100-WRITE-SECTION-LINE
                   PERFORM 2200-TALLY-SECTION
               END-IF
           END-PERFORM
           PERFORM 2300-WRITE-CARD-TOTALS.

       2100-WRITE-SECTION-LINE.
           MOVE WS-CRD-TITLE(WS-CRD-SUB) TO WS-LINE-TITLE
           IF WS-CRD-HAS-PARTS(WS-CRD-SUB) = "Y"
               MOVE WS-CRD-HOMEWORK(WS-CRD-SUB) TO WS-HOMEWORK-X
               MOVE WS-CRD-QUIZ(WS-CRD-SUB)     TO WS-QUIZ-X
               MOVE WS-CRD-EXAM(WS-CRD-SUB)     TO WS-EXAM-X
           ELSE
               MOVE "  -" TO WS-HOMEWORK-X WS-QUIZ-X WS-EXAM-X
           END-IF
           EVALUATE WS-CRD-NOTE(WS-CRD-SUB)
               WHEN "H" MOVE "HONOR ROLL" TO WS-NOTE-WORD
               WHEN "R" MOVE "AT RISK"    TO WS-NOTE-WORD
               WHEN OTHER MOVE SPACES     TO WS-NOTE-WORD
           END-EVALUATE
           MOVE SPACES TO RPT-DETAIL-LINE
           STRING "  " WS-CRD-SECTION(WS-CRD-SUB)
                  " " WS-LINE-TITLE
                  "  " WS-CRD-CREDITS(WS-CRD-SUB)
                  "  " WS-HOMEWORK-X
                  "  " WS-QUIZ-X
                  "  " WS-EXAM-X
                  "  " WS-CRD-SCORE(WS-CRD-SUB)
                  "  " WS-CRD-GRADE(WS-CRD-SUB)
                  "  " WS-NOTE-WORD
               DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           MOVE "WRITE" TO RPT-FUNCTION
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
      *> W and I are printed but neither attempt nor earn credit; an
      *> F attempts its credits and earns none.
           IF WS-CRD-GRADE(WS-CRD-SUB) NOT = "W"
                   AND WS-CRD-GRADE(WS-CRD-SUB) NOT = "I"
               MOVE WS-CRD-GRADE(WS-CRD-SUB)   TO WS-REC-GRADE
               MOVE WS-CRD-CREDITS(WS-CRD-SUB) TO WS-REC-CREDITS
               PERFORM 1260-GRADE-POINTS
               ADD WS-REC-CREDITS TO WS-TRM-ATTEMPTED
               ADD WS-REC-POINTS  TO WS-TRM-POINTS
               IF WS-REC-GRADE = "A" OR "B" OR "C" OR "D"
                   ADD WS-REC-CREDITS TO WS-TRM-EARNED
               END-IF
           END-IF.

       2200-TALLY-SECTION.
           MOVE ZERO TO WS-TLY-MATCH
           PERFORM VARYING WS-TLY-SUB FROM 1 BY 1
                   UNTIL WS-TLY-SUB > WS-TALLY-COUNT
                      OR WS-TLY-MATCH > ZERO
               IF WS-TLY-SECTION(WS-TLY-SUB)
                       = WS-CRD-SECTION(WS-CRD-SUB)
                   MOVE WS-TLY-SUB TO WS-TLY-MATCH
               END-IF
           END-PERFORM
           IF WS-TLY-MATCH = ZERO
               IF WS-TALLY-COUNT < WS-MAX-TALLIES
                   ADD 1 TO WS-TALLY-COUNT
                   MOVE WS-TALLY-COUNT TO WS-TLY-MATCH
                   MOVE WS-CRD-SECTION(WS-CRD-SUB)
                       TO WS-TLY-SECTION(WS-TLY-MATCH)
                   MOVE ZERO TO WS-TLY-CARDS(WS-TLY-MATCH)
               END-IF
           END-IF
           IF WS-TLY-MATCH > ZERO
               ADD 1 TO WS-TLY-CARDS(WS-TLY-MATCH)
           ELSE
               ADD 1 TO WS-TALLY-MISSED
           END-IF.

       2300-WRITE-CARD-TOTALS.
           MOVE ZERO TO WS-GPA
           IF WS-TRM-ATTEMPTED > ZERO
               COMPUTE WS-GPA ROUNDED =
                   WS-TRM-POINTS / WS-TRM-ATTEMPTED
           END-IF
           MOVE WS-GPA TO WS-GPA-ED
           MOVE SPACES TO RPT-DETAIL-LINE
           STRING "Term credits attempted " WS-TRM-ATTEMPTED
                  "  earned " WS-TRM-EARNED
                  "  term GPA " WS-GPA-ED
               DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           MOVE "0" TO RPT-CARRIAGE-CTL
           MOVE "WRITE" TO RPT-FUNCTION
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           MOVE SPACE TO RPT-CARRIAGE-CTL
           COMPUTE WS-CUM-POINTS =
               WS-STU-CUM-POINTS(WS-STU-SUB) + WS-TRM-POINTS
           COMPUTE WS-CUM-ATTEMPTED =
               WS-STU-CUM-CREDITS(WS-STU-SUB) + WS-TRM-ATTEMPTED
           COMPUTE WS-CUM-EARNED =
               WS-STU-CUM-EARNED(WS-STU-SUB) + WS-TRM-EARNED
           MOVE ZERO TO WS-GPA
           IF WS-CUM-ATTEMPTED > ZERO
               COMPUTE WS-GPA ROUNDED =
                   WS-CUM-POINTS / WS-CUM-ATTEMPTED
           END-IF
           MOVE WS-GPA TO WS-GPA-ED
           MOVE SPACES TO RPT-DETAIL-LINE
           STRING "Cumulative credits attempted " WS-CUM-ATTEMPTED
                  "  earned " WS-CUM-EARNED
                  "  cumulative GPA " WS-GPA-ED
               DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           IF NOT CARD-TERM-IS-CURRENT
               MOVE SPACES TO RPT-DETAIL-LINE
               STRING "  (component scores and honor-roll/at-risk "
                      "notes are kept for term " WS-CURRENT-TERM
                      " only)"
                   DELIMITED BY SIZE INTO RPT-DETAIL-LINE
               MOVE "0" TO RPT-CARRIAGE-CTL
               CALL "ReportWriter" USING RPT-CONTROL-BLOCK
               MOVE SPACE TO RPT-CARRIAGE-CTL
           END-IF.

       3000-WRITE-CONTROL-PAGE.
           PERFORM 3100-SORT-TALLIES
           MOVE SPACES TO RPT-DETAIL-LINE
           STRING "==== REPORT CARD CONTROL PAGE  TERM " TC-TERM-ID
                  " ===="
               DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           MOVE "1" TO RPT-CARRIAGE-CTL
           MOVE "WRITE" TO RPT-FUNCTION
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           MOVE SPACE TO RPT-CARRIAGE-CTL
           MOVE SPACES TO RPT-DETAIL-LINE
           STRING "Cards for " WS-SELECTION-WORD
               DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           MOVE SPACES TO RPT-DETAIL-LINE
           MOVE "  SECT COURSE                          CARDS"
               TO RPT-DETAIL-LINE
           MOVE "0" TO RPT-CARRIAGE-CTL
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           MOVE SPACE TO RPT-CARRIAGE-CTL
           PERFORM VARYING WS-TLY-SUB FROM 1 BY 1
                   UNTIL WS-TLY-SUB > WS-TALLY-COUNT
               MOVE WS-TLY-SECTION(WS-TLY-SUB) TO WS-REC-SECTION
               PERFORM 1250-FIND-SECTION-CREDITS
               IF CRS-MATCH > ZERO
                   MOVE CRS-TITLE(CRS-MATCH) TO WS-LINE-TITLE
               ELSE
                   MOVE "(not in course catalog)" TO WS-LINE-TITLE
               END-IF
               MOVE SPACES TO RPT-DETAIL-LINE
               STRING "  " WS-TLY-SECTION(WS-TLY-SUB)
                      " " WS-LINE-TITLE
                      "       " WS-TLY-CARDS(WS-TLY-SUB)
                   DELIMITED BY SIZE INTO RPT-DETAIL-LINE
               CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           END-PERFORM
           IF WS-TALLY-COUNT = ZERO
               MOVE "  (no cards printed)" TO RPT-DETAIL-LINE
               CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           END-IF
           MOVE SPACES TO RPT-DETAIL-LINE
           STRING "Cards printed " WS-CARD-COUNT
                  "  students graded in term " WS-STUDENT-COUNT
               DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           MOVE "0" TO RPT-CARRIAGE-CTL
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           MOVE SPACE TO RPT-CARRIAGE-CTL
           MOVE SPACES TO RPT-DETAIL-LINE
           STRING "Master records read " WS-RECORDS-READ
                  "  term grades " WS-CARD-LINE-COUNT
                  "  unreadable " WS-BAD-RECORDS
               DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           IF CARD-TERM-IS-CURRENT
               MOVE SPACES TO RPT-DETAIL-LINE
               STRING "Grades with roster components " WS-PARTS-FOUND
                      "  honor/at-risk notes " WS-NOTES-FOUND
                   DELIMITED BY SIZE INTO RPT-DETAIL-LINE
               CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           END-IF
           IF WS-TALLY-MISSED > ZERO
               MOVE SPACES TO RPT-DETAIL-LINE
               STRING "Section lines not tallied (table full) "
                      WS-TALLY-MISSED
                   DELIMITED BY SIZE INTO RPT-DETAIL-LINE
               CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           END-IF
           IF WS-PICKS-MISSED > ZERO
               MOVE SPACES TO RPT-DETAIL-LINE
               STRING "Ids with no grades for the term "
                      WS-PICKS-MISSED ":"
                   DELIMITED BY SIZE INTO RPT-DETAIL-LINE
               MOVE "0" TO RPT-CARRIAGE-CTL
               CALL "ReportWriter" USING RPT-CONTROL-BLOCK
               MOVE SPACE TO RPT-CARRIAGE-CTL
               PERFORM VARYING WS-PICK-SUB FROM 1 BY 1
                       UNTIL WS-PICK-SUB > WS-PICK-COUNT
                   IF WS-PICK-FOUND(WS-PICK-SUB) = "N"
                       MOVE SPACES TO RPT-DETAIL-LINE
                       STRING "  " WS-PICK-ID(WS-PICK-SUB)
                           DELIMITED BY SIZE INTO RPT-DETAIL-LINE
                       CALL "ReportWriter" USING RPT-CONTROL-BLOCK
                   END-IF
               END-PERFORM
           END-IF.

       3100-SORT-TALLIES.
           MOVE "Y" TO WS-SWAP-FLAG
           PERFORM UNTIL NOT SORT-PASS-SWAPPED
               MOVE "N" TO WS-SWAP-FLAG
               PERFORM VARYING WS-TLY-SORT-SUB FROM 1 BY 1
                       UNTIL WS-TLY-SORT-SUB >= WS-TALLY-COUNT
                   IF WS-TLY-SECTION(WS-TLY-SORT-SUB)
                           > WS-TLY-SECTION(WS-TLY-SORT-SUB + 1)
                       SET SORT-PASS-SWAPPED TO TRUE
                       MOVE WS-TLY-ENTRY(WS-TLY-SORT-SUB)
                           TO WS-HOLD-TALLY
                       MOVE WS-TLY-ENTRY(WS-TLY-SORT-SUB + 1)
                           TO WS-TLY-ENTRY(WS-TLY-SORT-SUB)
                       MOVE WS-HOLD-TALLY
                           TO WS-TLY-ENTRY(WS-TLY-SORT-SUB + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       9000-END-RUN.
           MOVE "REPORTCARD" TO JOB-PROGRAM-NAME
           MOVE WS-RUN-RC TO JOB-RETURN-CODE
           MOVE WS-CARD-COUNT TO JOB-RECORD-COUNT
           COMPUTE JOB-ERROR-COUNT = WS-PICKS-MISSED + WS-BAD-RECORDS
           CALL "JobLog" USING JOB-LOG-BLOCK
           MOVE WS-RUN-RC TO RETURN-CODE.

      *> writes -- its fields sit at fixed column positions for the
      *> same reason BatchDriver can re-parse the joblog: every value
      *> is MOVEd to its full PIC width before the STRING.
      *> Each course line now carries the course title and credit
      *> hours from course_catalog.txt (maintained through
      *> CatalogMaint), courses within a term are listed in section
      *> order, and every term closes with a subtotal line -- credits
      *> attempted, credits earned, and the term's GPA -- with the
      *> same totals and the cumulative GPA for the whole record at
      *> the bottom. GPA is credit-weighted, the same rule GradeInquiry
      *> applies: grade points times the section's credits, over the
      *> credits attempted. W/I courses are listed but neither attempt
      *> nor earn credit; an F attempts its credits and earns none.
      *> The transcript closes with the student's current academic
      *> standing, the latest line AcademicStanding wrote to
      *> academic_standing_history.txt.
      *> A student whose master records carry a privacy hold gets a
      *> transcript headed by id alone -- the printed transcript is a
      *> distributed document, so the name stays off it.
      *> student_master.dat is keyed (RELATIVE): a student's terms
      *> are read directly by the record numbers the shared
      *> MasterIndex keeps for them, falling back to reading the
      *> master through when the student's entry is full or the
      *> index is missing.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GradeTranscript.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MSTFILE ASSIGN TO "student_master.dat"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-MST-RRN
               FILE STATUS IS WS-MST-STATUS.
           SELECT OVRFILE ASSIGN TO "student_master_overrides.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT BATCHFILE ASSIGN TO "transcript_ids.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-STATUS.
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

      *> Fixed column positions of GradeOverride's 5000-LOG-OVERRIDE
      *> line; only the fields the notation needs are named.
           01 BATCH-RECORD.
               05 BATCH-ID PIC 9(5).

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
           01 WS-OVR-STATUS   PIC XX VALUE SPACES.
           01 WS-BATCH-STATUS PIC XX VALUE SPACES.
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
           COPY EXCPCTL.
           01 WS-EOF          PIC X  VALUE "N".
               88 END-OF-FILE VALUE "Y".
           01 WS-BATCH-EOF    PIC X  VALUE "N".
           COPY CHKDGCTL.

      *> One student's terms, pulled out of the master and ordered
      *> ascending on term id (section within term) before printing;
      *> title and credits are looked up in the catalog as each
      *> course is collected.
           01 WS-MAX-TERMS    PIC 9(2) VALUE 50.
           01 WS-TERM-COUNT   PIC 9(2) VALUE ZERO.
           01 WS-TERM-TABLE.
                   10 WS-TRM-GRADE   PIC X.
                   10 WS-TRM-DATE    PIC 9(8).
                   10 WS-TRM-SECTION PIC X(4).
                   10 WS-TRM-TITLE   PIC X(30).
                   10 WS-TRM-CREDITS PIC 9(2).
           01 WS-TRM-SUB      PIC 9(2) VALUE ZERO.
           01 WS-SORT-SUB     PIC 9(2) VALUE ZERO.
           01 WS-SWAP-FLAG    PIC X VALUE "N".
               05 WS-HOLD-GRADE   PIC X.
               05 WS-HOLD-DATE    PIC 9(8).
               05 WS-HOLD-SECTION PIC X(4).
               05 WS-HOLD-TITLE   PIC X(30).
               05 WS-HOLD-CREDITS PIC 9(2).

      *> The override trail, loaded once -- each transcript line
      *> checks it so a changed grade is never presented as if it
               88 RECORD-FOUND VALUE "Y".
           01 WS-STUDENT-LAST  PIC X(20) VALUE SPACES.
           01 WS-STUDENT-FIRST PIC X(15) VALUE SPACES.
           01 WS-STUDENT-HOLD  PIC X     VALUE "N".
               88 STUDENT-PRIVACY-HELD VALUE "Y".
           01 WS-GPA-TERMS    PIC 9(4)   VALUE ZERO.
      *> Whole-record totals and the running term's subtotals.
      *> Points are credit-weighted; credits attempted is the GPA
      *> divisor.
           01 WS-GPA-POINTS   PIC 9(5)V9 VALUE ZERO.
           01 WS-CR-ATTEMPTED PIC 9(4)   VALUE ZERO.
           01 WS-CR-EARNED    PIC 9(4)   VALUE ZERO.
           01 WS-TRM-POINTS   PIC 9(4)V9 VALUE ZERO.
           01 WS-TRM-ATTEMPTED PIC 9(3)  VALUE ZERO.
           01 WS-TRM-EARNED   PIC 9(3)   VALUE ZERO.
           01 WS-LINE-POINTS  PIC 9(3)V9 VALUE ZERO.
           01 WS-GPA          PIC 9V99   VALUE ZERO.
           01 WS-GPA-ED       PIC 9.99   VALUE ZERO.
           01 WS-TRANSCRIPT-COUNT PIC 9(6) VALUE ZERO.
           01 WS-NOTFOUND-COUNT   PIC 9(6) VALUE ZERO.

           COPY RPTCTL.
           COPY MSTIXCTL.
           COPY JOBCTL.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-LOAD-OVERRIDES
           PERFORM 0200-LOAD-CATALOG
           MOVE "TRANSCRIPT" TO RPT-PROGRAM-NAME
           MOVE "STUDENT TRANSCRIPTS" TO RPT-REPORT-TITLE
           MOVE "OPEN " TO RPT-FUNCTION
               MOVE OVR-IN-REASON TO WS-OVR-REASON(WS-OVERRIDE-COUNT)
           END-IF.

       0200-LOAD-CATALOG.
      *> An absent catalog leaves every course untitled at the default
      *> weighting; a malformed line is logged and skipped.
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
               MOVE "TRANSCRIPT" TO EXC-PROGRAM-NAME
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

       1000-PRINT-TRANSCRIPT.
           PERFORM 1100-COLLECT-TERMS
           IF NOT RECORD-FOUND

       1100-COLLECT-TERMS.
           MOVE "N" TO WS-FOUND
           MOVE "N" TO WS-STUDENT-HOLD
           MOVE ZERO TO WS-TERM-COUNT
           OPEN INPUT MSTFILE
           IF WS-MST-STATUS NOT = "00"
               DISPLAY "! Cannot open student_master.dat, status "
                       WS-MST-STATUS
           ELSE
               MOVE "GET" TO MIX-FUNCTION
               MOVE "TRANSCRIPT" TO MIX-PROGRAM-ID
               MOVE WS-INQUIRY-ID TO MIX-STUDENT-ID
               CALL "MasterIndex" USING MASTER-INDEX-BLOCK
               EVALUATE TRUE
                   WHEN MIX-FOUND
                       PERFORM VARYING WS-RRN-SUB FROM 1 BY 1
                               UNTIL WS-RRN-SUB > MIX-RRN-COUNT
                           PERFORM 1110-READ-INDEXED-RECORD
                       END-PERFORM
                   WHEN MIX-NOT-FOUND
                       CONTINUE
                   WHEN OTHER
                       MOVE "N" TO WS-EOF
                       PERFORM UNTIL END-OF-FILE
                           READ MSTFILE NEXT RECORD
                               AT END MOVE "Y" TO WS-EOF
                               NOT AT END PERFORM 1120-COLLECT-ONE-TERM
                           END-READ
                       END-PERFORM
               END-EVALUATE
               CLOSE MSTFILE
           END-IF.

       1110-READ-INDEXED-RECORD.
           MOVE MIX-RRN-ENTRY(WS-RRN-SUB) TO WS-MST-RRN
           READ MSTFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY PERFORM 1120-COLLECT-ONE-TERM
           END-READ.

       1120-COLLECT-ONE-TERM.
           IF MST-ID = WS-INQUIRY-ID
                   AND WS-TERM-COUNT < WS-MAX-TERMS
               SET RECORD-FOUND TO TRUE
               MOVE MST-LAST-NAME  TO WS-STUDENT-LAST
               MOVE MST-FIRST-NAME TO WS-STUDENT-FIRST
               IF MST-PRIVACY-HOLD = "Y"
                   MOVE "Y" TO WS-STUDENT-HOLD
               END-IF
               ADD 1 TO WS-TERM-COUNT
               MOVE MST-TERM-ID TO WS-TRM-TERM-ID(WS-TERM-COUNT)
               MOVE MST-SCORE   TO WS-TRM-SCORE(WS-TERM-COUNT)
               MOVE MST-GRADE   TO WS-TRM-GRADE(WS-TERM-COUNT)
               MOVE MST-DATE    TO WS-TRM-DATE(WS-TERM-COUNT)
               MOVE MST-SECTION TO WS-TRM-SECTION(WS-TERM-COUNT)
               PERFORM 1150-LOOKUP-COURSE
           END-IF.

       1150-LOOKUP-COURSE.
           MOVE ZERO TO CRS-MATCH
           PERFORM VARYING CRS-SUB FROM 1 BY 1
                   UNTIL CRS-SUB > CRS-COUNT
               IF CRS-SECTION(CRS-SUB) = MST-SECTION
                   MOVE CRS-SUB TO CRS-MATCH
               END-IF
           END-PERFORM
           IF CRS-MATCH > ZERO
               MOVE CRS-TITLE(CRS-MATCH)
                   TO WS-TRM-TITLE(WS-TERM-COUNT)
               MOVE CRS-CREDITS(CRS-MATCH)
                   TO WS-TRM-CREDITS(WS-TERM-COUNT)
           ELSE
               MOVE "(not in course catalog)"
                   TO WS-TRM-TITLE(WS-TERM-COUNT)
               MOVE CRS-DEFAULT-CREDITS
                   TO WS-TRM-CREDITS(WS-TERM-COUNT)
           END-IF.

       1200-SORT-TERMS.
      *> Terms ascend on the transcript whatever order GradeBatch
      *> appended them in -- a simple exchange sort is plenty at a
                       UNTIL WS-SORT-SUB >= WS-TERM-COUNT
                   IF WS-TRM-TERM-ID(WS-SORT-SUB)
                           > WS-TRM-TERM-ID(WS-SORT-SUB + 1)
                       OR (WS-TRM-TERM-ID(WS-SORT-SUB)
                           = WS-TRM-TERM-ID(WS-SORT-SUB + 1)
                       AND WS-TRM-SECTION(WS-SORT-SUB)
                           > WS-TRM-SECTION(WS-SORT-SUB + 1))
                       SET SORT-PASS-SWAPPED TO TRUE
                       MOVE WS-TRM-ENTRY(WS-SORT-SUB)
                           TO WS-HOLD-ENTRY

       1300-WRITE-TRANSCRIPT-BODY.
           MOVE SPACES TO RPT-DETAIL-LINE
           IF STUDENT-PRIVACY-HELD
               STRING "==== TRANSCRIPT FOR STUDENT " WS-INQUIRY-ID
                      " ===="
                   DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           ELSE
               STRING "==== TRANSCRIPT FOR STUDENT " WS-INQUIRY-ID
                      " " FUNCTION TRIM(WS-STUDENT-LAST) ", "
                      FUNCTION TRIM(WS-STUDENT-FIRST) " ===="
                   DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           END-IF
           MOVE "0" TO RPT-CARRIAGE-CTL
           MOVE "WRITE" TO RPT-FUNCTION
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           MOVE SPACE TO RPT-CARRIAGE-CTL
           MOVE SPACES TO RPT-DETAIL-LINE
           STRING "  TERM   SECT TITLE                          "
                  "CR SCORE GR EARNED"
               DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           MOVE ZERO TO WS-GPA-TERMS WS-GPA-POINTS WS-GPA
                        WS-CR-ATTEMPTED WS-CR-EARNED
           MOVE ZERO TO WS-TRM-POINTS WS-TRM-ATTEMPTED WS-TRM-EARNED
           PERFORM VARYING WS-TRM-SUB FROM 1 BY 1
                   UNTIL WS-TRM-SUB > WS-TERM-COUNT
               PERFORM 1400-WRITE-TERM-LINE
      *> The term closes when the next course belongs to a later term
      *> (or there is no next course).
               IF WS-TRM-SUB = WS-TERM-COUNT
                   PERFORM 1450-WRITE-TERM-SUBTOTAL
               ELSE
                   IF WS-TRM-TERM-ID(WS-TRM-SUB + 1)
                           NOT = WS-TRM-TERM-ID(WS-TRM-SUB)
                       PERFORM 1450-WRITE-TERM-SUBTOTAL
                   END-IF
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-GPA
           IF WS-CR-ATTEMPTED > ZERO
               COMPUTE WS-GPA ROUNDED =
                   WS-GPA-POINTS / WS-CR-ATTEMPTED
           END-IF
           MOVE WS-GPA TO WS-GPA-ED
           MOVE SPACES TO RPT-DETAIL-LINE
           STRING "Total credits attempted " WS-CR-ATTEMPTED
                  "  earned " WS-CR-EARNED
               DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           MOVE "0" TO RPT-CARRIAGE-CTL
           MOVE "WRITE" TO RPT-FUNCTION
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           MOVE SPACE TO RPT-CARRIAGE-CTL
           MOVE SPACES TO RPT-DETAIL-LINE
           STRING "Cumulative GPA across " WS-GPA-TERMS
                  " graded course(s), credit-weighted: " WS-GPA-ED
               DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           MOVE "WRITE" TO RPT-FUNCTION
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           PERFORM 1600-LOOKUP-STANDING
           MOVE SPACES TO RPT-DETAIL-LINE
           IF WS-STANDING = SPACE
               STRING "Academic standing: " WS-STANDING-WORD
                   DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           ELSE
               STRING "Academic standing: "
                      FUNCTION TRIM(WS-STANDING-WORD)
                      " as of term " WS-STANDING-TERM
                   DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           END-IF
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK.

       1400-WRITE-TERM-LINE.
           MOVE SPACES TO RPT-DETAIL-LINE
           STRING "  " WS-TRM-TERM-ID(WS-TRM-SUB)
                  " " WS-TRM-SECTION(WS-TRM-SUB)
                  " " WS-TRM-TITLE(WS-TRM-SUB)
                  " " WS-TRM-CREDITS(WS-TRM-SUB)
                  "   " WS-TRM-SCORE(WS-TRM-SUB)
                  "  " WS-TRM-GRADE(WS-TRM-SUB)
                  " " WS-TRM-DATE(WS-TRM-SUB)
               DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           MOVE "WRITE" TO RPT-FUNCTION
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
      *> W (withdrawn) and I (incomplete) courses appear on the
      *> transcript but never feed the GPA or the credit totals, the
      *> same rule GradeInquiry applies. Any other grade attempts the
      *> course's credits; A through D also earn them.
           IF WS-TRM-GRADE(WS-TRM-SUB) NOT = "W"
                   AND WS-TRM-GRADE(WS-TRM-SUB) NOT = "I"
               ADD 1 TO WS-GPA-TERMS
               ADD WS-TRM-CREDITS(WS-TRM-SUB) TO WS-TRM-ATTEMPTED
               MOVE ZERO TO WS-LINE-POINTS
               EVALUATE WS-TRM-GRADE(WS-TRM-SUB)
                   WHEN "A" COMPUTE WS-LINE-POINTS =
                                4.0 * WS-TRM-CREDITS(WS-TRM-SUB)
                   WHEN "B" COMPUTE WS-LINE-POINTS =
                                3.0 * WS-TRM-CREDITS(WS-TRM-SUB)
                   WHEN "C" COMPUTE WS-LINE-POINTS =
                                2.0 * WS-TRM-CREDITS(WS-TRM-SUB)
                   WHEN "D" COMPUTE WS-LINE-POINTS =
                                1.0 * WS-TRM-CREDITS(WS-TRM-SUB)
                   WHEN OTHER CONTINUE
               END-EVALUATE
               IF WS-TRM-GRADE(WS-TRM-SUB) = "A" OR "B" OR "C" OR "D"
                   ADD WS-TRM-CREDITS(WS-TRM-SUB) TO WS-TRM-EARNED
               END-IF
               ADD WS-LINE-POINTS TO WS-TRM-POINTS
           END-IF
           PERFORM 1500-CHECK-OVERRIDE-NOTATION.

       1450-WRITE-TERM-SUBTOTAL.
           MOVE ZERO TO WS-GPA
           IF WS-TRM-ATTEMPTED > ZERO
               COMPUTE WS-GPA ROUNDED =
                   WS-TRM-POINTS / WS-TRM-ATTEMPTED
           END-IF
           MOVE WS-GPA TO WS-GPA-ED
           MOVE SPACES TO RPT-DETAIL-LINE
           STRING "    Term " WS-TRM-TERM-ID(WS-TRM-SUB)
                  " credits attempted " WS-TRM-ATTEMPTED
                  "  earned " WS-TRM-EARNED
                  "  term GPA " WS-GPA-ED
               DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           MOVE "WRITE" TO RPT-FUNCTION
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           ADD WS-TRM-POINTS    TO WS-GPA-POINTS
           ADD WS-TRM-ATTEMPTED TO WS-CR-ATTEMPTED
           ADD WS-TRM-EARNED    TO WS-CR-EARNED
           MOVE ZERO TO WS-TRM-POINTS WS-TRM-ATTEMPTED WS-TRM-EARNED.

       1500-CHECK-OVERRIDE-NOTATION.
           MOVE ZERO TO WS-OVR-MATCH
           PERFORM VARYING WS-OVR-SUB FROM 1 BY 1
               CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           END-IF.

       1600-LOOKUP-STANDING.
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

       6000-BATCH-MODE.
           OPEN INPUT BATCHFILE
           IF WS-BATCH-STATUS NOT = "00"

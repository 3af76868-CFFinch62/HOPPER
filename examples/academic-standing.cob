      *> academic-standing.cob - HOPPER Example 11f: Term-End
      *> Academic Standing
      *> Advising used to decide good standing, probation, and
      *> suspension by hand from at_risk.txt and GradeProgress. This
      *> term-end run decides it from the record. For the term named
      *> in grade_term.txt (the same TERMCTL control GradeBatch
      *> stamps grades with) it reads student_master_archive.dat and
      *> student_master.dat, and for every student graded in the term
      *> works out the term GPA and the cumulative GPA through the
      *> term -- credit-weighted off course_catalog.txt, W/I courses
      *> left out, the same rule GradeInquiry and GradeTranscript
      *> apply. The rules come from standing_rules.txt: a term GPA or
      *> a cumulative GPA below its floor puts a student on
      *> probation, and a student still below after the allowed
      *> number of consecutive probation terms is suspended; meeting
      *> both floors restores good standing. A student whose term
      *> carries no graded credits (all W/I, or zero-credit courses)
      *> keeps the standing already held.
      *> Each student's standing for the term is written to
      *> academic_standing_history.txt -- a rerun for the same term
      *> replaces that term's lines rather than adding to them -- and
      *> the prior standing is the student's latest history line for
      *> an earlier term. The standing-change report lists every
      *> student moving onto or off probation, into suspension, or
      *> back from it, with the term and cumulative GPA behind the
      *> decision. GradeInquiry and GradeTranscript show the latest
      *> standing from the same history file.
      *> A student whose master or archive records carry a privacy
      *> hold is listed on the standing-change report by id alone.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AcademicStanding.

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
           SELECT RULEFILE ASSIGN TO "standing_rules.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.
           SELECT CATFILE ASSIGN TO "course_catalog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
           SELECT STHFILE ASSIGN TO "academic_standing_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STH-STATUS.
      *> Every other term's history lines are parked here while the
      *> history is rebuilt, then copied back ahead of this term's.
           SELECT STHWORK ASSIGN TO "academic_standing_history.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STW-STATUS.

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

      *> Floors are two-decimal GPAs keyed without the point (150 is
      *> 1.50); the last field is how many consecutive probation
      *> terms are allowed before a further shortfall suspends.
           FD RULEFILE.
           01 RULE-RECORD.
               05 RULE-TERM-GPA-MIN PIC 9V99.
               05 FILLER            PIC X.
               05 RULE-CUM-GPA-MIN  PIC 9V99.
               05 FILLER            PIC X.
               05 RULE-MAX-PROB     PIC 9(2).

           FD CATFILE.
           01 CAT-RECORD.
               05 CAT-SECTION PIC X(4).
               05 FILLER      PIC X.
               05 CAT-CREDITS PIC 9(2).
               05 FILLER      PIC X.
               05 CAT-TITLE   PIC X(30).

      *> STH-STANDING: G good standing, P probation, S suspended.
      *> STH-PROB-TERMS is the consecutive probation terms behind
      *> that standing (zero in good standing).
           FD STHFILE.
           01 STH-RECORD.
               05 STH-ID           PIC 9(5).
               05 FILLER           PIC X.
               05 STH-TERM-ID      PIC 9(6).
               05 FILLER           PIC X.
               05 STH-STANDING     PIC X.
               05 FILLER           PIC X.
               05 STH-PROB-TERMS   PIC 9(2).
               05 FILLER           PIC X.
               05 STH-TERM-GPA     PIC 9V99.
               05 FILLER           PIC X.
               05 STH-CUM-GPA      PIC 9V99.
               05 FILLER           PIC X.
               05 STH-TERM-CREDITS PIC 9(3).
               05 FILLER           PIC X.
               05 STH-CUM-CREDITS  PIC 9(4).
               05 FILLER           PIC X.
               05 STH-RUN-DATE     PIC 9(8).
               05 FILLER           PIC X.
               05 STH-RUN-TIME     PIC 9(6).

           FD STHWORK.
           01 STW-RECORD PIC X(60).

       WORKING-STORAGE SECTION.
           01 WS-MST-STATUS   PIC XX VALUE SPACES.
           01 WS-ARC-STATUS   PIC XX VALUE SPACES.
           01 WS-TERM-STATUS  PIC XX VALUE SPACES.
           01 WS-RULE-STATUS  PIC XX VALUE SPACES.
           01 WS-CAT-STATUS   PIC XX VALUE SPACES.
           01 WS-STH-STATUS   PIC XX VALUE SPACES.
           01 WS-STW-STATUS   PIC XX VALUE SPACES.
           01 WS-EOF          PIC X  VALUE "N".
               88 END-OF-FILE VALUE "Y".

           COPY TERMCTL.
           COPY CRSCAT.
           COPY DATESTAMP.
           COPY EXCPCTL.
           COPY RPTCTL.
           COPY JOBCTL.
           COPY RUNLKCTL.

      *> Rule defaults, used when standing_rules.txt is absent or bad:
      *> probation below a 1.50 term GPA or a 2.00 cumulative GPA,
      *> suspension after two consecutive probation terms.
           01 WS-TERM-GPA-MIN PIC 9V99 VALUE 1.50.
           01 WS-CUM-GPA-MIN  PIC 9V99 VALUE 2.00.
           01 WS-MAX-PROB     PIC 9(2) VALUE 2.
           01 WS-TERM-MIN-ED  PIC 9.99.
           01 WS-CUM-MIN-ED   PIC 9.99.

      *> One entry per student seen in the master or the archive --
      *> cumulative GPA needs every earlier term, so the whole record
      *> is summed, then only students graded in the run term are
      *> judged. A table overflow refuses the run: a student left out
      *> would silently keep a stale standing.
           01 WS-MAX-STUDENTS  PIC 9(4) VALUE 1000.
           01 WS-STUDENT-COUNT PIC 9(4) VALUE ZERO.
           01 WS-STUDENT-TABLE.
               05 WS-STU-ENTRY OCCURS 1000 TIMES.
                   10 WS-STU-ID           PIC 9(5).
                   10 WS-STU-LAST         PIC X(20).
                   10 WS-STU-FIRST        PIC X(15).
                   10 WS-STU-HOLD         PIC X.
                       88 WS-STU-PRIVACY-HELD VALUE "Y".
                   10 WS-STU-IN-TERM      PIC X.
                   10 WS-STU-TRM-POINTS   PIC 9(4)V9.
                   10 WS-STU-TRM-CREDITS  PIC 9(3).
                   10 WS-STU-CUM-POINTS   PIC 9(5)V9.
                   10 WS-STU-CUM-CREDITS  PIC 9(4).
                   10 WS-STU-PRIOR-TERM   PIC 9(6).
                   10 WS-STU-PRIOR-STAND  PIC X.
                   10 WS-STU-PRIOR-PROB   PIC 9(2).
                   10 WS-STU-NEW-STAND    PIC X.
                   10 WS-STU-NEW-PROB     PIC 9(2).
                   10 WS-STU-TERM-GPA     PIC 9V99.
                   10 WS-STU-CUM-GPA      PIC 9V99.
           01 WS-STU-SUB      PIC 9(4) VALUE ZERO.
           01 WS-STU-MATCH    PIC 9(4) VALUE ZERO.
           01 WS-SORT-SUB     PIC 9(4) VALUE ZERO.
           01 WS-SWAP-FLAG    PIC X VALUE "N".
               88 SORT-PASS-SWAPPED VALUE "Y".
           01 WS-HOLD-ENTRY   PIC X(78).
           01 WS-OVERFLOW     PIC X VALUE "N".
               88 STUDENT-TABLE-OVERFLOWED VALUE "Y".

      *> The record being summed, staged from either master layout.
           01 WS-REC-ID       PIC 9(5).
           01 WS-REC-TERM-ID  PIC 9(6).
           01 WS-REC-GRADE    PIC X.
           01 WS-REC-SECTION  PIC X(4).
           01 WS-REC-LAST     PIC X(20).
           01 WS-REC-FIRST    PIC X(15).
           01 WS-REC-HOLD     PIC X.
           01 WS-REC-CREDITS  PIC 9(2).
           01 WS-REC-POINTS   PIC 9(3)V9.

           01 WS-RUN-TERM-GRADES PIC 9(6) VALUE ZERO.
           01 WS-RECORDS-READ    PIC 9(6) VALUE ZERO.
           01 WS-BAD-RECORDS     PIC 9(6) VALUE ZERO.
           01 WS-EVALUATED       PIC 9(6) VALUE ZERO.
           01 WS-GOOD-COUNT      PIC 9(6) VALUE ZERO.
           01 WS-PROB-COUNT      PIC 9(6) VALUE ZERO.
           01 WS-SUSP-COUNT      PIC 9(6) VALUE ZERO.
           01 WS-CHANGE-COUNT    PIC 9(6) VALUE ZERO.
           01 WS-CARRIED-COUNT   PIC 9(6) VALUE ZERO.
           01 WS-REPLACED-COUNT  PIC 9(6) VALUE ZERO.
           01 WS-KEPT-COUNT      PIC 9(6) VALUE ZERO.

           01 WS-NAME-WORK     PIC X(20) VALUE SPACES.
           01 WS-CHANGE-WORD   PIC X(15) VALUE SPACES.
           01 WS-TERM-GPA-ED   PIC 9.99.
           01 WS-CUM-GPA-ED    PIC 9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
      *> One running copy of this program at a time -- a second
      *> start against a held lock refuses here before any file is
      *> touched (see RunLock / hopper_runlocks.txt).
           PERFORM 9800-ACQUIRE-RUN-LOCK
           IF NOT RL-IS-GRANTED
               DISPLAY "! Run refused -- ACADSTANDING"
                       " lock held by " RL-HELD-BY
                       " since " RL-HELD-DATE "-" RL-HELD-TIME
               MOVE 12 TO RETURN-CODE
               MOVE "ACADSTANDING" TO JOB-PROGRAM-NAME
               MOVE RETURN-CODE TO JOB-RETURN-CODE
               MOVE ZERO TO JOB-RECORD-COUNT
               MOVE 1 TO JOB-ERROR-COUNT
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
           CALL "BusinessDate" USING DATE-TIME-STAMP
           PERFORM 0100-LOAD-TERM
           PERFORM 0200-LOAD-RULES
           PERFORM 0300-LOAD-CATALOG
           PERFORM 1000-SUM-ARCHIVE
           PERFORM 1100-SUM-MASTER
           IF WS-MST-STATUS NOT = "00" AND WS-MST-STATUS NOT = "10"
               DISPLAY "! Cannot open student_master.dat, status "
                       WS-MST-STATUS " -- no standing determined"
               MOVE 8 TO RETURN-CODE
               MOVE "ACADSTANDING" TO JOB-PROGRAM-NAME
               MOVE RETURN-CODE TO JOB-RETURN-CODE
               MOVE ZERO TO JOB-RECORD-COUNT
               MOVE 1 TO JOB-ERROR-COUNT
               PERFORM 9900-RELEASE-RUN-LOCK
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
           IF STUDENT-TABLE-OVERFLOWED
               DISPLAY "! More than " WS-MAX-STUDENTS " students on "
                       "the master and archive -- a standing run that "
                       "skipped some would leave them on a stale "
                       "standing, so the run was refused"
               MOVE 12 TO RETURN-CODE
               MOVE "ACADSTANDING" TO JOB-PROGRAM-NAME
               MOVE RETURN-CODE TO JOB-RETURN-CODE
               MOVE ZERO TO JOB-RECORD-COUNT
               MOVE 1 TO JOB-ERROR-COUNT
               PERFORM 9900-RELEASE-RUN-LOCK
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
           PERFORM 1500-SORT-STUDENTS
           PERFORM 2000-PARK-HISTORY
           MOVE "ACADSTAND" TO RPT-PROGRAM-NAME
           MOVE "ACADEMIC STANDING CHANGES" TO RPT-REPORT-TITLE
           MOVE "OPEN " TO RPT-FUNCTION
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           PERFORM 3000-WRITE-REPORT-HEADING
           PERFORM 4000-REBUILD-HISTORY
           PERFORM 5000-WRITE-CONTROL-TOTALS
           MOVE "CLOSE" TO RPT-FUNCTION
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           DISPLAY "Academic standing for term " TC-TERM-ID
                   ": evaluated " WS-EVALUATED
                   " good " WS-GOOD-COUNT
                   " probation " WS-PROB-COUNT
                   " suspended " WS-SUSP-COUNT
           DISPLAY "  Standing changes: " WS-CHANGE-COUNT
                   " -- see hopper_report_acadstand.txt"
           IF WS-BAD-RECORDS > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           MOVE "ACADSTANDING" TO JOB-PROGRAM-NAME
           MOVE RETURN-CODE TO JOB-RETURN-CODE
           MOVE WS-EVALUATED TO JOB-RECORD-COUNT
           MOVE WS-BAD-RECORDS TO JOB-ERROR-COUNT
           PERFORM 9900-RELEASE-RUN-LOCK
           CALL "JobLog" USING JOB-LOG-BLOCK
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
                           MOVE "ACADSTANDING"   TO EXC-PROGRAM-NAME
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
           END-IF.

       0200-LOAD-RULES.
      *> A rules line that is not numeric, or allows no probation
      *> term at all, keeps the defaults and is logged.
           OPEN INPUT RULEFILE
           IF WS-RULE-STATUS = "00"
               READ RULEFILE
                   NOT AT END
                       IF RULE-TERM-GPA-MIN NUMERIC
                               AND RULE-CUM-GPA-MIN NUMERIC
                               AND RULE-MAX-PROB NUMERIC
                               AND RULE-MAX-PROB > ZERO
                           MOVE RULE-TERM-GPA-MIN TO WS-TERM-GPA-MIN
                           MOVE RULE-CUM-GPA-MIN  TO WS-CUM-GPA-MIN
                           MOVE RULE-MAX-PROB     TO WS-MAX-PROB
                       ELSE
                           MOVE "ACADSTANDING" TO EXC-PROGRAM-NAME
                           MOVE "standing_rules.txt"
                               TO EXC-SOURCE-FILE
                           MOVE "RULE-RECORD" TO EXC-FIELD-NAME
                           MOVE RULE-RECORD TO EXC-RAW-VALUE
                           MOVE "bad standing rules, defaults kept"
                               TO EXC-REASON
                           CALL "ExceptionLog" USING EXCEPTION-LOG-BLOCK
                       END-IF
               END-READ
               CLOSE RULEFILE
           END-IF.

       0300-LOAD-CATALOG.
      *> An absent catalog leaves every section at the default
      *> weighting; a malformed line is logged and skipped.
           MOVE ZERO TO CRS-COUNT
           OPEN INPUT CATFILE
           IF WS-CAT-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ CATFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM 0350-ADD-CATALOG-ENTRY
                   END-READ
               END-PERFORM
               CLOSE CATFILE
           END-IF.

       0350-ADD-CATALOG-ENTRY.
           IF CAT-SECTION = SPACES OR CAT-CREDITS NOT NUMERIC
               MOVE "ACADSTANDING" TO EXC-PROGRAM-NAME
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

       1000-SUM-ARCHIVE.
      *> Terms MasterArchive purged from the live master still count
      *> toward the cumulative GPA. No archive simply means nothing
      *> has been purged yet.
           OPEN INPUT ARCFILE
           IF WS-ARC-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ ARCFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE ARC-ID         TO WS-REC-ID
                           MOVE ARC-TERM-ID    TO WS-REC-TERM-ID
                           MOVE ARC-GRADE      TO WS-REC-GRADE
                           MOVE ARC-SECTION    TO WS-REC-SECTION
                           MOVE ARC-LAST-NAME  TO WS-REC-LAST
                           MOVE ARC-FIRST-NAME TO WS-REC-FIRST
                           MOVE ARC-PRIVACY-HOLD TO WS-REC-HOLD
                           PERFORM 1200-SUM-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE ARCFILE
           END-IF.

       1100-SUM-MASTER.
           OPEN INPUT MSTFILE
           IF WS-MST-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ MSTFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE MST-ID         TO WS-REC-ID
                           MOVE MST-TERM-ID    TO WS-REC-TERM-ID
                           MOVE MST-GRADE      TO WS-REC-GRADE
                           MOVE MST-SECTION    TO WS-REC-SECTION
                           MOVE MST-LAST-NAME  TO WS-REC-LAST
                           MOVE MST-FIRST-NAME TO WS-REC-FIRST
                           MOVE MST-PRIVACY-HOLD TO WS-REC-HOLD
                           PERFORM 1200-SUM-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE MSTFILE
               MOVE "00" TO WS-MST-STATUS
           END-IF.

       1200-SUM-ONE-RECORD.
      *> Terms after the run term are ignored, so a rerun for an
      *> earlier term judges the record as it stood then.
           ADD 1 TO WS-RECORDS-READ
           IF WS-REC-ID NOT NUMERIC OR WS-REC-TERM-ID NOT NUMERIC
               ADD 1 TO WS-BAD-RECORDS
           ELSE
               IF WS-REC-TERM-ID <= TC-TERM-ID
                   PERFORM 1300-FIND-OR-ADD-STUDENT
                   IF WS-STU-MATCH > ZERO
                       PERFORM 1250-ACCUMULATE-RECORD
                   END-IF
      *> A hold on any one record holds the student's name back.
                   IF WS-STU-MATCH > ZERO AND WS-REC-HOLD = "Y"
                       MOVE "Y" TO WS-STU-HOLD(WS-STU-MATCH)
                   END-IF
               END-IF
           END-IF.

       1250-ACCUMULATE-RECORD.
           IF WS-REC-TERM-ID = TC-TERM-ID
               MOVE "Y" TO WS-STU-IN-TERM(WS-STU-MATCH)
               MOVE WS-REC-LAST  TO WS-STU-LAST(WS-STU-MATCH)
               MOVE WS-REC-FIRST TO WS-STU-FIRST(WS-STU-MATCH)
               ADD 1 TO WS-RUN-TERM-GRADES
           END-IF
      *> W (withdrawn) and I (incomplete) carry no grade points and
      *> no credit attempt -- the GPA rule GradeInquiry applies.
           IF WS-REC-GRADE NOT = "W" AND WS-REC-GRADE NOT = "I"
               PERFORM 1260-FIND-SECTION-CREDITS
               EVALUATE WS-REC-GRADE
                   WHEN "A" COMPUTE WS-REC-POINTS = 4 * WS-REC-CREDITS
                   WHEN "B" COMPUTE WS-REC-POINTS = 3 * WS-REC-CREDITS
                   WHEN "C" COMPUTE WS-REC-POINTS = 2 * WS-REC-CREDITS
                   WHEN "D" COMPUTE WS-REC-POINTS = 1 * WS-REC-CREDITS
                   WHEN OTHER MOVE ZERO TO WS-REC-POINTS
               END-EVALUATE
               ADD WS-REC-CREDITS TO WS-STU-CUM-CREDITS(WS-STU-MATCH)
               ADD WS-REC-POINTS  TO WS-STU-CUM-POINTS(WS-STU-MATCH)
               IF WS-REC-TERM-ID = TC-TERM-ID
                   ADD WS-REC-CREDITS
                       TO WS-STU-TRM-CREDITS(WS-STU-MATCH)
                   ADD WS-REC-POINTS
                       TO WS-STU-TRM-POINTS(WS-STU-MATCH)
               END-IF
           END-IF.

       1260-FIND-SECTION-CREDITS.
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

       1300-FIND-OR-ADD-STUDENT.
           MOVE ZERO TO WS-STU-MATCH
           PERFORM VARYING WS-STU-SUB FROM 1 BY 1
                   UNTIL WS-STU-SUB > WS-STUDENT-COUNT
                      OR WS-STU-MATCH > ZERO
               IF WS-STU-ID(WS-STU-SUB) = WS-REC-ID
                   MOVE WS-STU-SUB TO WS-STU-MATCH
               END-IF
           END-PERFORM
           IF WS-STU-MATCH = ZERO
               IF WS-STUDENT-COUNT < WS-MAX-STUDENTS
                   ADD 1 TO WS-STUDENT-COUNT
                   MOVE WS-STUDENT-COUNT TO WS-STU-MATCH
                   INITIALIZE WS-STU-ENTRY(WS-STU-MATCH)
                   MOVE WS-REC-ID    TO WS-STU-ID(WS-STU-MATCH)
                   MOVE WS-REC-LAST  TO WS-STU-LAST(WS-STU-MATCH)
                   MOVE WS-REC-FIRST TO WS-STU-FIRST(WS-STU-MATCH)
                   MOVE "N" TO WS-STU-IN-TERM(WS-STU-MATCH)
      *> A student with no earlier history line starts in good
      *> standing.
                   MOVE "G" TO WS-STU-PRIOR-STAND(WS-STU-MATCH)
               ELSE
                   SET STUDENT-TABLE-OVERFLOWED TO TRUE
               END-IF
           END-IF.

       1500-SORT-STUDENTS.
      *> Id order for the report and the history lines -- a simple
      *> exchange sort, the same one GradeTranscript uses.
           MOVE "Y" TO WS-SWAP-FLAG
           PERFORM UNTIL NOT SORT-PASS-SWAPPED
               MOVE "N" TO WS-SWAP-FLAG
               PERFORM VARYING WS-SORT-SUB FROM 1 BY 1
                       UNTIL WS-SORT-SUB >= WS-STUDENT-COUNT
                   IF WS-STU-ID(WS-SORT-SUB)
                           > WS-STU-ID(WS-SORT-SUB + 1)
                       SET SORT-PASS-SWAPPED TO TRUE
                       MOVE WS-STU-ENTRY(WS-SORT-SUB)
                           TO WS-HOLD-ENTRY
                       MOVE WS-STU-ENTRY(WS-SORT-SUB + 1)
                           TO WS-STU-ENTRY(WS-SORT-SUB)
                       MOVE WS-HOLD-ENTRY
                           TO WS-STU-ENTRY(WS-SORT-SUB + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       2000-PARK-HISTORY.
      *> Every history line for another term is parked in the work
      *> file; this term's lines (an earlier run of the same term)
      *> are dropped, to be replaced. A line for an earlier term
      *> becomes the student's prior standing when it is the latest
      *> one seen.
           OPEN OUTPUT STHWORK
           OPEN INPUT STHFILE
           IF WS-STH-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ STHFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM 2100-PARK-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE STHFILE
           END-IF
           CLOSE STHWORK.

       2100-PARK-ONE-LINE.
           IF STH-TERM-ID = TC-TERM-ID
               ADD 1 TO WS-REPLACED-COUNT
           ELSE
               ADD 1 TO WS-KEPT-COUNT
               MOVE STH-RECORD TO STW-RECORD
               WRITE STW-RECORD
               IF STH-TERM-ID < TC-TERM-ID AND STH-ID NUMERIC
                   MOVE STH-ID TO WS-REC-ID
                   PERFORM 2200-FIND-STUDENT
                   IF WS-STU-MATCH > ZERO
                       IF STH-TERM-ID
                               > WS-STU-PRIOR-TERM(WS-STU-MATCH)
                           MOVE STH-TERM-ID
                               TO WS-STU-PRIOR-TERM(WS-STU-MATCH)
                           MOVE STH-STANDING
                               TO WS-STU-PRIOR-STAND(WS-STU-MATCH)
                           MOVE STH-PROB-TERMS
                               TO WS-STU-PRIOR-PROB(WS-STU-MATCH)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2200-FIND-STUDENT.
           MOVE ZERO TO WS-STU-MATCH
           PERFORM VARYING WS-STU-SUB FROM 1 BY 1
                   UNTIL WS-STU-SUB > WS-STUDENT-COUNT
                      OR WS-STU-MATCH > ZERO
               IF WS-STU-ID(WS-STU-SUB) = WS-REC-ID
                   MOVE WS-STU-SUB TO WS-STU-MATCH
               END-IF
           END-PERFORM.

       3000-WRITE-REPORT-HEADING.
           MOVE WS-TERM-GPA-MIN TO WS-TERM-MIN-ED
           MOVE WS-CUM-GPA-MIN  TO WS-CUM-MIN-ED
           MOVE SPACES TO RPT-DETAIL-LINE
           STRING "Term " TC-TERM-ID
                  "  probation below term GPA " WS-TERM-MIN-ED
                  " or cumulative GPA " WS-CUM-MIN-ED
               DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           MOVE "WRITE" TO RPT-FUNCTION
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           MOVE SPACES TO RPT-DETAIL-LINE
           STRING "  suspension when still below after " WS-MAX-PROB
                  " consecutive probation term(s)"
               DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           MOVE SPACES TO RPT-DETAIL-LINE
           STRING "  ID    NAME                   F -> T  TERM   CUM"
                  "  PR    CHANGE"
               DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           MOVE "0" TO RPT-CARRIAGE-CTL
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           MOVE SPACE TO RPT-CARRIAGE-CTL.

       4000-REBUILD-HISTORY.
      *> The parked lines go back first, then one line per student
      *> judged this term, in id order.
           OPEN OUTPUT STHFILE
           OPEN INPUT STHWORK
           IF WS-STW-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ STHWORK
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE STW-RECORD TO STH-RECORD
                           WRITE STH-RECORD
                   END-READ
               END-PERFORM
               CLOSE STHWORK
           END-IF
           PERFORM VARYING WS-STU-SUB FROM 1 BY 1
                   UNTIL WS-STU-SUB > WS-STUDENT-COUNT
               IF WS-STU-IN-TERM(WS-STU-SUB) = "Y"
                   PERFORM 4100-DETERMINE-STANDING
                   PERFORM 4200-WRITE-HISTORY-LINE
                   IF WS-STU-NEW-STAND(WS-STU-SUB)
                           NOT = WS-STU-PRIOR-STAND(WS-STU-SUB)
                       PERFORM 4300-WRITE-CHANGE-LINE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE STHFILE.

       4100-DETERMINE-STANDING.
           ADD 1 TO WS-EVALUATED
           MOVE ZERO TO WS-STU-TERM-GPA(WS-STU-SUB)
                        WS-STU-CUM-GPA(WS-STU-SUB)
           IF WS-STU-TRM-CREDITS(WS-STU-SUB) > ZERO
               COMPUTE WS-STU-TERM-GPA(WS-STU-SUB) ROUNDED =
                   WS-STU-TRM-POINTS(WS-STU-SUB)
                   / WS-STU-TRM-CREDITS(WS-STU-SUB)
           END-IF
           IF WS-STU-CUM-CREDITS(WS-STU-SUB) > ZERO
               COMPUTE WS-STU-CUM-GPA(WS-STU-SUB) ROUNDED =
                   WS-STU-CUM-POINTS(WS-STU-SUB)
                   / WS-STU-CUM-CREDITS(WS-STU-SUB)
           END-IF
           EVALUATE TRUE
      *> Nothing graded this term -- nothing to judge, so the standing
      *> already held carries forward unchanged.
               WHEN WS-STU-TRM-CREDITS(WS-STU-SUB) = ZERO
                   ADD 1 TO WS-CARRIED-COUNT
                   MOVE WS-STU-PRIOR-STAND(WS-STU-SUB)
                       TO WS-STU-NEW-STAND(WS-STU-SUB)
                   MOVE WS-STU-PRIOR-PROB(WS-STU-SUB)
                       TO WS-STU-NEW-PROB(WS-STU-SUB)
               WHEN WS-STU-TERM-GPA(WS-STU-SUB) < WS-TERM-GPA-MIN
                 OR WS-STU-CUM-GPA(WS-STU-SUB) < WS-CUM-GPA-MIN
      *> Short of a floor: one more consecutive term below. Past the
      *> allowed probation terms that is a suspension; a suspended
      *> student readmitted and still short stays suspended.
                   COMPUTE WS-STU-NEW-PROB(WS-STU-SUB) =
                       WS-STU-PRIOR-PROB(WS-STU-SUB) + 1
                   IF WS-STU-NEW-PROB(WS-STU-SUB) > WS-MAX-PROB
                       MOVE "S" TO WS-STU-NEW-STAND(WS-STU-SUB)
                   ELSE
                       MOVE "P" TO WS-STU-NEW-STAND(WS-STU-SUB)
                   END-IF
               WHEN OTHER
                   MOVE "G" TO WS-STU-NEW-STAND(WS-STU-SUB)
                   MOVE ZERO TO WS-STU-NEW-PROB(WS-STU-SUB)
           END-EVALUATE
           EVALUATE WS-STU-NEW-STAND(WS-STU-SUB)
               WHEN "G" ADD 1 TO WS-GOOD-COUNT
               WHEN "P" ADD 1 TO WS-PROB-COUNT
               WHEN "S" ADD 1 TO WS-SUSP-COUNT
           END-EVALUATE.

       4200-WRITE-HISTORY-LINE.
           MOVE SPACES TO STH-RECORD
           MOVE WS-STU-ID(WS-STU-SUB)          TO STH-ID
           MOVE TC-TERM-ID                     TO STH-TERM-ID
           MOVE WS-STU-NEW-STAND(WS-STU-SUB)   TO STH-STANDING
           MOVE WS-STU-NEW-PROB(WS-STU-SUB)    TO STH-PROB-TERMS
           MOVE WS-STU-TERM-GPA(WS-STU-SUB)    TO STH-TERM-GPA
           MOVE WS-STU-CUM-GPA(WS-STU-SUB)     TO STH-CUM-GPA
           MOVE WS-STU-TRM-CREDITS(WS-STU-SUB) TO STH-TERM-CREDITS
           MOVE WS-STU-CUM-CREDITS(WS-STU-SUB) TO STH-CUM-CREDITS
           MOVE DTS-RUN-DATE                   TO STH-RUN-DATE
           MOVE DTS-RUN-TIME                   TO STH-RUN-TIME
           WRITE STH-RECORD.

       4300-WRITE-CHANGE-LINE.
           ADD 1 TO WS-CHANGE-COUNT
           EVALUATE TRUE
               WHEN WS-STU-NEW-STAND(WS-STU-SUB) = "S"
                   MOVE "SUSPENDED" TO WS-CHANGE-WORD
               WHEN WS-STU-NEW-STAND(WS-STU-SUB) = "P"
                       AND WS-STU-PRIOR-STAND(WS-STU-SUB) = "G"
                   MOVE "ONTO PROBATION" TO WS-CHANGE-WORD
               WHEN WS-STU-NEW-STAND(WS-STU-SUB) = "G"
                       AND WS-STU-PRIOR-STAND(WS-STU-SUB) = "P"
                   MOVE "OFF PROBATION" TO WS-CHANGE-WORD
               WHEN OTHER
                   MOVE "REINSTATED" TO WS-CHANGE-WORD
           END-EVALUATE
           MOVE SPACES TO WS-NAME-WORK
           IF NOT WS-STU-PRIVACY-HELD(WS-STU-SUB)
               STRING FUNCTION TRIM(WS-STU-LAST(WS-STU-SUB)) ", "
                      FUNCTION TRIM(WS-STU-FIRST(WS-STU-SUB))
                   DELIMITED BY SIZE INTO WS-NAME-WORK
           END-IF
           MOVE WS-STU-TERM-GPA(WS-STU-SUB) TO WS-TERM-GPA-ED
           MOVE WS-STU-CUM-GPA(WS-STU-SUB)  TO WS-CUM-GPA-ED
           MOVE SPACES TO RPT-DETAIL-LINE
           STRING "  " WS-STU-ID(WS-STU-SUB)
                  " " WS-NAME-WORK
                  "   " WS-STU-PRIOR-STAND(WS-STU-SUB)
                  " -> " WS-STU-NEW-STAND(WS-STU-SUB)
                  "  " WS-TERM-GPA-ED
                  "  " WS-CUM-GPA-ED
                  "  " WS-STU-NEW-PROB(WS-STU-SUB)
                  "    " WS-CHANGE-WORD
               DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           MOVE "WRITE" TO RPT-FUNCTION
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK.

       5000-WRITE-CONTROL-TOTALS.
           IF WS-CHANGE-COUNT = ZERO
               MOVE SPACES TO RPT-DETAIL-LINE
               MOVE "  (no standing changes this term)"
                   TO RPT-DETAIL-LINE
               MOVE "WRITE" TO RPT-FUNCTION
               CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           END-IF
           MOVE SPACES TO RPT-DETAIL-LINE
           STRING "Students judged " WS-EVALUATED
                  "  good " WS-GOOD-COUNT
                  "  probation " WS-PROB-COUNT
                  "  suspended " WS-SUSP-COUNT
               DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           MOVE "0" TO RPT-CARRIAGE-CTL
           MOVE "WRITE" TO RPT-FUNCTION
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           MOVE SPACE TO RPT-CARRIAGE-CTL
           MOVE SPACES TO RPT-DETAIL-LINE
           STRING "Standing changes " WS-CHANGE-COUNT
                  "  carried (no graded credits) " WS-CARRIED-COUNT
               DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           MOVE SPACES TO RPT-DETAIL-LINE
           STRING "Master records read " WS-RECORDS-READ
                  "  term grades " WS-RUN-TERM-GRADES
                  "  unreadable " WS-BAD-RECORDS
               DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           MOVE SPACES TO RPT-DETAIL-LINE
           STRING "History lines kept " WS-KEPT-COUNT
                  "  replaced for this term " WS-REPLACED-COUNT
               DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK.

       9800-ACQUIRE-RUN-LOCK.
           MOVE "ACQ" TO RL-FUNCTION
           MOVE "ACADSTANDING" TO RL-PROGRAM-NAME
           MOVE "SYSTEM" TO RL-OPERATOR-ID
           CALL "RunLock" USING RUN-LOCK-BLOCK.

       9900-RELEASE-RUN-LOCK.
           MOVE "REL" TO RL-FUNCTION
           MOVE "ACADSTANDING" TO RL-PROGRAM-NAME
           MOVE "SYSTEM" TO RL-OPERATOR-ID
           CALL "RunLock" USING RUN-LOCK-BLOCK.

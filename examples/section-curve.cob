      *> section-curve.cob - HOPPER Example 17d: Section Score Curve
      *> When an exam runs hard the instructor asks for the section to
      *> be curved, and that used to mean one GradeOverride per
      *> student. This program takes a section, a term, and a curve
      *> rule and works the whole section at once:
      *>   F  flat -- the given points added to every score
      *>   M  mean -- every score scaled so the section's mean comes
      *>      up to the given target
      *>   C  capped maximum -- every score scaled so the section's
      *>      top score comes up to the given maximum
      *> No curved score goes past 100. Only graded records curve (a
      *> W or I carries no earned score), and a student's latest
      *> record for the term and section is the one curved. Each
      *> student's old and new score and letter grade (from the live
      *> GRADECTL cutoffs) is previewed on the console; on the
      *> supervisor's confirmation the section is queued to
      *> hopper_pending_changes.txt as ONE pending change (type CV),
      *> with the per-student old and new scores written to
      *> hopper_curve_detail.txt under the same request date and
      *> time. Like GradeOverride, nothing on the master changes
      *> here: a second, different supervisor approves the curve
      *> through ChangeApprove, which applies every student's new
      *> score and logs each to student_master_overrides.txt with
      *> the curve noted on the line.
      *> A preview line for a student under a privacy hold still
      *> shows the name to the supervisor, and each such showing is
      *> logged to hopper_audit.log through the shared AuditLog.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SectionCurve.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MSTFILE ASSIGN TO "student_master.dat"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MST-STATUS.
           SELECT CTLFILE ASSIGN TO "grade_cutoffs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT PNDFILE ASSIGN TO "hopper_pending_changes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PND-STATUS.
      *> One line per student in a queued curve, keyed to its queue
      *> entry by request date/time, section, and term.
           SELECT CRVFILE ASSIGN TO "hopper_curve_detail.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRV-STATUS.

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

           FD CTLFILE.
           01 CTL-RECORD.
               05 CTL-CUTOFF-A PIC 9(3).
               05 CTL-CUTOFF-B PIC 9(3).
               05 CTL-CUTOFF-C PIC 9(3).
               05 CTL-CUTOFF-D PIC 9(3).

           FD PNDFILE.
           01 PND-RECORD.
               05 PND-TYPE     PIC X(2).
               05 FILLER       PIC X.
               05 PND-REQ-OPER PIC X(8).
               05 FILLER       PIC X.
               05 PND-DATE     PIC 9(8).
               05 FILLER       PIC X.
               05 PND-TIME     PIC 9(6).
               05 FILLER       PIC X.
               05 PND-STATUS   PIC X.
               05 FILLER       PIC X.
               05 PND-PAYLOAD  PIC X(40).

           FD CRVFILE.
           01 CRV-RECORD.
               05 CRV-DATE      PIC 9(8).
               05 FILLER        PIC X.
               05 CRV-TIME      PIC 9(6).
               05 FILLER        PIC X.
               05 CRV-SECTION   PIC X(4).
               05 FILLER        PIC X.
               05 CRV-TERM-ID   PIC 9(6).
               05 FILLER        PIC X.
               05 CRV-ID        PIC 9(5).
               05 FILLER        PIC X.
               05 CRV-OLD-SCORE PIC 9(3).
               05 FILLER        PIC X.
               05 CRV-OLD-GRADE PIC X.
               05 FILLER        PIC X.
               05 CRV-NEW-SCORE PIC 9(3).
               05 FILLER        PIC X.
               05 CRV-NEW-GRADE PIC X.

       WORKING-STORAGE SECTION.
           01 WS-MST-STATUS PIC XX VALUE SPACES.
           01 WS-CTL-STATUS PIC XX VALUE SPACES.
           01 WS-PND-STATUS PIC XX VALUE SPACES.
           01 WS-CRV-STATUS PIC XX VALUE SPACES.
           01 WS-EOF        PIC X  VALUE "N".
               88 END-OF-FILE VALUE "Y".

           COPY GRADECTL.
           COPY DATESTAMP.

      *> The section's graded students for the term -- latest record
      *> per student -- with the curved score worked out beside the
      *> old one.
           01 WS-MAX-STUDENTS  PIC 9(3) VALUE 200.
           01 WS-STUDENT-COUNT PIC 9(3) VALUE ZERO.
           01 WS-STUDENT-TABLE.
               05 WS-STU-ENTRY OCCURS 200 TIMES.
                   10 WS-STU-ID        PIC 9(5).
                   10 WS-STU-OLD-SCORE PIC 9(3).
                   10 WS-STU-OLD-GRADE PIC X.
                   10 WS-STU-NEW-SCORE PIC 9(3).
                   10 WS-STU-NEW-GRADE PIC X.
                   10 WS-STU-LAST      PIC X(20).
                   10 WS-STU-FIRST     PIC X(15).
                   10 WS-STU-HOLD      PIC X.
                       88 WS-STU-PRIVACY-HELD VALUE "Y".
           01 WS-STU-SUB       PIC 9(3) VALUE ZERO.
           01 WS-STU-MATCH     PIC 9(3) VALUE ZERO.
           01 WS-OVERFLOW      PIC X VALUE "N".
               88 STUDENT-TABLE-OVERFLOWED VALUE "Y".
           01 WS-RECORDS-READ  PIC 9(6) VALUE ZERO.

           01 WS-OPERATOR-ID   PIC X(8) VALUE "SYSTEM".
           01 WS-OPERATOR-PIN  PIC X(4) VALUE SPACES.
           01 WS-OP-AUTHORIZED PIC X    VALUE "N".
               88 OPERATOR-AUTHORIZED VALUE "Y".
           COPY OPERCTL.

           01 WS-WORK-SECTION  PIC X(4) VALUE SPACES.
           01 WS-WORK-TERM-ID  PIC 9(6) VALUE ZERO.
           01 WS-CURVE-RULE    PIC X    VALUE SPACE.
               88 CURVE-FLAT   VALUE "F".
               88 CURVE-MEAN   VALUE "M".
               88 CURVE-CAPPED VALUE "C".
           01 WS-CURVE-AMOUNT  PIC 9(3) VALUE ZERO.
           01 WS-CONFIRM       PIC X    VALUE SPACE.

           01 WS-SCORE-TOTAL   PIC 9(6) VALUE ZERO.
           01 WS-OLD-MEAN      PIC 9(3)V99 VALUE ZERO.
           01 WS-NEW-MEAN      PIC 9(3)V99 VALUE ZERO.
           01 WS-OLD-MAX       PIC 9(3) VALUE ZERO.
           01 WS-WORK-SCORE    PIC 9(4) VALUE ZERO.
           01 WS-GRADE-SCORE   PIC 9(3) VALUE ZERO.
           01 WS-GRADE-LETTER  PIC X    VALUE SPACE.
           01 WS-GRADED-COUNT  PIC 9(4) VALUE ZERO.
           01 WS-CHANGED-COUNT PIC 9(4) VALUE ZERO.
           01 WS-DISP-MEAN     PIC ZZ9.99.
           01 WS-DISP-NAME     PIC X(24) VALUE SPACES.

           01 WS-VALID         PIC X    VALUE "Y".
               88 CURVE-VALID VALUE "Y".
           COPY JOBCTL.
           COPY RUNLKCTL.
           COPY AUDCTL.

       PROCEDURE DIVISION.
       0000-MAIN.
      *> One running copy of this program at a time -- a second
      *> start against a held lock refuses here before any file is
      *> touched (see RunLock / hopper_runlocks.txt).
           PERFORM 9800-ACQUIRE-RUN-LOCK
           IF NOT RL-IS-GRANTED
               DISPLAY "! Run refused -- SECTIONCURVE"
                       " lock held by " RL-HELD-BY
                       " since " RL-HELD-DATE "-" RL-HELD-TIME
               MOVE 12 TO RETURN-CODE
               MOVE "SECTIONCURVE" TO JOB-PROGRAM-NAME
               MOVE RETURN-CODE TO JOB-RETURN-CODE
               MOVE ZERO TO JOB-RECORD-COUNT
               MOVE 1 TO JOB-ERROR-COUNT
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
           CALL "BusinessDate" USING DATE-TIME-STAMP
           PERFORM 1050-SIGN-ON
           IF NOT OPERATOR-AUTHORIZED
               DISPLAY "  ! Sign-on denied for operator '"
                       WS-OPERATOR-ID "' -- no curve queued"
               MOVE 12 TO RETURN-CODE
               MOVE "SECTIONCURVE" TO JOB-PROGRAM-NAME
               MOVE RETURN-CODE TO JOB-RETURN-CODE
               MOVE ZERO TO JOB-RECORD-COUNT
               MOVE 1 TO JOB-ERROR-COUNT
               PERFORM 9900-RELEASE-RUN-LOCK
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
           PERFORM 0100-LOAD-CUTOFFS
           PERFORM 2000-PROMPT-CURVE
           PERFORM 0200-LOAD-SECTION
           IF STUDENT-TABLE-OVERFLOWED
               DISPLAY "  ! Section " WS-WORK-SECTION " holds more "
                       "than " WS-MAX-STUDENTS " graded students -- "
                       "a partial curve would treat the section "
                       "unevenly, so none was queued"
               MOVE 12 TO RETURN-CODE
               MOVE "SECTIONCURVE" TO JOB-PROGRAM-NAME
               MOVE RETURN-CODE TO JOB-RETURN-CODE
               MOVE WS-RECORDS-READ TO JOB-RECORD-COUNT
               MOVE 1 TO JOB-ERROR-COUNT
               PERFORM 9900-RELEASE-RUN-LOCK
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
           PERFORM 2100-VALIDATE-CURVE
           IF CURVE-VALID
               PERFORM 3000-APPLY-CURVE-RULE
               PERFORM 4000-PREVIEW-CURVE
               IF WS-CHANGED-COUNT = ZERO
                   DISPLAY "  No score changes under this curve -- "
                           "nothing queued"
               ELSE
                   DISPLAY "Queue this curve for approval (Y/N)? "
                       WITH NO ADVANCING
                   ACCEPT WS-CONFIRM FROM CONSOLE
                   MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
                   IF WS-CONFIRM = "Y"
                       PERFORM 5000-QUEUE-CURVE
                       DISPLAY "Curve for section " WS-WORK-SECTION
                               " term " WS-WORK-TERM-ID " queued -- "
                               "it takes effect only when a second "
                               "supervisor approves it"
                   ELSE
                       DISPLAY "  Curve not queued."
                   END-IF
               END-IF
           END-IF
           MOVE "SECTIONCURVE" TO JOB-PROGRAM-NAME
           MOVE ZERO TO RETURN-CODE
           MOVE RETURN-CODE TO JOB-RETURN-CODE
           MOVE WS-STUDENT-COUNT TO JOB-RECORD-COUNT
           IF CURVE-VALID
               MOVE ZERO TO JOB-ERROR-COUNT
           ELSE
               MOVE 1 TO JOB-ERROR-COUNT
           END-IF
           PERFORM 9900-RELEASE-RUN-LOCK
           CALL "JobLog" USING JOB-LOG-BLOCK
           GOBACK.

       0100-LOAD-CUTOFFS.
      *> defaults, used when the control file is absent -- the same
      *> scale every grading program falls back to.
           MOVE 90 TO GC-CUTOFF-A
           MOVE 80 TO GC-CUTOFF-B
           MOVE 70 TO GC-CUTOFF-C
           MOVE 60 TO GC-CUTOFF-D
           OPEN INPUT CTLFILE
           IF WS-CTL-STATUS = "00"
               READ CTLFILE
                   NOT AT END
                       IF CTL-CUTOFF-A NUMERIC AND CTL-CUTOFF-B NUMERIC
                               AND CTL-CUTOFF-C NUMERIC
                               AND CTL-CUTOFF-D NUMERIC
                           MOVE CTL-CUTOFF-A TO GC-CUTOFF-A
                           MOVE CTL-CUTOFF-B TO GC-CUTOFF-B
                           MOVE CTL-CUTOFF-C TO GC-CUTOFF-C
                           MOVE CTL-CUTOFF-D TO GC-CUTOFF-D
                       END-IF
               END-READ
               CLOSE CTLFILE
           END-IF.

       0200-LOAD-SECTION.
           OPEN INPUT MSTFILE
           IF WS-MST-STATUS NOT = "00"
               DISPLAY "  No existing student_master.dat -- nothing "
                       "to curve."
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ MSTFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM 0250-ADD-IF-IN-SECTION
                   END-READ
               END-PERFORM
               CLOSE MSTFILE
           END-IF.

       0250-ADD-IF-IN-SECTION.
      *> Later records for the same student replace earlier ones --
      *> the master appends a regrade rather than replacing it.
           ADD 1 TO WS-RECORDS-READ
           IF MST-TERM-ID = WS-WORK-TERM-ID
                   AND MST-SECTION = WS-WORK-SECTION
               MOVE ZERO TO WS-STU-MATCH
               PERFORM VARYING WS-STU-SUB FROM 1 BY 1
                       UNTIL WS-STU-SUB > WS-STUDENT-COUNT
                   IF WS-STU-ID(WS-STU-SUB) = MST-ID
                       MOVE WS-STU-SUB TO WS-STU-MATCH
                   END-IF
               END-PERFORM
               IF WS-STU-MATCH = ZERO
                   IF WS-STUDENT-COUNT < WS-MAX-STUDENTS
                       ADD 1 TO WS-STUDENT-COUNT
                       MOVE WS-STUDENT-COUNT TO WS-STU-MATCH
                   ELSE
                       SET STUDENT-TABLE-OVERFLOWED TO TRUE
                   END-IF
               END-IF
               IF WS-STU-MATCH > ZERO
                   MOVE MST-ID    TO WS-STU-ID(WS-STU-MATCH)
                   MOVE MST-SCORE TO WS-STU-OLD-SCORE(WS-STU-MATCH)
                   MOVE MST-GRADE TO WS-STU-OLD-GRADE(WS-STU-MATCH)
                   MOVE MST-LAST-NAME  TO WS-STU-LAST(WS-STU-MATCH)
                   MOVE MST-FIRST-NAME TO WS-STU-FIRST(WS-STU-MATCH)
                   MOVE MST-PRIVACY-HOLD
                       TO WS-STU-HOLD(WS-STU-MATCH)
               END-IF
           END-IF.

       1050-SIGN-ON.
      *> Supervisor tier, the same bar GradeOverride sets for a
      *> single student's correction.
           DISPLAY "Operator sign-on required to curve a section."
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

       2000-PROMPT-CURVE.
           DISPLAY "Section to curve: " WITH NO ADVANCING
           ACCEPT WS-WORK-SECTION FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-WORK-SECTION)
               TO WS-WORK-SECTION
           DISPLAY "Term id: " WITH NO ADVANCING
           ACCEPT WS-WORK-TERM-ID FROM CONSOLE
           DISPLAY "Curve rule -- F)lat points, M)ean target, "
                   "C)apped maximum: " WITH NO ADVANCING
           ACCEPT WS-CURVE-RULE FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-CURVE-RULE) TO WS-CURVE-RULE
           EVALUATE TRUE
               WHEN CURVE-FLAT
                   DISPLAY "Points to add: " WITH NO ADVANCING
               WHEN CURVE-MEAN
                   DISPLAY "Target mean: " WITH NO ADVANCING
               WHEN OTHER
                   DISPLAY "New top score: " WITH NO ADVANCING
           END-EVALUATE
           ACCEPT WS-CURVE-AMOUNT FROM CONSOLE.

       2100-VALIDATE-CURVE.
      *> Mean and top score taken over the graded students only.
           MOVE ZERO TO WS-SCORE-TOTAL
           MOVE ZERO TO WS-OLD-MAX
           PERFORM VARYING WS-STU-SUB FROM 1 BY 1
                   UNTIL WS-STU-SUB > WS-STUDENT-COUNT
               IF WS-STU-OLD-GRADE(WS-STU-SUB) NOT = "W"
                       AND WS-STU-OLD-GRADE(WS-STU-SUB) NOT = "I"
                   ADD WS-STU-OLD-SCORE(WS-STU-SUB) TO WS-SCORE-TOTAL
                   ADD 1 TO WS-GRADED-COUNT
                   IF WS-STU-OLD-SCORE(WS-STU-SUB) > WS-OLD-MAX
                       MOVE WS-STU-OLD-SCORE(WS-STU-SUB) TO WS-OLD-MAX
                   END-IF
               END-IF
           END-PERFORM
           IF WS-GRADED-COUNT > ZERO
               COMPUTE WS-OLD-MEAN ROUNDED
                   = WS-SCORE-TOTAL / WS-GRADED-COUNT
           END-IF
           EVALUATE TRUE
               WHEN WS-GRADED-COUNT = ZERO
                   DISPLAY "  ! No graded students in section "
                           WS-WORK-SECTION " for term "
                           WS-WORK-TERM-ID " -- nothing to curve"
                   MOVE "N" TO WS-VALID
               WHEN NOT CURVE-FLAT AND NOT CURVE-MEAN
                       AND NOT CURVE-CAPPED
                   DISPLAY "  ! Curve rule must be F, M, or C -- "
                           "nothing queued"
                   MOVE "N" TO WS-VALID
               WHEN WS-CURVE-AMOUNT NOT NUMERIC
                       OR WS-CURVE-AMOUNT = ZERO
                       OR WS-CURVE-AMOUNT > 100
                   DISPLAY "  ! Curve amount must be 1-100 -- "
                           "nothing queued"
                   MOVE "N" TO WS-VALID
               WHEN CURVE-MEAN AND WS-CURVE-AMOUNT NOT > WS-OLD-MEAN
                   MOVE WS-OLD-MEAN TO WS-DISP-MEAN
                   DISPLAY "  ! Section mean is already " WS-DISP-MEAN
                           " -- a target mean must be higher"
                   MOVE "N" TO WS-VALID
               WHEN CURVE-CAPPED AND WS-CURVE-AMOUNT NOT > WS-OLD-MAX
                   DISPLAY "  ! Section top score is already "
                           WS-OLD-MAX " -- the new top score must "
                           "be higher"
                   MOVE "N" TO WS-VALID
               WHEN OTHER
                   MOVE "Y" TO WS-VALID
           END-EVALUATE.

       3000-APPLY-CURVE-RULE.
           MOVE ZERO TO WS-SCORE-TOTAL
           PERFORM VARYING WS-STU-SUB FROM 1 BY 1
                   UNTIL WS-STU-SUB > WS-STUDENT-COUNT
               MOVE WS-STU-OLD-SCORE(WS-STU-SUB)
                   TO WS-STU-NEW-SCORE(WS-STU-SUB)
               MOVE WS-STU-OLD-GRADE(WS-STU-SUB)
                   TO WS-STU-NEW-GRADE(WS-STU-SUB)
               IF WS-STU-OLD-GRADE(WS-STU-SUB) NOT = "W"
                       AND WS-STU-OLD-GRADE(WS-STU-SUB) NOT = "I"
                   PERFORM 3100-CURVE-ONE-SCORE
               END-IF
           END-PERFORM.

       3100-CURVE-ONE-SCORE.
           EVALUATE TRUE
               WHEN CURVE-FLAT
                   COMPUTE WS-WORK-SCORE
                       = WS-STU-OLD-SCORE(WS-STU-SUB) + WS-CURVE-AMOUNT
               WHEN CURVE-MEAN
                   COMPUTE WS-WORK-SCORE ROUNDED
                       = WS-STU-OLD-SCORE(WS-STU-SUB)
                         * WS-CURVE-AMOUNT / WS-OLD-MEAN
               WHEN OTHER
                   COMPUTE WS-WORK-SCORE ROUNDED
                       = WS-STU-OLD-SCORE(WS-STU-SUB)
                         * WS-CURVE-AMOUNT / WS-OLD-MAX
           END-EVALUATE
           IF WS-WORK-SCORE > 100
               MOVE 100 TO WS-WORK-SCORE
           END-IF
           MOVE WS-WORK-SCORE TO WS-STU-NEW-SCORE(WS-STU-SUB)
           MOVE WS-WORK-SCORE TO WS-GRADE-SCORE
           PERFORM 3200-DERIVE-GRADE
           MOVE WS-GRADE-LETTER TO WS-STU-NEW-GRADE(WS-STU-SUB)
           ADD WS-WORK-SCORE TO WS-SCORE-TOTAL
           IF WS-STU-NEW-SCORE(WS-STU-SUB)
                   NOT = WS-STU-OLD-SCORE(WS-STU-SUB)
               ADD 1 TO WS-CHANGED-COUNT
           END-IF.

       3200-DERIVE-GRADE.
           IF WS-GRADE-SCORE >= GC-CUTOFF-A
               MOVE "A" TO WS-GRADE-LETTER
           ELSE IF WS-GRADE-SCORE >= GC-CUTOFF-B
               MOVE "B" TO WS-GRADE-LETTER
           ELSE IF WS-GRADE-SCORE >= GC-CUTOFF-C
               MOVE "C" TO WS-GRADE-LETTER
           ELSE IF WS-GRADE-SCORE >= GC-CUTOFF-D
               MOVE "D" TO WS-GRADE-LETTER
           ELSE
               MOVE "F" TO WS-GRADE-LETTER
           END-IF.

       4000-PREVIEW-CURVE.
           DISPLAY " "
           DISPLAY "Curve preview -- section " WS-WORK-SECTION
                   " term " WS-WORK-TERM-ID " rule " WS-CURVE-RULE
                   " amount " WS-CURVE-AMOUNT
           DISPLAY "  ID    NAME                     OLD GR  NEW GR"
           PERFORM VARYING WS-STU-SUB FROM 1 BY 1
                   UNTIL WS-STU-SUB > WS-STUDENT-COUNT
               MOVE SPACES TO WS-DISP-NAME
               STRING FUNCTION TRIM(WS-STU-LAST(WS-STU-SUB))
                      ", "
                      FUNCTION TRIM(WS-STU-FIRST(WS-STU-SUB))
                   DELIMITED BY SIZE INTO WS-DISP-NAME
               DISPLAY "  " WS-STU-ID(WS-STU-SUB)
                       " " WS-DISP-NAME
                       " " WS-STU-OLD-SCORE(WS-STU-SUB)
                       " " WS-STU-OLD-GRADE(WS-STU-SUB)
                       "   " WS-STU-NEW-SCORE(WS-STU-SUB)
                       " " WS-STU-NEW-GRADE(WS-STU-SUB)
               IF WS-STU-PRIVACY-HELD(WS-STU-SUB)
                   DISPLAY "        ** privacy hold -- name not to "
                           "be released; display logged **"
                   PERFORM 4100-AUDIT-NAME-SHOWN
               END-IF
           END-PERFORM
           MOVE WS-OLD-MEAN TO WS-DISP-MEAN
           DISPLAY "  Mean before: " WS-DISP-MEAN
               WITH NO ADVANCING
      *> WS-SCORE-TOTAL now holds the curved scores of the graded
      *> students; 2100 guarantees there is at least one.
           COMPUTE WS-NEW-MEAN ROUNDED
               = WS-SCORE-TOTAL / WS-GRADED-COUNT
           MOVE WS-NEW-MEAN TO WS-DISP-MEAN
           DISPLAY "   after: " WS-DISP-MEAN
                   "   scores changed: " WS-CHANGED-COUNT.

       4100-AUDIT-NAME-SHOWN.
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID
           MOVE "SECTIONCURVE" TO AUD-PROGRAM-ID
           MOVE SPACES TO AUD-DETAIL
           STRING "PRIVACY HOLD NAME SHOWN STUDENT="
                  WS-STU-ID(WS-STU-SUB)
                  " SECT=" WS-WORK-SECTION
                  " TERM=" WS-WORK-TERM-ID
                  " VIEW=CURVE PREVIEW"
               DELIMITED BY SIZE INTO AUD-DETAIL
           CALL "AuditLog" USING AUDIT-LOG-BLOCK.

       5000-QUEUE-CURVE.
      *> The whole section is one queue entry; its detail lines carry
      *> the entry's own date and time so ChangeApprove can find them.
           OPEN EXTEND PNDFILE
           IF WS-PND-STATUS NOT = "00"
               OPEN OUTPUT PNDFILE
           END-IF
           MOVE SPACES TO PND-RECORD
           MOVE "CV" TO PND-TYPE
           MOVE WS-OPERATOR-ID TO PND-REQ-OPER
           MOVE DTS-RUN-DATE TO PND-DATE
           MOVE DTS-RUN-TIME TO PND-TIME
           MOVE "P" TO PND-STATUS
           MOVE SPACES TO PND-PAYLOAD
           STRING WS-WORK-SECTION " " WS-WORK-TERM-ID " "
                  WS-CURVE-RULE " " WS-CURVE-AMOUNT " "
                  WS-CHANGED-COUNT " STUDENTS"
               DELIMITED BY SIZE INTO PND-PAYLOAD
           WRITE PND-RECORD
           CLOSE PNDFILE
           OPEN EXTEND CRVFILE
           IF WS-CRV-STATUS NOT = "00"
               OPEN OUTPUT CRVFILE
           END-IF
           PERFORM VARYING WS-STU-SUB FROM 1 BY 1
                   UNTIL WS-STU-SUB > WS-STUDENT-COUNT
               IF WS-STU-NEW-SCORE(WS-STU-SUB)
                       NOT = WS-STU-OLD-SCORE(WS-STU-SUB)
                   MOVE SPACES TO CRV-RECORD
                   MOVE DTS-RUN-DATE    TO CRV-DATE
                   MOVE DTS-RUN-TIME    TO CRV-TIME
                   MOVE WS-WORK-SECTION TO CRV-SECTION
                   MOVE WS-WORK-TERM-ID TO CRV-TERM-ID
                   MOVE WS-STU-ID(WS-STU-SUB)        TO CRV-ID
                   MOVE WS-STU-OLD-SCORE(WS-STU-SUB) TO CRV-OLD-SCORE
                   MOVE WS-STU-OLD-GRADE(WS-STU-SUB) TO CRV-OLD-GRADE
                   MOVE WS-STU-NEW-SCORE(WS-STU-SUB) TO CRV-NEW-SCORE
                   MOVE WS-STU-NEW-GRADE(WS-STU-SUB) TO CRV-NEW-GRADE
                   WRITE CRV-RECORD
               END-IF
           END-PERFORM
           CLOSE CRVFILE.

       9800-ACQUIRE-RUN-LOCK.
           MOVE "ACQ" TO RL-FUNCTION
           MOVE "SECTIONCURVE" TO RL-PROGRAM-NAME
           MOVE WS-OPERATOR-ID TO RL-OPERATOR-ID
           CALL "RunLock" USING RUN-LOCK-BLOCK.

       9900-RELEASE-RUN-LOCK.
           MOVE "REL" TO RL-FUNCTION
           MOVE "SECTIONCURVE" TO RL-PROGRAM-NAME
           MOVE WS-OPERATOR-ID TO RL-OPERATOR-ID
           CALL "RunLock" USING RUN-LOCK-BLOCK.

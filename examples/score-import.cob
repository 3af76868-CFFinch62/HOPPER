      *> score-import.cob - HOPPER Example 4f: Instructor Score-Sheet
      *> Import
      *> Component scores used to be keyed one student at a time in
      *> RosterMaint. Each instructor now sends a score sheet for a
      *> section, and any number of sheets can arrive together in
      *> score_sheets.txt, comma-delimited:
      *>     H,section,instructor          sheet header
      *>     D,id,homework,quiz,exam       one line per student
      *>     T,count                       trailer: detail line count
      *> A sheet is taken or refused whole. It is refused when the
      *> trailer count does not balance with the detail lines, when
      *> the trailer is missing, or when any detail line names a
      *> student not enrolled in the header's section on roster.txt
      *> (withdrawn students count as not enrolled), repeats a
      *> student, or carries a score that is not numeric 0-100 -- the
      *> same domain RosterMaint enforces at the keyboard. Every bad
      *> line goes through the shared ExceptionLog. An accepted
      *> sheet's scores replace the students' homework, quiz and exam
      *> on roster.txt, loaded into a table and rewritten the way
      *> RegistrarImport does it, under the same ROSTERMAINT lock.
      *> Every sheet, taken or refused, is appended to
      *> score_sheet_log.txt with the term from grade_term.txt, and
      *> the sheet report ends with the sections on the roster that
      *> still have no accepted sheet for the term -- the list to
      *> chase before GradeBatch runs. Run with no score_sheets.txt
      *> on hand, the program just prints that outstanding list.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ScoreImport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHEETFILE ASSIGN TO "score_sheets.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHEET-STATUS.
           SELECT ROSTFILE ASSIGN TO "roster.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROST-STATUS.
           SELECT TERMFILE ASSIGN TO "grade_term.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS.
           SELECT SSLFILE ASSIGN TO "score_sheet_log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SSL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD SHEETFILE.
           01 SHEET-RECORD PIC X(80).

           FD ROSTFILE.
           01 ROST-RECORD.
               05 ROST-ID       PIC 9(5).
               05 ROST-HOMEWORK PIC 9(3).
               05 ROST-QUIZ     PIC 9(3).
               05 ROST-EXAM     PIC 9(3).
               05 ROST-SECTION  PIC X(4).
               05 ROST-STATUS   PIC X.
               05 ROST-LAST-NAME  PIC X(20).
               05 ROST-FIRST-NAME PIC X(15).
               05 ROST-PRIVACY-HOLD PIC X.

           FD TERMFILE.
           01 TRM-RECORD.
               05 TRM-TERM-ID PIC 9(6).

      *> One line per sheet received. SSL-RESULT is ACCEPTED or
      *> REFUSED; SSL-LINES is the detail lines the sheet carried.
           FD SSLFILE.
           01 SSL-RECORD.
               05 SSL-TERM-ID    PIC 9(6).
               05 FILLER         PIC X.
               05 SSL-SECTION    PIC X(4).
               05 FILLER         PIC X.
               05 SSL-RESULT     PIC X(8).
               05 FILLER         PIC X.
               05 SSL-DATE       PIC 9(8).
               05 FILLER         PIC X.
               05 SSL-TIME       PIC 9(6).
               05 FILLER         PIC X.
               05 SSL-INSTRUCTOR PIC X(8).
               05 FILLER         PIC X.
               05 SSL-LINES      PIC 9(3).
               05 FILLER         PIC X.
               05 SSL-REASON     PIC X(40).

       WORKING-STORAGE SECTION.
           01 WS-SHEET-STATUS PIC XX VALUE SPACES.
           01 WS-ROST-STATUS  PIC XX VALUE SPACES.
           01 WS-TERM-STATUS  PIC XX VALUE SPACES.
           01 WS-SSL-STATUS   PIC XX VALUE SPACES.
           01 WS-EOF          PIC X  VALUE "N".
               88 END-OF-FILE VALUE "Y".

           COPY TERMCTL.
           COPY DATESTAMP.
           COPY EXCPCTL.
           COPY RPTCTL.
           COPY JOBCTL.
           COPY RUNLKCTL.

           01 WS-MAX-STUDENTS  PIC 9(3) VALUE 200.
           01 WS-STUDENT-COUNT PIC 9(3) VALUE ZERO.
           01 WS-ROSTER.
               05 WS-STUDENT OCCURS 200 TIMES.
                   10 WS-STU-ID       PIC 9(5).
                   10 WS-STU-HOMEWORK PIC 9(3).
                   10 WS-STU-QUIZ     PIC 9(3).
                   10 WS-STU-EXAM     PIC 9(3).
                   10 WS-STU-SECTION  PIC X(4).
                   10 WS-STU-STATUS   PIC X.
                   10 WS-STU-LAST     PIC X(20).
                   10 WS-STU-FIRST    PIC X(15).
                   10 WS-STU-HOLD     PIC X.
                       88 WS-STU-PRIVACY-HELD VALUE "Y".
           01 WS-IDX       PIC 9(3) VALUE ZERO.
           01 WS-MATCH-IDX PIC 9(3) VALUE ZERO.
           01 WS-OVERFLOW  PIC X VALUE "N".
               88 ROSTER-TABLE-OVERFLOWED VALUE "Y".
           01 WS-DIRTY     PIC X VALUE "N".
               88 ROSTER-DIRTY VALUE "Y".

      *> The sheet being read, held until its trailer decides whether
      *> it is applied. WS-SHT-ROSTER-IDX is the roster entry each
      *> detail line matched.
           01 WS-IN-SHEET      PIC X VALUE "N".
               88 SHEET-IS-OPEN VALUE "Y".
           01 WS-SHEET-BAD     PIC X VALUE "N".
               88 SHEET-IS-BAD VALUE "Y".
           01 WS-SHEET-REASON  PIC X(40) VALUE SPACES.
           01 WS-SHEET-SECTION PIC X(4)  VALUE SPACES.
           01 WS-SHEET-INSTRUCTOR PIC X(8) VALUE SPACES.
           01 WS-SHEET-LINES   PIC 9(3) VALUE ZERO.
           01 WS-SHEET-ENROLLED PIC 9(3) VALUE ZERO.
           01 WS-SHEET-TABLE.
               05 WS-SHT-ENTRY OCCURS 200 TIMES.
                   10 WS-SHT-ID         PIC 9(5).
                   10 WS-SHT-HOMEWORK   PIC 9(3).
                   10 WS-SHT-QUIZ       PIC 9(3).
                   10 WS-SHT-EXAM       PIC 9(3).
                   10 WS-SHT-ROSTER-IDX PIC 9(3).
           01 WS-SHT-SUB       PIC 9(3) VALUE ZERO.

      *> One sheet line, UNSTRUNG on the comma delimiter. Scores may
      *> be keyed without leading zeros, so each field's trimmed
      *> length is kept and only the keyed digits are tested and
      *> moved.
           01 WS-REC-TYPE     PIC X(2)  VALUE SPACES.
           01 WS-FLD-1        PIC X(10) VALUE SPACES.
           01 WS-FLD-2        PIC X(10) VALUE SPACES.
           01 WS-FLD-3        PIC X(10) VALUE SPACES.
           01 WS-FLD-4        PIC X(10) VALUE SPACES.
           01 WS-LEN-1        PIC 9(2)  VALUE ZERO.
           01 WS-LEN-2        PIC 9(2)  VALUE ZERO.
           01 WS-LEN-3        PIC 9(2)  VALUE ZERO.
           01 WS-LEN-4        PIC 9(2)  VALUE ZERO.
           01 WS-WORK-ID      PIC 9(5)  VALUE ZERO.
           01 WS-WORK-HOMEWORK PIC 9(3) VALUE ZERO.
           01 WS-WORK-QUIZ    PIC 9(3)  VALUE ZERO.
           01 WS-WORK-EXAM    PIC 9(3)  VALUE ZERO.
           01 WS-WORK-COUNT   PIC 9(3)  VALUE ZERO.
           01 WS-LINE-OK      PIC X VALUE "Y".
               88 LINE-IS-OK VALUE "Y".

      *> Sections with an accepted sheet for the term, from the log
      *> and from this run, and the sections enrolled on the roster.
           01 WS-MAX-SECTIONS   PIC 9(2) VALUE 50.
           01 WS-RECEIVED-COUNT PIC 9(2) VALUE ZERO.
           01 WS-RECEIVED-TABLE.
               05 WS-RCV-SECTION OCCURS 50 TIMES PIC X(4).
           01 WS-ROSTER-SECT-COUNT PIC 9(2) VALUE ZERO.
           01 WS-ROSTER-SECT-TABLE.
               05 WS-RST-SECTION OCCURS 50 TIMES PIC X(4).
           01 WS-SECT-SUB       PIC 9(2) VALUE ZERO.
           01 WS-SECT-FOUND     PIC X VALUE "N".
               88 SECTION-FOUND VALUE "Y".
           01 WS-MISSING-COUNT  PIC 9(3) VALUE ZERO.

           01 WS-LINE-COUNT     PIC 9(6) VALUE ZERO.
           01 WS-SHEET-COUNT    PIC 9(6) VALUE ZERO.
           01 WS-ACCEPT-COUNT   PIC 9(6) VALUE ZERO.
           01 WS-REFUSE-COUNT   PIC 9(6) VALUE ZERO.
           01 WS-STRAY-COUNT    PIC 9(6) VALUE ZERO.
           01 WS-SCORED-COUNT   PIC 9(6) VALUE ZERO.
           01 WS-ERROR-COUNT    PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
      *> One holder of this lock at a time -- a second start against
      *> a held lock refuses here before any file is touched (see
      *> RunLock / hopper_runlocks.txt).
      *> The lock name is the roster.txt resource lock RosterMaint
      *> and RegistrarImport already hold -- all three rewrite the
      *> same file.
           PERFORM 9800-ACQUIRE-RUN-LOCK
           IF NOT RL-IS-GRANTED
               DISPLAY "! Run refused -- ROSTERMAINT"
                       " lock held by " RL-HELD-BY
                       " since " RL-HELD-DATE "-" RL-HELD-TIME
               MOVE 12 TO RETURN-CODE
               MOVE "SCOREIMPORT" TO JOB-PROGRAM-NAME
               MOVE RETURN-CODE TO JOB-RETURN-CODE
               MOVE ZERO TO JOB-RECORD-COUNT
               MOVE 1 TO JOB-ERROR-COUNT
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
           CALL "BusinessDate" USING DATE-TIME-STAMP
           PERFORM 0100-LOAD-TERM
           PERFORM 0200-LOAD-ROSTER
           IF ROSTER-TABLE-OVERFLOWED
               DISPLAY "  ! roster.txt holds more than "
                       WS-MAX-STUDENTS " students -- rewriting it "
                       "from a truncated table would lose the rest, "
                       "so the import did not run"
               MOVE 12 TO RETURN-CODE
               MOVE "SCOREIMPORT" TO JOB-PROGRAM-NAME
               MOVE RETURN-CODE TO JOB-RETURN-CODE
               MOVE WS-STUDENT-COUNT TO JOB-RECORD-COUNT
               MOVE 1 TO JOB-ERROR-COUNT
               PERFORM 9900-RELEASE-RUN-LOCK
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
           PERFORM 0300-LOAD-RECEIVED
           MOVE "SCORESHT" TO RPT-PROGRAM-NAME
           MOVE "SCORE SHEETS RECEIVED" TO RPT-REPORT-TITLE
           MOVE "OPEN " TO RPT-FUNCTION
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           MOVE SPACES TO RPT-DETAIL-LINE
           STRING "Term " TC-TERM-ID
                  "  SECT INSTR    LINES RESULT"
               DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           MOVE "WRITE" TO RPT-FUNCTION
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           OPEN INPUT SHEETFILE
           IF WS-SHEET-STATUS NOT = "00"
               DISPLAY "  No score_sheets.txt -- no sheets this run."
               MOVE SPACES TO RPT-DETAIL-LINE
               MOVE "  (no score_sheets.txt this run)"
                   TO RPT-DETAIL-LINE
               CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ SHEETFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM 1000-PROCESS-SHEET-LINE
                   END-READ
               END-PERFORM
               CLOSE SHEETFILE
               IF SHEET-IS-OPEN
                   IF NOT SHEET-IS-BAD
                       SET SHEET-IS-BAD TO TRUE
                       MOVE "sheet has no trailer" TO WS-SHEET-REASON
                   END-IF
                   PERFORM 3000-FINISH-SHEET
               END-IF
           END-IF
           IF ROSTER-DIRTY
               PERFORM 9000-SAVE-ROSTER
           END-IF
           PERFORM 5000-WRITE-OUTSTANDING
           MOVE "CLOSE" TO RPT-FUNCTION
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           DISPLAY "Score-sheet import complete. Sheets: "
                   WS-SHEET-COUNT
                   " Accepted: " WS-ACCEPT-COUNT
                   " Refused: " WS-REFUSE-COUNT
                   " Scores applied: " WS-SCORED-COUNT
           DISPLAY "  Sections still without an accepted sheet: "
                   WS-MISSING-COUNT
                   " -- see hopper_report_scoresht.txt"
           IF WS-REFUSE-COUNT > ZERO OR WS-STRAY-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           MOVE "SCOREIMPORT" TO JOB-PROGRAM-NAME
           MOVE RETURN-CODE TO JOB-RETURN-CODE
           MOVE WS-LINE-COUNT TO JOB-RECORD-COUNT
           MOVE WS-ERROR-COUNT TO JOB-ERROR-COUNT
           PERFORM 9900-RELEASE-RUN-LOCK
           CALL "JobLog" USING JOB-LOG-BLOCK
           GOBACK.

       0100-LOAD-TERM.
      *> default term id, used when the control file is absent: the
      *> run date's year and month -- the same default GradeBatch
      *> applies, so the log and the grades agree on the term
           MOVE DTS-RUN-DATE(1:6) TO TC-TERM-ID
           OPEN INPUT TERMFILE
           IF WS-TERM-STATUS = "00"
               READ TERMFILE
                   NOT AT END
                       IF TRM-TERM-ID NOT NUMERIC
                           MOVE "SCOREIMPORT"    TO EXC-PROGRAM-NAME
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

       0200-LOAD-ROSTER.
           MOVE ZERO TO WS-STUDENT-COUNT
           OPEN INPUT ROSTFILE
           IF WS-ROST-STATUS NOT = "00"
               DISPLAY "  No roster.txt -- every sheet will be "
                       "refused."
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ ROSTFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM 0250-ADD-TO-TABLE
                   END-READ
               END-PERFORM
               CLOSE ROSTFILE
           END-IF.

       0250-ADD-TO-TABLE.
           IF WS-STUDENT-COUNT < WS-MAX-STUDENTS
               ADD 1 TO WS-STUDENT-COUNT
               MOVE ROST-ID       TO WS-STU-ID(WS-STUDENT-COUNT)
               MOVE ROST-HOMEWORK TO WS-STU-HOMEWORK(WS-STUDENT-COUNT)
               MOVE ROST-QUIZ     TO WS-STU-QUIZ(WS-STUDENT-COUNT)
               MOVE ROST-EXAM     TO WS-STU-EXAM(WS-STUDENT-COUNT)
               MOVE ROST-SECTION  TO WS-STU-SECTION(WS-STUDENT-COUNT)
               MOVE ROST-STATUS   TO WS-STU-STATUS(WS-STUDENT-COUNT)
               MOVE ROST-LAST-NAME
                   TO WS-STU-LAST(WS-STUDENT-COUNT)
               MOVE ROST-FIRST-NAME
                   TO WS-STU-FIRST(WS-STUDENT-COUNT)
               MOVE ROST-PRIVACY-HOLD
                   TO WS-STU-HOLD(WS-STUDENT-COUNT)
           ELSE
               SET ROSTER-TABLE-OVERFLOWED TO TRUE
           END-IF.

       0300-LOAD-RECEIVED.
      *> Only this term's accepted sheets count as received.
           OPEN INPUT SSLFILE
           IF WS-SSL-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ SSLFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF SSL-TERM-ID = TC-TERM-ID
                                   AND SSL-RESULT = "ACCEPTED"
                               MOVE SSL-SECTION TO WS-SHEET-SECTION
                               PERFORM 0350-NOTE-RECEIVED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SSLFILE
           END-IF
           MOVE SPACES TO WS-SHEET-SECTION.

       0350-NOTE-RECEIVED.
           MOVE "N" TO WS-SECT-FOUND
           PERFORM VARYING WS-SECT-SUB FROM 1 BY 1
                   UNTIL WS-SECT-SUB > WS-RECEIVED-COUNT
               IF WS-RCV-SECTION(WS-SECT-SUB) = WS-SHEET-SECTION
                   SET SECTION-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT SECTION-FOUND
                   AND WS-RECEIVED-COUNT < WS-MAX-SECTIONS
               ADD 1 TO WS-RECEIVED-COUNT
               MOVE WS-SHEET-SECTION
                   TO WS-RCV-SECTION(WS-RECEIVED-COUNT)
           END-IF.

       1000-PROCESS-SHEET-LINE.
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACES TO WS-REC-TYPE WS-FLD-1 WS-FLD-2 WS-FLD-3
                          WS-FLD-4
           MOVE ZERO TO WS-LEN-1 WS-LEN-2 WS-LEN-3 WS-LEN-4
           UNSTRING SHEET-RECORD DELIMITED BY ","
               INTO WS-REC-TYPE WS-FLD-1 WS-FLD-2 WS-FLD-3 WS-FLD-4
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-REC-TYPE) TO WS-REC-TYPE
           PERFORM 1050-MEASURE-FIELDS
           EVALUATE TRUE
               WHEN WS-REC-TYPE = "H"
                   PERFORM 1100-START-SHEET
               WHEN NOT SHEET-IS-OPEN
                   MOVE "line outside any sheet (no header)"
                       TO EXC-REASON
                   PERFORM 1900-REJECT-LINE
                   ADD 1 TO WS-STRAY-COUNT
               WHEN WS-REC-TYPE = "D"
                   PERFORM 1200-CHECK-DETAIL
               WHEN WS-REC-TYPE = "T"
                   PERFORM 1300-CHECK-TRAILER
                   PERFORM 3000-FINISH-SHEET
               WHEN OTHER
                   MOVE "record type must be H, D or T"
                       TO EXC-REASON
                   PERFORM 1800-REJECT-SHEET-LINE
           END-EVALUATE.

       1050-MEASURE-FIELDS.
      *> Blanks around a keyed value are dropped, and the length left
      *> is what the digit tests below work from.
           MOVE FUNCTION TRIM(WS-FLD-1) TO WS-FLD-1
           MOVE FUNCTION TRIM(WS-FLD-2) TO WS-FLD-2
           MOVE FUNCTION TRIM(WS-FLD-3) TO WS-FLD-3
           MOVE FUNCTION TRIM(WS-FLD-4) TO WS-FLD-4
           IF WS-FLD-1 NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-FLD-1))
                   TO WS-LEN-1
           END-IF
           IF WS-FLD-2 NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-FLD-2))
                   TO WS-LEN-2
           END-IF
           IF WS-FLD-3 NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-FLD-3))
                   TO WS-LEN-3
           END-IF
           IF WS-FLD-4 NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-FLD-4))
                   TO WS-LEN-4
           END-IF.

       1100-START-SHEET.
      *> A header arriving while a sheet is still open means that
      *> sheet lost its trailer; it is refused before the next one
      *> starts.
           IF SHEET-IS-OPEN
               IF NOT SHEET-IS-BAD
                   SET SHEET-IS-BAD TO TRUE
                   MOVE "sheet has no trailer" TO WS-SHEET-REASON
               END-IF
               PERFORM 3000-FINISH-SHEET
           END-IF
           SET SHEET-IS-OPEN TO TRUE
           MOVE "N" TO WS-SHEET-BAD
           MOVE SPACES TO WS-SHEET-REASON
           MOVE ZERO TO WS-SHEET-LINES
           ADD 1 TO WS-SHEET-COUNT
           MOVE FUNCTION UPPER-CASE(WS-FLD-1) TO WS-SHEET-SECTION
           MOVE FUNCTION UPPER-CASE(WS-FLD-2) TO WS-SHEET-INSTRUCTOR
           MOVE ZERO TO WS-SHEET-ENROLLED
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-STUDENT-COUNT
               IF WS-STU-SECTION(WS-IDX) = WS-SHEET-SECTION
                       AND WS-STU-STATUS(WS-IDX) NOT = "W"
                   ADD 1 TO WS-SHEET-ENROLLED
               END-IF
           END-PERFORM
           IF WS-SHEET-ENROLLED = ZERO
               MOVE "no students enrolled in this section"
                   TO EXC-REASON
               PERFORM 1800-REJECT-SHEET-LINE
           END-IF.

       1200-CHECK-DETAIL.
           ADD 1 TO WS-SHEET-LINES
           MOVE "Y" TO WS-LINE-OK
           EVALUATE TRUE
               WHEN WS-LEN-1 NOT = 5 OR WS-FLD-1(1:5) NOT NUMERIC
                   MOVE "student id must be 5 digits" TO EXC-REASON
                   MOVE "N" TO WS-LINE-OK
               WHEN WS-LEN-2 < 1 OR WS-LEN-2 > 3
                       OR WS-LEN-3 < 1 OR WS-LEN-3 > 3
                       OR WS-LEN-4 < 1 OR WS-LEN-4 > 3
                   MOVE "scores must be numeric 0-100" TO EXC-REASON
                   MOVE "N" TO WS-LINE-OK
               WHEN WS-FLD-2(1:WS-LEN-2) NOT NUMERIC
                       OR WS-FLD-3(1:WS-LEN-3) NOT NUMERIC
                       OR WS-FLD-4(1:WS-LEN-4) NOT NUMERIC
                   MOVE "scores must be numeric 0-100" TO EXC-REASON
                   MOVE "N" TO WS-LINE-OK
           END-EVALUATE
           IF LINE-IS-OK
               MOVE WS-FLD-1(1:5)        TO WS-WORK-ID
               MOVE WS-FLD-2(1:WS-LEN-2) TO WS-WORK-HOMEWORK
               MOVE WS-FLD-3(1:WS-LEN-3) TO WS-WORK-QUIZ
               MOVE WS-FLD-4(1:WS-LEN-4) TO WS-WORK-EXAM
               PERFORM 1250-FIND-ENROLLED
               EVALUATE TRUE
                   WHEN WS-WORK-HOMEWORK > 100 OR WS-WORK-QUIZ > 100
                           OR WS-WORK-EXAM > 100
                       MOVE "scores must be numeric 0-100"
                           TO EXC-REASON
                       MOVE "N" TO WS-LINE-OK
                   WHEN WS-MATCH-IDX = ZERO
                       MOVE "student not enrolled in this section"
                           TO EXC-REASON
                       MOVE "N" TO WS-LINE-OK
                   WHEN WS-SHEET-LINES > WS-MAX-STUDENTS
                       MOVE "sheet longer than the roster table"
                           TO EXC-REASON
                       MOVE "N" TO WS-LINE-OK
               END-EVALUATE
           END-IF
           IF LINE-IS-OK
               PERFORM VARYING WS-SHT-SUB FROM 1 BY 1
                       UNTIL WS-SHT-SUB >= WS-SHEET-LINES
                   IF WS-SHT-ID(WS-SHT-SUB) = WS-WORK-ID
                       MOVE "student appears twice on the sheet"
                           TO EXC-REASON
                       MOVE "N" TO WS-LINE-OK
                   END-IF
               END-PERFORM
           END-IF
           IF LINE-IS-OK
               MOVE WS-WORK-ID       TO WS-SHT-ID(WS-SHEET-LINES)
               MOVE WS-WORK-HOMEWORK TO WS-SHT-HOMEWORK(WS-SHEET-LINES)
               MOVE WS-WORK-QUIZ     TO WS-SHT-QUIZ(WS-SHEET-LINES)
               MOVE WS-WORK-EXAM     TO WS-SHT-EXAM(WS-SHEET-LINES)
               MOVE WS-MATCH-IDX
                   TO WS-SHT-ROSTER-IDX(WS-SHEET-LINES)
           ELSE
      *> The slot is still used so the trailer count and the
      *> duplicate check keep lining up with the sheet as sent.
               IF WS-SHEET-LINES NOT > WS-MAX-STUDENTS
                   MOVE ZERO TO WS-SHT-ID(WS-SHEET-LINES)
                   MOVE ZERO TO WS-SHT-ROSTER-IDX(WS-SHEET-LINES)
               END-IF
               PERFORM 1800-REJECT-SHEET-LINE
           END-IF.

       1250-FIND-ENROLLED.
           MOVE ZERO TO WS-MATCH-IDX
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-STUDENT-COUNT
               IF WS-STU-ID(WS-IDX) = WS-WORK-ID
                       AND WS-STU-SECTION(WS-IDX) = WS-SHEET-SECTION
                       AND WS-STU-STATUS(WS-IDX) NOT = "W"
                   MOVE WS-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM.

       1300-CHECK-TRAILER.
           MOVE ZERO TO WS-WORK-COUNT
           IF WS-LEN-1 < 1 OR WS-LEN-1 > 3
                   OR WS-FLD-1(1:WS-LEN-1) NOT NUMERIC
               MOVE "trailer count is not numeric" TO EXC-REASON
               PERFORM 1800-REJECT-SHEET-LINE
           ELSE
               MOVE WS-FLD-1(1:WS-LEN-1) TO WS-WORK-COUNT
               IF WS-WORK-COUNT NOT = WS-SHEET-LINES
                   MOVE "trailer count does not balance"
                       TO EXC-REASON
                   PERFORM 1800-REJECT-SHEET-LINE
               END-IF
           END-IF.

       1800-REJECT-SHEET-LINE.
      *> A bad line inside a sheet condemns the whole sheet; the
      *> first reason found is the one the sheet log records.
           IF NOT SHEET-IS-BAD
               SET SHEET-IS-BAD TO TRUE
               MOVE EXC-REASON TO WS-SHEET-REASON
           END-IF
           PERFORM 1900-REJECT-LINE.

       1900-REJECT-LINE.
           ADD 1 TO WS-ERROR-COUNT
           MOVE "SCOREIMPORT"      TO EXC-PROGRAM-NAME
           MOVE "score_sheets.txt" TO EXC-SOURCE-FILE
           MOVE "SHEET-RECORD"     TO EXC-FIELD-NAME
           MOVE SHEET-RECORD       TO EXC-RAW-VALUE
           CALL "ExceptionLog" USING EXCEPTION-LOG-BLOCK
           DISPLAY "  ! Score-sheet line rejected ("
                   FUNCTION TRIM(EXC-REASON)
                   ") -- see hopper_exceptions.txt".

       3000-FINISH-SHEET.
           IF SHEET-IS-BAD
               ADD 1 TO WS-REFUSE-COUNT
               DISPLAY "  ! Sheet for section " WS-SHEET-SECTION
                       " refused -- " FUNCTION TRIM(WS-SHEET-REASON)
           ELSE
               ADD 1 TO WS-ACCEPT-COUNT
               PERFORM 3100-APPLY-SCORES
                   VARYING WS-SHT-SUB FROM 1 BY 1
                   UNTIL WS-SHT-SUB > WS-SHEET-LINES
               PERFORM 0350-NOTE-RECEIVED
           END-IF
           PERFORM 3200-LOG-SHEET
           MOVE "N" TO WS-IN-SHEET.

       3100-APPLY-SCORES.
           MOVE WS-SHT-ROSTER-IDX(WS-SHT-SUB) TO WS-IDX
           MOVE WS-SHT-HOMEWORK(WS-SHT-SUB) TO WS-STU-HOMEWORK(WS-IDX)
           MOVE WS-SHT-QUIZ(WS-SHT-SUB)     TO WS-STU-QUIZ(WS-IDX)
           MOVE WS-SHT-EXAM(WS-SHT-SUB)     TO WS-STU-EXAM(WS-IDX)
           ADD 1 TO WS-SCORED-COUNT
           SET ROSTER-DIRTY TO TRUE.

       3200-LOG-SHEET.
           OPEN EXTEND SSLFILE
           IF WS-SSL-STATUS NOT = "00"
               OPEN OUTPUT SSLFILE
           END-IF
           MOVE SPACES TO SSL-RECORD
           MOVE TC-TERM-ID          TO SSL-TERM-ID
           MOVE WS-SHEET-SECTION    TO SSL-SECTION
           MOVE DTS-RUN-DATE        TO SSL-DATE
           MOVE DTS-RUN-TIME        TO SSL-TIME
           MOVE WS-SHEET-INSTRUCTOR TO SSL-INSTRUCTOR
           MOVE WS-SHEET-LINES      TO SSL-LINES
           MOVE WS-SHEET-REASON     TO SSL-REASON
           IF SHEET-IS-BAD
               MOVE "REFUSED"  TO SSL-RESULT
           ELSE
               MOVE "ACCEPTED" TO SSL-RESULT
           END-IF
           WRITE SSL-RECORD
           CLOSE SSLFILE
           MOVE SPACES TO RPT-DETAIL-LINE
           STRING "        " SSL-SECTION " " SSL-INSTRUCTOR
                  " " SSL-LINES "   " SSL-RESULT " "
                  FUNCTION TRIM(WS-SHEET-REASON)
               DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           MOVE "WRITE" TO RPT-FUNCTION
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK.

       5000-WRITE-OUTSTANDING.
      *> Every section with an enrolled student on the roster, less
      *> those holding an accepted sheet for the term.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-STUDENT-COUNT
               IF WS-STU-STATUS(WS-IDX) NOT = "W"
                   MOVE "N" TO WS-SECT-FOUND
                   PERFORM VARYING WS-SECT-SUB FROM 1 BY 1
                           UNTIL WS-SECT-SUB > WS-ROSTER-SECT-COUNT
                       IF WS-RST-SECTION(WS-SECT-SUB)
                               = WS-STU-SECTION(WS-IDX)
                           SET SECTION-FOUND TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT SECTION-FOUND
                           AND WS-ROSTER-SECT-COUNT < WS-MAX-SECTIONS
                       ADD 1 TO WS-ROSTER-SECT-COUNT
                       MOVE WS-STU-SECTION(WS-IDX)
                           TO WS-RST-SECTION(WS-ROSTER-SECT-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO RPT-DETAIL-LINE
           STRING "Sections with no accepted sheet for term "
                  TC-TERM-ID ":"
               DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           MOVE "0" TO RPT-CARRIAGE-CTL
           MOVE "WRITE" TO RPT-FUNCTION
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           MOVE SPACE TO RPT-CARRIAGE-CTL
           PERFORM 5100-CHECK-ONE-SECTION
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-ROSTER-SECT-COUNT
           IF WS-MISSING-COUNT = ZERO
               MOVE SPACES TO RPT-DETAIL-LINE
               MOVE "  (every enrolled section has a sheet)"
                   TO RPT-DETAIL-LINE
               CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           END-IF
           MOVE SPACES TO RPT-DETAIL-LINE
           STRING "Sheets " WS-SHEET-COUNT
                  "  accepted " WS-ACCEPT-COUNT
                  "  refused " WS-REFUSE-COUNT
                  "  scores applied " WS-SCORED-COUNT
               DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           MOVE "0" TO RPT-CARRIAGE-CTL
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           MOVE SPACE TO RPT-CARRIAGE-CTL
           MOVE SPACES TO RPT-DETAIL-LINE
           STRING "Lines read " WS-LINE-COUNT
                  "  rejected " WS-ERROR-COUNT
                  "  outside any sheet " WS-STRAY-COUNT
               DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK.

       5100-CHECK-ONE-SECTION.
           MOVE "N" TO WS-SECT-FOUND
           PERFORM VARYING WS-SECT-SUB FROM 1 BY 1
                   UNTIL WS-SECT-SUB > WS-RECEIVED-COUNT
               IF WS-RCV-SECTION(WS-SECT-SUB)
                       = WS-RST-SECTION(WS-IDX)
                   SET SECTION-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT SECTION-FOUND
               ADD 1 TO WS-MISSING-COUNT
               MOVE SPACES TO RPT-DETAIL-LINE
               STRING "  " WS-RST-SECTION(WS-IDX)
                   DELIMITED BY SIZE INTO RPT-DETAIL-LINE
               MOVE "WRITE" TO RPT-FUNCTION
               CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           END-IF.

       9000-SAVE-ROSTER.
           OPEN OUTPUT ROSTFILE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-STUDENT-COUNT
               MOVE WS-STU-ID(WS-IDX)       TO ROST-ID
               MOVE WS-STU-HOMEWORK(WS-IDX) TO ROST-HOMEWORK
               MOVE WS-STU-QUIZ(WS-IDX)     TO ROST-QUIZ
               MOVE WS-STU-EXAM(WS-IDX)     TO ROST-EXAM
               MOVE WS-STU-SECTION(WS-IDX)  TO ROST-SECTION
               MOVE WS-STU-STATUS(WS-IDX)   TO ROST-STATUS
               MOVE WS-STU-LAST(WS-IDX)     TO ROST-LAST-NAME
               MOVE WS-STU-FIRST(WS-IDX)    TO ROST-FIRST-NAME
               MOVE WS-STU-HOLD(WS-IDX)     TO ROST-PRIVACY-HOLD
               WRITE ROST-RECORD
           END-PERFORM
           CLOSE ROSTFILE
           DISPLAY "roster.txt saved -- " WS-STUDENT-COUNT
                   " student(s).".

       9800-ACQUIRE-RUN-LOCK.
           MOVE "ACQ" TO RL-FUNCTION
           MOVE "ROSTERMAINT" TO RL-PROGRAM-NAME
           MOVE "SYSTEM" TO RL-OPERATOR-ID
           CALL "RunLock" USING RUN-LOCK-BLOCK.

       9900-RELEASE-RUN-LOCK.
           MOVE "REL" TO RL-FUNCTION
           MOVE "ROSTERMAINT" TO RL-PROGRAM-NAME
           MOVE "SYSTEM" TO RL-OPERATOR-ID
           CALL "RunLock" USING RUN-LOCK-BLOCK.

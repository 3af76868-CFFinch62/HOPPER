      *> at-risk extract (students at or below the D cutoff, i.e. D or
      *> F) so advising has a ready-to-hand list without re-deriving
      *> the cutoffs from the aggregate report.
      *> A student under a directory/privacy hold (ROST-PRIVACY-HOLD
      *> "Y", kept through RosterMaint and RegistrarImport) has the
      *> hold stamped on each master record written for them, and
      *> appears on the honor-roll and at-risk extracts by id alone
      *> -- those lists leave the office, so the name does not.
      *> student_master.dat is a keyed (RELATIVE) file, each record
      *> found again by its relative record number, and every record
      *> appended is posted to its student's entry on
      *> student_master.idx through the shared MasterIndex so
      *> GradeInquiry and the other lookups read a student's terms
      *> directly instead of the whole master. A post that fails
      *> leaves no index at all rather than a stale one -- lookups
      *> fall back to reading the master through -- and the run ends
      *> RC 4 with an exception asking for a MasterReindex run.
      *> The run date stamped on master records, and the term id
      *> defaulted from it, come from the business date
      *> (BusinessDate), so a rerun for a prior day stamps that day.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GradeBatch.

      *> Master file GradeInquiry.cob looks students up in by id --
      *> one line per student per term, carrying the run date/time the
      *> grade was computed. Appended to each run so history builds up
      *> across terms instead of being overwritten. RELATIVE so the
      *> RRN each WRITE lands on can be posted to the student index.
           SELECT MSTFILE ASSIGN TO "student_master.dat"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               RELATIVE KEY IS WS-MST-RRN
               FILE STATUS IS WS-MST-STATUS.
           SELECT HONORFILE ASSIGN TO "honor_roll.txt"
               ORGANIZATION IS LINE SEQUENTIAL
      *> can finally print a name beside the bare id.
               05 ROST-LAST-NAME  PIC X(20).
               05 ROST-FIRST-NAME PIC X(15).
               05 ROST-PRIVACY-HOLD PIC X.

           FD SRTFILE.
           01 SRT-RECORD.
                   88 SRT-INCOMPLETE VALUE "I".
               05 SRT-LAST-NAME  PIC X(20).
               05 SRT-FIRST-NAME PIC X(15).
               05 SRT-PRIVACY-HOLD PIC X.
                   88 SRT-PRIVACY-HELD VALUE "Y".

           SD SORTWORK.
           01 SORT-RECORD.
               05 SORT-STATUS    PIC X.
               05 SORT-LAST-NAME  PIC X(20).
               05 SORT-FIRST-NAME PIC X(15).
               05 SORT-PRIVACY-HOLD PIC X.

           FD CTLFILE.
           01 CTL-RECORD.
               05 MST-SECTION PIC X(4).
               05 MST-LAST-NAME  PIC X(20).
               05 MST-FIRST-NAME PIC X(15).
               05 MST-PRIVACY-HOLD PIC X.

           FD HONORFILE.
           01 HONOR-RECORD PIC X(90).
           01 WS-WGT-STATUS  PIC XX VALUE SPACES.
           01 WS-TERM-STATUS PIC XX VALUE SPACES.
           01 WS-MST-STATUS  PIC XX VALUE SPACES.
           01 WS-MST-RRN     PIC 9(7) VALUE ZERO.
           01 WS-HONOR-STATUS PIC XX VALUE SPACES.
           01 WS-RISK-STATUS  PIC XX VALUE SPACES.
           01 WS-EOF         PIC X  VALUE "N".
           01 WS-DONE-OVERFLOW PIC X VALUE "N".
               88 DONE-TABLE-OVERFLOWED VALUE "Y".
           01 WS-ALREADY-COUNT PIC 9(6) VALUE ZERO.
      *> Master records written while student_master.idx was missing
      *> or could not take the post.
           01 WS-INDEX-MISSED  PIC 9(6) VALUE ZERO.
           COPY MSTIXCTL.
           COPY JOBCTL.
           COPY RUNLKCTL.

               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
           CALL "BusinessDate" USING DATE-TIME-STAMP
           PERFORM 0100-LOAD-CUTOFFS
           PERFORM 0110-LOAD-WEIGHTS
           PERFORM 0120-LOAD-TERM
           MOVE "OPEN " TO RPT-FUNCTION
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           OPEN EXTEND MSTFILE
      *> A first-ever master starts with an (empty) index beside it,
      *> so every record from here on is posted as it is written.
           IF WS-MST-STATUS = "35"
               OPEN OUTPUT MSTFILE
               CLOSE MSTFILE
               MOVE "BLD" TO MIX-FUNCTION
               MOVE "GRADEBATCH" TO MIX-PROGRAM-ID
               CALL "MasterIndex" USING MASTER-INDEX-BLOCK
               OPEN EXTEND MSTFILE
           END-IF
           OPEN OUTPUT HONORFILE
                   " Duplicates: " WS-DUP-COUNT
                   " W/I recorded: " WS-WI-COUNT
                   " Already graded: " WS-ALREADY-COUNT
           IF WS-INDEX-MISSED > ZERO
               PERFORM 1097-REPORT-INDEX-MISSED
           END-IF
           MOVE "GRADEBATCH" TO JOB-PROGRAM-NAME
           MOVE RETURN-CODE TO JOB-RETURN-CODE
           MOVE WS-STUDENT-COUNT TO JOB-RECORD-COUNT
           MOVE SRT-SECTION  TO MST-SECTION
           MOVE SRT-LAST-NAME  TO MST-LAST-NAME
           MOVE SRT-FIRST-NAME TO MST-FIRST-NAME
           PERFORM 1090-SET-MASTER-HOLD
           WRITE MST-RECORD
           PERFORM 1095-INDEX-MASTER-RECORD.

       1060-GRADE-VALID-STUDENT.
           ADD 1 TO WS-STUDENT-COUNT
           MOVE SRT-SECTION  TO MST-SECTION
           MOVE SRT-LAST-NAME  TO MST-LAST-NAME
           MOVE SRT-FIRST-NAME TO MST-FIRST-NAME
           PERFORM 1090-SET-MASTER-HOLD
           WRITE MST-RECORD
           PERFORM 1095-INDEX-MASTER-RECORD

           IF WS-SCORE >= GC-CUTOFF-A
               PERFORM 1070-WRITE-HONOR-LINE

       1070-WRITE-HONOR-LINE.
           MOVE SPACES TO HONOR-RECORD
           IF SRT-PRIVACY-HELD
               STRING "Student " SRT-ID
                      " sect " SRT-SECTION
                      ": composite=" WS-SCORE
                      " grade=" WS-GRADE
                   DELIMITED BY SIZE INTO HONOR-RECORD
           ELSE
               STRING "Student " SRT-ID " "
                      FUNCTION TRIM(SRT-LAST-NAME) ", "
                      FUNCTION TRIM(SRT-FIRST-NAME)
                      " sect " SRT-SECTION
                      ": composite=" WS-SCORE
                      " grade=" WS-GRADE
                   DELIMITED BY SIZE INTO HONOR-RECORD
           END-IF
           WRITE HONOR-RECORD.

       1080-WRITE-RISK-LINE.
           MOVE SPACES TO RISK-RECORD
           IF SRT-PRIVACY-HELD
               STRING "Student " SRT-ID
                      " sect " SRT-SECTION
                      ": composite=" WS-SCORE
                      " grade=" WS-GRADE
                   DELIMITED BY SIZE INTO RISK-RECORD
           ELSE
               STRING "Student " SRT-ID " "
                      FUNCTION TRIM(SRT-LAST-NAME) ", "
                      FUNCTION TRIM(SRT-FIRST-NAME)
                      " sect " SRT-SECTION
                      ": composite=" WS-SCORE
                      " grade=" WS-GRADE
                   DELIMITED BY SIZE INTO RISK-RECORD
           END-IF
           WRITE RISK-RECORD.

       1090-SET-MASTER-HOLD.
      *> Stored as "Y" or blank -- the blank every record written
      *> before the hold existed already carries.
           IF SRT-PRIVACY-HELD
               MOVE "Y" TO MST-PRIVACY-HOLD
           ELSE
               MOVE SPACE TO MST-PRIVACY-HOLD
           END-IF.

       1095-INDEX-MASTER-RECORD.
      *> The WRITE just set WS-MST-RRN to the slot it filled. Once
      *> the index is gone (missing, or dropped by a failed post)
      *> the rest of the run stops asking -- each record is counted
      *> as missed instead.
           IF WS-INDEX-MISSED > ZERO
               ADD 1 TO WS-INDEX-MISSED
           ELSE
               MOVE "ADD" TO MIX-FUNCTION
               MOVE "GRADEBATCH" TO MIX-PROGRAM-ID
               MOVE MST-ID TO MIX-STUDENT-ID
               MOVE WS-MST-RRN TO MIX-RRN
               CALL "MasterIndex" USING MASTER-INDEX-BLOCK
               IF MIX-UNAVAILABLE
                   ADD 1 TO WS-INDEX-MISSED
               END-IF
           END-IF.

       1097-REPORT-INDEX-MISSED.
           DISPLAY "  ! " WS-INDEX-MISSED " master record(s) written "
                   "without an index post -- run MasterReindex"
           MOVE "GRADEBATCH"         TO EXC-PROGRAM-NAME
           MOVE "student_master.idx" TO EXC-SOURCE-FILE
           MOVE "WS-INDEX-MISSED"    TO EXC-FIELD-NAME
           MOVE WS-INDEX-MISSED      TO EXC-RAW-VALUE
           MOVE "index not posted -- run MasterReindex" TO EXC-REASON
           CALL "ExceptionLog" USING EXCEPTION-LOG-BLOCK
           MOVE 4 TO RETURN-CODE.

       2000-WRITE-DISTRIBUTION.
           MOVE SPACES TO RPT-DETAIL-LINE
           MOVE "WRITE" TO RPT-FUNCTION

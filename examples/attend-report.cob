      *> attend-report.cob - HOPPER Example 11h: Weekly Attendance
      *> Report and Early Warning
      *> Reads attendance.dat (kept by AttendLoad) against roster.txt
      *> and prints, section by section, each enrolled student's
      *> present/absent/excused count for the week and for the term
      *> to date, with the term attendance rate: sessions present
      *> over sessions counted, where an excused session counts
      *> neither way. The week is the seven days ending on the
      *> week-ending date in attendance_control.txt (the run date
      *> when none is given); the term runs from the control file's
      *> term start date (every session on file when none is given)
      *> through the same week-ending date, so a rerun for an earlier
      *> week shows that week as it stood.
      *> A student whose term rate falls below the control file's
      *> threshold, once enough sessions have been counted for the
      *> rate to mean something, is flagged on the report and written
      *> to early_warning.txt -- a mid-term extract in the same
      *> "Student id NAME sect XXXX:" shape as GradeBatch's
      *> at_risk.txt, so advising can work the two lists together
      *> long before a grade is assigned. A control value that is
      *> missing or not numeric keeps its default (80 percent, three
      *> sessions) and is logged through ExceptionLog.
      *> A student under a privacy hold (ROST-PRIVACY-HOLD "Y") is
      *> printed by id alone on both the report and
      *> early_warning.txt -- the name column is left blank.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AttendReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTLFILE ASSIGN TO "attendance_control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT ROSTFILE ASSIGN TO "roster.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROST-STATUS.
           SELECT ATTFILE ASSIGN TO "attendance.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATT-STATUS.
           SELECT WARNFILE ASSIGN TO "early_warning.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WARN-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Threshold is a whole percent; minimum sessions is how many
      *> present-or-absent sessions a student needs before a low rate
      *> is flagged. Either date may be left blank.
           FD CTLFILE.
           01 CTL-RECORD.
               05 CTL-THRESHOLD    PIC X(3).
               05 FILLER           PIC X.
               05 CTL-MIN-SESSIONS PIC X(2).
               05 FILLER           PIC X.
               05 CTL-WEEK-END     PIC X(8).
               05 FILLER           PIC X.
               05 CTL-TERM-START   PIC X(8).

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

           FD ATTFILE.
           01 ATT-RECORD.
               05 ATT-ID        PIC 9(5).
               05 FILLER        PIC X.
               05 ATT-SECTION   PIC X(4).
               05 FILLER        PIC X.
               05 ATT-DATE      PIC 9(8).
               05 FILLER        PIC X.
               05 ATT-CODE      PIC X.
               05 FILLER        PIC X.
               05 ATT-LOAD-DATE PIC 9(8).

           FD WARNFILE.
           01 WARN-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
           01 WS-CTL-STATUS  PIC XX VALUE SPACES.
           01 WS-ROST-STATUS PIC XX VALUE SPACES.
           01 WS-ATT-STATUS  PIC XX VALUE SPACES.
           01 WS-WARN-STATUS PIC XX VALUE SPACES.
           01 WS-EOF         PIC X  VALUE "N".
               88 END-OF-FILE VALUE "Y".

           COPY DATESTAMP.
           COPY EXCPCTL.
           COPY RPTCTL.
           COPY JOBCTL.
           COPY RUNLKCTL.

      *> Control defaults, used when attendance_control.txt is absent
      *> or a field on it is bad.
           01 WS-THRESHOLD    PIC 9(3) VALUE 80.
           01 WS-MIN-SESSIONS PIC 9(2) VALUE 3.
           01 WS-WEEK-END     PIC 9(8) VALUE ZERO.
           01 WS-WEEK-START   PIC 9(8) VALUE ZERO.
           01 WS-TERM-START   PIC 9(8) VALUE ZERO.
           01 WS-CTL-DATE     PIC 9(8) VALUE ZERO.

      *> One entry per enrolled student and section from roster.txt,
      *> with the week and term tallies built from attendance.dat.
           01 WS-MAX-STUDENTS  PIC 9(3) VALUE 200.
           01 WS-STUDENT-COUNT PIC 9(3) VALUE ZERO.
           01 WS-STUDENT-TABLE.
               05 WS-STU-ENTRY OCCURS 200 TIMES.
                   10 WS-STU-SECTION   PIC X(4).
                   10 WS-STU-ID        PIC 9(5).
                   10 WS-STU-LAST      PIC X(20).
                   10 WS-STU-FIRST     PIC X(15).
                   10 WS-STU-HOLD      PIC X.
                       88 WS-STU-PRIVACY-HELD VALUE "Y".
                   10 WS-STU-WK-PRES   PIC 9(2).
                   10 WS-STU-WK-ABS    PIC 9(2).
                   10 WS-STU-WK-EXC    PIC 9(2).
                   10 WS-STU-TRM-PRES  PIC 9(3).
                   10 WS-STU-TRM-ABS   PIC 9(3).
                   10 WS-STU-TRM-EXC   PIC 9(3).
           01 WS-STU-SUB      PIC 9(3) VALUE ZERO.
           01 WS-STU-MATCH    PIC 9(3) VALUE ZERO.
           01 WS-SORT-SUB     PIC 9(3) VALUE ZERO.
           01 WS-SWAP-FLAG    PIC X VALUE "N".
               88 SORT-PASS-SWAPPED VALUE "Y".
           01 WS-HOLD-ENTRY   PIC X(60).
           01 WS-OVERFLOW     PIC X VALUE "N".
               88 STUDENT-TABLE-OVERFLOWED VALUE "Y".

      *> Distinct section sessions held in the week, for the
      *> "sessions held" figure on each section heading.
           01 WS-MAX-SESSIONS   PIC 9(3) VALUE 300.
           01 WS-SESSION-COUNT  PIC 9(3) VALUE ZERO.
           01 WS-SESSION-TABLE.
               05 WS-SES-ENTRY OCCURS 300 TIMES.
                   10 WS-SES-SECTION PIC X(4).
                   10 WS-SES-DATE    PIC 9(8).
           01 WS-SES-SUB        PIC 9(3) VALUE ZERO.
           01 WS-SES-FOUND      PIC X VALUE "N".
               88 SESSION-ON-TABLE VALUE "Y".
           01 WS-SECTION-SESSIONS PIC 9(3) VALUE ZERO.

           01 WS-CURRENT-SECTION PIC X(4) VALUE SPACES.
           01 WS-COUNTED      PIC 9(3) VALUE ZERO.
           01 WS-RATE         PIC 9(3) VALUE ZERO.
           01 WS-FLAG         PIC X(13) VALUE SPACES.
           01 WS-NAME-WORK    PIC X(20) VALUE SPACES.
           01 WS-RATE-ED      PIC ZZ9.
           01 WS-WK-PRES-ED   PIC Z9.
           01 WS-WK-ABS-ED    PIC Z9.
           01 WS-WK-EXC-ED    PIC Z9.
           01 WS-TRM-PRES-ED  PIC ZZ9.
           01 WS-TRM-ABS-ED   PIC ZZ9.
           01 WS-TRM-EXC-ED   PIC ZZ9.
           01 WS-THRESHOLD-ED PIC ZZ9.

           01 WS-RECORDS-READ   PIC 9(6) VALUE ZERO.
           01 WS-BAD-RECORDS    PIC 9(6) VALUE ZERO.
           01 WS-OUT-OF-WINDOW  PIC 9(6) VALUE ZERO.
           01 WS-NOT-ON-ROSTER  PIC 9(6) VALUE ZERO.
           01 WS-SECTION-COUNT  PIC 9(6) VALUE ZERO.
           01 WS-WARN-COUNT     PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
      *> One holder of this lock at a time -- a second start against
      *> a held lock refuses here before any file is touched (see
      *> RunLock / hopper_runlocks.txt).
      *> The lock name is the attendance.dat resource lock AttendLoad
      *> holds while it rewrites the file.
           PERFORM 9800-ACQUIRE-RUN-LOCK
           IF NOT RL-IS-GRANTED
               DISPLAY "! Run refused -- ATTENDANCE"
                       " lock held by " RL-HELD-BY
                       " since " RL-HELD-DATE "-" RL-HELD-TIME
               MOVE 12 TO RETURN-CODE
               MOVE "ATTENDRPT" TO JOB-PROGRAM-NAME
               MOVE RETURN-CODE TO JOB-RETURN-CODE
               MOVE ZERO TO JOB-RECORD-COUNT
               MOVE 1 TO JOB-ERROR-COUNT
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
           CALL "BusinessDate" USING DATE-TIME-STAMP
           PERFORM 0100-LOAD-CONTROL
           PERFORM 0200-LOAD-ROSTER
           IF STUDENT-TABLE-OVERFLOWED
               DISPLAY "! roster.txt holds more than "
                       WS-MAX-STUDENTS " students -- a report that "
                       "skipped some would miss their warnings, so "
                       "the run was refused"
               MOVE 12 TO RETURN-CODE
               MOVE "ATTENDRPT" TO JOB-PROGRAM-NAME
               MOVE RETURN-CODE TO JOB-RETURN-CODE
               MOVE ZERO TO JOB-RECORD-COUNT
               MOVE 1 TO JOB-ERROR-COUNT
               PERFORM 9900-RELEASE-RUN-LOCK
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
           PERFORM 1000-TALLY-ATTENDANCE
           IF WS-ATT-STATUS NOT = "00" AND WS-ATT-STATUS NOT = "10"
               DISPLAY "! Cannot open attendance.dat, status "
                       WS-ATT-STATUS " -- no attendance report"
               MOVE 8 TO RETURN-CODE
               MOVE "ATTENDRPT" TO JOB-PROGRAM-NAME
               MOVE RETURN-CODE TO JOB-RETURN-CODE
               MOVE ZERO TO JOB-RECORD-COUNT
               MOVE 1 TO JOB-ERROR-COUNT
               PERFORM 9900-RELEASE-RUN-LOCK
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
           PERFORM 1500-SORT-STUDENTS
           OPEN OUTPUT WARNFILE
           MOVE "ATTENDWK" TO RPT-PROGRAM-NAME
           MOVE "WEEKLY ATTENDANCE BY SECTION" TO RPT-REPORT-TITLE
           MOVE "OPEN " TO RPT-FUNCTION
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           PERFORM 3000-WRITE-REPORT-HEADING
           PERFORM 4000-WRITE-STUDENT
               VARYING WS-STU-SUB FROM 1 BY 1
               UNTIL WS-STU-SUB > WS-STUDENT-COUNT
           PERFORM 5000-WRITE-CONTROL-TOTALS
           MOVE "CLOSE" TO RPT-FUNCTION
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           CLOSE WARNFILE
           DISPLAY "Attendance week " WS-WEEK-START "-" WS-WEEK-END
                   ": sections " WS-SECTION-COUNT
                   " students " WS-STUDENT-COUNT
                   " early warnings " WS-WARN-COUNT
           DISPLAY "  See hopper_report_attendwk.txt and "
                   "early_warning.txt"
           IF WS-BAD-RECORDS > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           MOVE "ATTENDRPT" TO JOB-PROGRAM-NAME
           MOVE RETURN-CODE TO JOB-RETURN-CODE
           MOVE WS-RECORDS-READ TO JOB-RECORD-COUNT
           MOVE WS-BAD-RECORDS TO JOB-ERROR-COUNT
           PERFORM 9900-RELEASE-RUN-LOCK
           CALL "JobLog" USING JOB-LOG-BLOCK
           GOBACK.

       0100-LOAD-CONTROL.
           MOVE DTS-RUN-DATE TO WS-WEEK-END
           OPEN INPUT CTLFILE
           IF WS-CTL-STATUS = "00"
               READ CTLFILE
                   NOT AT END PERFORM 0150-APPLY-CONTROL
               END-READ
               CLOSE CTLFILE
           END-IF
           COMPUTE WS-WEEK-START = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-WEEK-END) - 6).

       0150-APPLY-CONTROL.
           MOVE "ATTENDRPT"              TO EXC-PROGRAM-NAME
           MOVE "attendance_control.txt" TO EXC-SOURCE-FILE
           IF CTL-THRESHOLD NUMERIC AND CTL-THRESHOLD NOT > "100"
               MOVE CTL-THRESHOLD TO WS-THRESHOLD
           ELSE
               MOVE "CTL-THRESHOLD" TO EXC-FIELD-NAME
               MOVE CTL-RECORD      TO EXC-RAW-VALUE
               MOVE "threshold not a percent, default kept"
                   TO EXC-REASON
               CALL "ExceptionLog" USING EXCEPTION-LOG-BLOCK
           END-IF
           IF CTL-MIN-SESSIONS NUMERIC
               MOVE CTL-MIN-SESSIONS TO WS-MIN-SESSIONS
           ELSE
               MOVE "CTL-MIN-SESSIONS" TO EXC-FIELD-NAME
               MOVE CTL-RECORD         TO EXC-RAW-VALUE
               MOVE "non-numeric minimum, default kept"
                   TO EXC-REASON
               CALL "ExceptionLog" USING EXCEPTION-LOG-BLOCK
           END-IF
      *> A blank date is the normal "use the default" setting, not an
      *> error; only a date that is keyed and wrong is logged.
           IF CTL-WEEK-END NOT = SPACES
               MOVE ZERO TO WS-CTL-DATE
               IF CTL-WEEK-END NUMERIC
                   MOVE CTL-WEEK-END TO WS-CTL-DATE
               END-IF
               IF WS-CTL-DATE NOT = ZERO
                       AND FUNCTION TEST-DATE-YYYYMMDD(WS-CTL-DATE)
                           = ZERO
                   MOVE WS-CTL-DATE TO WS-WEEK-END
               ELSE
                   MOVE "CTL-WEEK-END" TO EXC-FIELD-NAME
                   MOVE CTL-RECORD     TO EXC-RAW-VALUE
                   MOVE "bad week-ending date, run date used"
                       TO EXC-REASON
                   CALL "ExceptionLog" USING EXCEPTION-LOG-BLOCK
               END-IF
           END-IF
           IF CTL-TERM-START NOT = SPACES
               MOVE ZERO TO WS-CTL-DATE
               IF CTL-TERM-START NUMERIC
                   MOVE CTL-TERM-START TO WS-CTL-DATE
               END-IF
               IF WS-CTL-DATE NOT = ZERO
                       AND FUNCTION TEST-DATE-YYYYMMDD(WS-CTL-DATE)
                           = ZERO
                   MOVE WS-CTL-DATE TO WS-TERM-START
               ELSE
                   MOVE "CTL-TERM-START" TO EXC-FIELD-NAME
                   MOVE CTL-RECORD       TO EXC-RAW-VALUE
                   MOVE "bad term start date, all sessions used"
                       TO EXC-REASON
                   CALL "ExceptionLog" USING EXCEPTION-LOG-BLOCK
               END-IF
           END-IF.

       0200-LOAD-ROSTER.
      *> A withdrawn student (status W) no longer attends, so is
      *> neither listed nor warned.
           OPEN INPUT ROSTFILE
           IF WS-ROST-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ ROSTFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF ROST-STATUS NOT = "W"
                               PERFORM 0250-ADD-TO-TABLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROSTFILE
           ELSE
               DISPLAY "  No roster.txt -- no students to report."
           END-IF.

       0250-ADD-TO-TABLE.
           IF WS-STUDENT-COUNT < WS-MAX-STUDENTS
               ADD 1 TO WS-STUDENT-COUNT
               INITIALIZE WS-STU-ENTRY(WS-STUDENT-COUNT)
               MOVE ROST-SECTION TO WS-STU-SECTION(WS-STUDENT-COUNT)
               MOVE ROST-ID      TO WS-STU-ID(WS-STUDENT-COUNT)
               MOVE ROST-LAST-NAME
                   TO WS-STU-LAST(WS-STUDENT-COUNT)
               MOVE ROST-FIRST-NAME
                   TO WS-STU-FIRST(WS-STUDENT-COUNT)
               MOVE ROST-PRIVACY-HOLD
                   TO WS-STU-HOLD(WS-STUDENT-COUNT)
           ELSE
               SET STUDENT-TABLE-OVERFLOWED TO TRUE
           END-IF.

       1000-TALLY-ATTENDANCE.
           OPEN INPUT ATTFILE
           IF WS-ATT-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ ATTFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM 1100-TALLY-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE ATTFILE
               MOVE "00" TO WS-ATT-STATUS
           END-IF.

       1100-TALLY-ONE-LINE.
           ADD 1 TO WS-RECORDS-READ
           IF ATT-ID NOT NUMERIC OR ATT-DATE NOT NUMERIC
                   OR (ATT-CODE NOT = "P" AND ATT-CODE NOT = "A"
                       AND ATT-CODE NOT = "E")
               ADD 1 TO WS-BAD-RECORDS
               MOVE "ATTENDRPT"      TO EXC-PROGRAM-NAME
               MOVE "attendance.dat" TO EXC-SOURCE-FILE
               MOVE "ATT-RECORD"     TO EXC-FIELD-NAME
               MOVE ATT-RECORD       TO EXC-RAW-VALUE
               MOVE "unreadable attendance line skipped"
                   TO EXC-REASON
               CALL "ExceptionLog" USING EXCEPTION-LOG-BLOCK
           ELSE
               IF ATT-DATE > WS-WEEK-END OR ATT-DATE < WS-TERM-START
                   ADD 1 TO WS-OUT-OF-WINDOW
               ELSE
                   PERFORM 1200-FIND-STUDENT
                   IF WS-STU-MATCH = ZERO
                       ADD 1 TO WS-NOT-ON-ROSTER
                   ELSE
                       PERFORM 1300-COUNT-SESSION
                   END-IF
               END-IF
           END-IF.

       1200-FIND-STUDENT.
           MOVE ZERO TO WS-STU-MATCH
           PERFORM VARYING WS-STU-SUB FROM 1 BY 1
                   UNTIL WS-STU-SUB > WS-STUDENT-COUNT
               IF WS-STU-ID(WS-STU-SUB) = ATT-ID
                       AND WS-STU-SECTION(WS-STU-SUB) = ATT-SECTION
                   MOVE WS-STU-SUB TO WS-STU-MATCH
               END-IF
           END-PERFORM.

       1300-COUNT-SESSION.
           EVALUATE ATT-CODE
               WHEN "P" ADD 1 TO WS-STU-TRM-PRES(WS-STU-MATCH)
               WHEN "A" ADD 1 TO WS-STU-TRM-ABS(WS-STU-MATCH)
               WHEN "E" ADD 1 TO WS-STU-TRM-EXC(WS-STU-MATCH)
           END-EVALUATE
           IF ATT-DATE NOT < WS-WEEK-START
               EVALUATE ATT-CODE
                   WHEN "P" ADD 1 TO WS-STU-WK-PRES(WS-STU-MATCH)
                   WHEN "A" ADD 1 TO WS-STU-WK-ABS(WS-STU-MATCH)
                   WHEN "E" ADD 1 TO WS-STU-WK-EXC(WS-STU-MATCH)
               END-EVALUATE
               PERFORM 1400-NOTE-SESSION
           END-IF.

       1400-NOTE-SESSION.
           MOVE "N" TO WS-SES-FOUND
           PERFORM VARYING WS-SES-SUB FROM 1 BY 1
                   UNTIL WS-SES-SUB > WS-SESSION-COUNT
               IF WS-SES-SECTION(WS-SES-SUB) = ATT-SECTION
                       AND WS-SES-DATE(WS-SES-SUB) = ATT-DATE
                   SET SESSION-ON-TABLE TO TRUE
               END-IF
           END-PERFORM
           IF NOT SESSION-ON-TABLE
                   AND WS-SESSION-COUNT < WS-MAX-SESSIONS
               ADD 1 TO WS-SESSION-COUNT
               MOVE ATT-SECTION TO WS-SES-SECTION(WS-SESSION-COUNT)
               MOVE ATT-DATE    TO WS-SES-DATE(WS-SESSION-COUNT)
           END-IF.

       1500-SORT-STUDENTS.
      *> Section then id order -- a simple exchange sort, the same
      *> one GradeTranscript uses.
           MOVE "Y" TO WS-SWAP-FLAG
           PERFORM UNTIL NOT SORT-PASS-SWAPPED
               MOVE "N" TO WS-SWAP-FLAG
               PERFORM VARYING WS-SORT-SUB FROM 1 BY 1
                       UNTIL WS-SORT-SUB >= WS-STUDENT-COUNT
                   IF WS-STU-SECTION(WS-SORT-SUB)
                           > WS-STU-SECTION(WS-SORT-SUB + 1)
                       OR (WS-STU-SECTION(WS-SORT-SUB)
                           = WS-STU-SECTION(WS-SORT-SUB + 1)
                       AND WS-STU-ID(WS-SORT-SUB)
                           > WS-STU-ID(WS-SORT-SUB + 1))
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

       3000-WRITE-REPORT-HEADING.
           MOVE WS-THRESHOLD TO WS-THRESHOLD-ED
           MOVE SPACES TO RPT-DETAIL-LINE
           STRING "Week " WS-WEEK-START " - " WS-WEEK-END
                  "  early warning below "
                  FUNCTION TRIM(WS-THRESHOLD-ED)
                  "% after " WS-MIN-SESSIONS " counted sessions"
               DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           MOVE "WRITE" TO RPT-FUNCTION
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           MOVE SPACES TO RPT-DETAIL-LINE
           IF WS-TERM-START = ZERO
               MOVE "  term to date covers every session on file"
                   TO RPT-DETAIL-LINE
           ELSE
               STRING "  term to date from " WS-TERM-START
                      "; rate = present / (present + absent)"
                   DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           END-IF
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK.

       3100-WRITE-SECTION-HEADING.
           ADD 1 TO WS-SECTION-COUNT
           MOVE WS-STU-SECTION(WS-STU-SUB) TO WS-CURRENT-SECTION
           MOVE ZERO TO WS-SECTION-SESSIONS
           PERFORM VARYING WS-SES-SUB FROM 1 BY 1
                   UNTIL WS-SES-SUB > WS-SESSION-COUNT
               IF WS-SES-SECTION(WS-SES-SUB) = WS-CURRENT-SECTION
                   ADD 1 TO WS-SECTION-SESSIONS
               END-IF
           END-PERFORM
           MOVE SPACES TO RPT-DETAIL-LINE
           STRING "Section " WS-CURRENT-SECTION
                  "  sessions held this week: " WS-SECTION-SESSIONS
               DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           MOVE "0" TO RPT-CARRIAGE-CTL
           MOVE "WRITE" TO RPT-FUNCTION
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           MOVE SPACE TO RPT-CARRIAGE-CTL
           MOVE SPACES TO RPT-DETAIL-LINE
           STRING "  ID    NAME                WEEK P  A  E"
                  "     TERM P   A   E  RATE"
               DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK.

       4000-WRITE-STUDENT.
           IF WS-STU-SECTION(WS-STU-SUB) NOT = WS-CURRENT-SECTION
                   OR WS-SECTION-COUNT = ZERO
               PERFORM 3100-WRITE-SECTION-HEADING
           END-IF
           COMPUTE WS-COUNTED = WS-STU-TRM-PRES(WS-STU-SUB)
                              + WS-STU-TRM-ABS(WS-STU-SUB)
           MOVE SPACES TO WS-FLAG
           MOVE ZERO TO WS-RATE
           IF WS-COUNTED > ZERO
               COMPUTE WS-RATE =
                   WS-STU-TRM-PRES(WS-STU-SUB) * 100 / WS-COUNTED
               IF WS-RATE < WS-THRESHOLD
                       AND WS-COUNTED NOT < WS-MIN-SESSIONS
                   MOVE "EARLY WARNING" TO WS-FLAG
               END-IF
           END-IF
           MOVE SPACES TO WS-NAME-WORK
           IF NOT WS-STU-PRIVACY-HELD(WS-STU-SUB)
               STRING FUNCTION TRIM(WS-STU-LAST(WS-STU-SUB))
                      ", "
                      FUNCTION TRIM(WS-STU-FIRST(WS-STU-SUB))
                   DELIMITED BY SIZE INTO WS-NAME-WORK
           END-IF
           MOVE WS-STU-WK-PRES(WS-STU-SUB)  TO WS-WK-PRES-ED
           MOVE WS-STU-WK-ABS(WS-STU-SUB)   TO WS-WK-ABS-ED
           MOVE WS-STU-WK-EXC(WS-STU-SUB)   TO WS-WK-EXC-ED
           MOVE WS-STU-TRM-PRES(WS-STU-SUB) TO WS-TRM-PRES-ED
           MOVE WS-STU-TRM-ABS(WS-STU-SUB)  TO WS-TRM-ABS-ED
           MOVE WS-STU-TRM-EXC(WS-STU-SUB)  TO WS-TRM-EXC-ED
           MOVE WS-RATE TO WS-RATE-ED
           MOVE SPACES TO RPT-DETAIL-LINE
           IF WS-COUNTED = ZERO
               STRING "  " WS-STU-ID(WS-STU-SUB) " " WS-NAME-WORK
                      "    " WS-WK-PRES-ED " " WS-WK-ABS-ED
                      " " WS-WK-EXC-ED
                      "        " WS-TRM-PRES-ED " " WS-TRM-ABS-ED
                      " " WS-TRM-EXC-ED "    --"
                   DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           ELSE
               STRING "  " WS-STU-ID(WS-STU-SUB) " " WS-NAME-WORK
                      "    " WS-WK-PRES-ED " " WS-WK-ABS-ED
                      " " WS-WK-EXC-ED
                      "        " WS-TRM-PRES-ED " " WS-TRM-ABS-ED
                      " " WS-TRM-EXC-ED "  " WS-RATE-ED "%"
                      "  " WS-FLAG
                   DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           END-IF
           MOVE "WRITE" TO RPT-FUNCTION
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           IF WS-FLAG NOT = SPACES
               PERFORM 4100-WRITE-WARNING
           END-IF.

       4100-WRITE-WARNING.
           ADD 1 TO WS-WARN-COUNT
           MOVE SPACES TO WARN-RECORD
           IF WS-STU-PRIVACY-HELD(WS-STU-SUB)
               STRING "Student " WS-STU-ID(WS-STU-SUB)
                      " sect " WS-STU-SECTION(WS-STU-SUB)
                      ": attendance=" WS-RATE "% present="
                      WS-STU-TRM-PRES(WS-STU-SUB) " of " WS-COUNTED
                      " excused=" WS-STU-TRM-EXC(WS-STU-SUB)
                      " (as of " WS-WEEK-END ")"
                   DELIMITED BY SIZE INTO WARN-RECORD
           ELSE
               STRING "Student " WS-STU-ID(WS-STU-SUB) " "
                      FUNCTION TRIM(WS-NAME-WORK)
                      " sect " WS-STU-SECTION(WS-STU-SUB)
                      ": attendance=" WS-RATE "% present="
                      WS-STU-TRM-PRES(WS-STU-SUB) " of " WS-COUNTED
                      " excused=" WS-STU-TRM-EXC(WS-STU-SUB)
                      " (as of " WS-WEEK-END ")"
                   DELIMITED BY SIZE INTO WARN-RECORD
           END-IF
           WRITE WARN-RECORD.

       5000-WRITE-CONTROL-TOTALS.
           IF WS-STUDENT-COUNT = ZERO
               MOVE SPACES TO RPT-DETAIL-LINE
               MOVE "  (no enrolled students on roster.txt)"
                   TO RPT-DETAIL-LINE
               MOVE "WRITE" TO RPT-FUNCTION
               CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           END-IF
           MOVE SPACES TO RPT-DETAIL-LINE
           STRING "Sections " WS-SECTION-COUNT
                  "  students " WS-STUDENT-COUNT
                  "  early warnings " WS-WARN-COUNT
               DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           MOVE "0" TO RPT-CARRIAGE-CTL
           MOVE "WRITE" TO RPT-FUNCTION
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           MOVE SPACE TO RPT-CARRIAGE-CTL
           MOVE SPACES TO RPT-DETAIL-LINE
           STRING "Attendance lines read " WS-RECORDS-READ
                  "  outside the term/week " WS-OUT-OF-WINDOW
               DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           MOVE SPACES TO RPT-DETAIL-LINE
           STRING "  not on current roster " WS-NOT-ON-ROSTER
                  "  unreadable " WS-BAD-RECORDS
               DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK.

       9800-ACQUIRE-RUN-LOCK.
           MOVE "ACQ" TO RL-FUNCTION
           MOVE "ATTENDANCE" TO RL-PROGRAM-NAME
           MOVE "SYSTEM" TO RL-OPERATOR-ID
           CALL "RunLock" USING RUN-LOCK-BLOCK.

       9900-RELEASE-RUN-LOCK.
           MOVE "REL" TO RL-FUNCTION
           MOVE "ATTENDANCE" TO RL-PROGRAM-NAME
           MOVE "SYSTEM" TO RL-OPERATOR-ID
           CALL "RunLock" USING RUN-LOCK-BLOCK.

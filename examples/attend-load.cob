      *> attend-load.cob - HOPPER Example 11g: Attendance Load
      *> Instructors hand in attendance as a delimited submission,
      *> attendance_submit.txt, one line per student per session:
      *> "id,section,yyyymmdd,code", where the code is P (present),
      *> A (absent) or E (excused). This program validates each line
      *> -- numeric id, a real calendar date no later than today, a
      *> known attendance code, and a student enrolled in that
      *> section on roster.txt (a withdrawn student's status W does
      *> not count) -- and applies the good lines to attendance.dat,
      *> the running attendance file for the term. A line for a
      *> student, section and date already on file replaces the code
      *> recorded there, so an instructor corrects a mistake by
      *> sending the session again. Rejects go through the shared
      *> ExceptionLog, as RegistrarImport's do. attendance.dat is
      *> loaded into a table and rewritten, the same shape
      *> RegistrarImport uses for roster.txt; AttendReport reads it
      *> for the weekly section report and the early-warning
      *> extract, so both programs hold the ATTENDANCE lock.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AttendLoad.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBFILE ASSIGN TO "attendance_submit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUB-STATUS.
           SELECT ROSTFILE ASSIGN TO "roster.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROST-STATUS.
           SELECT ATTFILE ASSIGN TO "attendance.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD SUBFILE.
           01 SUB-RECORD PIC X(80).

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

      *> ATT-CODE: P present, A absent, E excused. ATT-LOAD-DATE is
      *> the run that last set the code.
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

       WORKING-STORAGE SECTION.
           01 WS-SUB-STATUS  PIC XX VALUE SPACES.
           01 WS-ROST-STATUS PIC XX VALUE SPACES.
           01 WS-ATT-STATUS  PIC XX VALUE SPACES.
           01 WS-EOF         PIC X  VALUE "N".
               88 END-OF-FILE VALUE "Y".

           COPY DATESTAMP.
           COPY EXCPCTL.
           COPY JOBCTL.
           COPY RUNLKCTL.

      *> Enrollment from roster.txt -- only what the check needs.
           01 WS-MAX-STUDENTS  PIC 9(3) VALUE 200.
           01 WS-STUDENT-COUNT PIC 9(3) VALUE ZERO.
           01 WS-ROSTER.
               05 WS-STUDENT OCCURS 200 TIMES.
                   10 WS-STU-ID       PIC 9(5).
                   10 WS-STU-SECTION  PIC X(4).
                   10 WS-STU-STATUS   PIC X.
           01 WS-IDX        PIC 9(3) VALUE ZERO.
           01 WS-ROSTER-OVERFLOW PIC X VALUE "N".
               88 ROSTER-TABLE-OVERFLOWED VALUE "Y".
           01 WS-ENROLLED   PIC X VALUE "N".
               88 STUDENT-IS-ENROLLED VALUE "Y".

      *> The whole attendance file, one entry per student, section
      *> and session date.
           01 WS-MAX-ATTEND   PIC 9(4) VALUE 5000.
           01 WS-ATTEND-COUNT PIC 9(4) VALUE ZERO.
           01 WS-ATTEND-TABLE.
               05 WS-ATT-ENTRY OCCURS 5000 TIMES.
                   10 WS-ATT-ID        PIC 9(5).
                   10 WS-ATT-SECTION   PIC X(4).
                   10 WS-ATT-DATE      PIC 9(8).
                   10 WS-ATT-CODE      PIC X.
                   10 WS-ATT-LOAD-DATE PIC 9(8).
           01 WS-ATT-SUB      PIC 9(4) VALUE ZERO.
           01 WS-ATT-MATCH    PIC 9(4) VALUE ZERO.
           01 WS-ATTEND-OVERFLOW PIC X VALUE "N".
               88 ATTEND-TABLE-OVERFLOWED VALUE "Y".

      *> One submission line, UNSTRUNG on the comma delimiter.
           01 WS-WORK-ID-X    PIC X(5)  VALUE SPACES.
           01 WS-WORK-ID      PIC 9(5)  VALUE ZERO.
           01 WS-WORK-SECTION PIC X(4)  VALUE SPACES.
           01 WS-WORK-DATE-X  PIC X(8)  VALUE SPACES.
           01 WS-WORK-DATE    PIC 9(8)  VALUE ZERO.
           01 WS-WORK-CODE    PIC X(2)  VALUE SPACES.

           01 WS-LINE-COUNT    PIC 9(6) VALUE ZERO.
           01 WS-ADDED-COUNT   PIC 9(6) VALUE ZERO.
           01 WS-CHANGED-COUNT PIC 9(6) VALUE ZERO.
           01 WS-SAME-COUNT    PIC 9(6) VALUE ZERO.
           01 WS-REJ-COUNT     PIC 9(6) VALUE ZERO.
           01 WS-BAD-ON-FILE   PIC 9(6) VALUE ZERO.
           01 WS-DIRTY         PIC X VALUE "N".
               88 ATTENDANCE-DIRTY VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAIN.
      *> One holder of this lock at a time -- a second start against
      *> a held lock refuses here before any file is touched (see
      *> RunLock / hopper_runlocks.txt).
      *> The lock name is the attendance.dat resource lock
      *> AttendReport also holds, so a report never reads the file
      *> while a load is rewriting it.
           PERFORM 9800-ACQUIRE-RUN-LOCK
           IF NOT RL-IS-GRANTED
               DISPLAY "! Run refused -- ATTENDANCE"
                       " lock held by " RL-HELD-BY
                       " since " RL-HELD-DATE "-" RL-HELD-TIME
               MOVE 12 TO RETURN-CODE
               MOVE "ATTENDLOAD" TO JOB-PROGRAM-NAME
               MOVE RETURN-CODE TO JOB-RETURN-CODE
               MOVE ZERO TO JOB-RECORD-COUNT
               MOVE 1 TO JOB-ERROR-COUNT
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
           CALL "BusinessDate" USING DATE-TIME-STAMP
           PERFORM 0100-LOAD-ROSTER
           PERFORM 0200-LOAD-ATTENDANCE
           IF ROSTER-TABLE-OVERFLOWED OR ATTEND-TABLE-OVERFLOWED
               IF ROSTER-TABLE-OVERFLOWED
                   DISPLAY "  ! roster.txt holds more than "
                           WS-MAX-STUDENTS " students -- enrollment "
                           "could not be checked, so the load did "
                           "not run"
               ELSE
                   DISPLAY "  ! attendance.dat holds more than "
                           WS-MAX-ATTEND " lines -- rewriting it "
                           "from a truncated table would lose the "
                           "rest, so the load did not run"
               END-IF
               MOVE 12 TO RETURN-CODE
               MOVE "ATTENDLOAD" TO JOB-PROGRAM-NAME
               MOVE RETURN-CODE TO JOB-RETURN-CODE
               MOVE ZERO TO JOB-RECORD-COUNT
               MOVE 1 TO JOB-ERROR-COUNT
               PERFORM 9900-RELEASE-RUN-LOCK
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
           OPEN INPUT SUBFILE
           IF WS-SUB-STATUS NOT = "00"
               DISPLAY "! Cannot open attendance_submit.txt status "
                       WS-SUB-STATUS " -- nothing loaded"
               MOVE 8 TO RETURN-CODE
               MOVE "ATTENDLOAD" TO JOB-PROGRAM-NAME
               MOVE RETURN-CODE TO JOB-RETURN-CODE
               MOVE ZERO TO JOB-RECORD-COUNT
               MOVE 1 TO JOB-ERROR-COUNT
               PERFORM 9900-RELEASE-RUN-LOCK
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL END-OF-FILE
               READ SUBFILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM 1000-PROCESS-SUBMIT-LINE
               END-READ
           END-PERFORM
           CLOSE SUBFILE
           IF ATTENDANCE-DIRTY
               PERFORM 9000-SAVE-ATTENDANCE
           END-IF
           DISPLAY "Attendance load complete. Lines: " WS-LINE-COUNT
                   " Added: " WS-ADDED-COUNT
                   " Corrected: " WS-CHANGED-COUNT
                   " Unchanged: " WS-SAME-COUNT
                   " Rejects: " WS-REJ-COUNT
           MOVE ZERO TO RETURN-CODE
           MOVE "ATTENDLOAD" TO JOB-PROGRAM-NAME
           MOVE RETURN-CODE TO JOB-RETURN-CODE
           MOVE WS-LINE-COUNT TO JOB-RECORD-COUNT
           MOVE WS-REJ-COUNT TO JOB-ERROR-COUNT
           PERFORM 9900-RELEASE-RUN-LOCK
           CALL "JobLog" USING JOB-LOG-BLOCK
           GOBACK.

       0100-LOAD-ROSTER.
           MOVE ZERO TO WS-STUDENT-COUNT
           OPEN INPUT ROSTFILE
           IF WS-ROST-STATUS NOT = "00"
               DISPLAY "  No roster.txt -- every line will be "
                       "rejected as not enrolled."
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ ROSTFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM 0150-ADD-TO-ROSTER
                   END-READ
               END-PERFORM
               CLOSE ROSTFILE
           END-IF.

       0150-ADD-TO-ROSTER.
           IF WS-STUDENT-COUNT < WS-MAX-STUDENTS
               ADD 1 TO WS-STUDENT-COUNT
               MOVE ROST-ID      TO WS-STU-ID(WS-STUDENT-COUNT)
               MOVE ROST-SECTION TO WS-STU-SECTION(WS-STUDENT-COUNT)
               MOVE ROST-STATUS  TO WS-STU-STATUS(WS-STUDENT-COUNT)
           ELSE
               SET ROSTER-TABLE-OVERFLOWED TO TRUE
           END-IF.

       0200-LOAD-ATTENDANCE.
           MOVE ZERO TO WS-ATTEND-COUNT
           OPEN INPUT ATTFILE
           IF WS-ATT-STATUS NOT = "00"
               DISPLAY "  No existing attendance.dat -- starting "
                       "empty."
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ ATTFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM 0250-ADD-TO-ATTENDANCE
                   END-READ
               END-PERFORM
               CLOSE ATTFILE
           END-IF.

       0250-ADD-TO-ATTENDANCE.
      *> A line already on file that no longer reads cleanly is
      *> logged and dropped from the rewrite rather than copied
      *> forward to trip every later report.
           IF ATT-ID NOT NUMERIC OR ATT-DATE NOT NUMERIC
               ADD 1 TO WS-BAD-ON-FILE
               MOVE "ATTENDLOAD"     TO EXC-PROGRAM-NAME
               MOVE "attendance.dat" TO EXC-SOURCE-FILE
               MOVE "ATT-RECORD"     TO EXC-FIELD-NAME
               MOVE ATT-RECORD       TO EXC-RAW-VALUE
               MOVE "unreadable attendance line dropped"
                   TO EXC-REASON
               CALL "ExceptionLog" USING EXCEPTION-LOG-BLOCK
               SET ATTENDANCE-DIRTY TO TRUE
           ELSE
               IF WS-ATTEND-COUNT < WS-MAX-ATTEND
                   ADD 1 TO WS-ATTEND-COUNT
                   MOVE ATT-ID
                       TO WS-ATT-ID(WS-ATTEND-COUNT)
                   MOVE ATT-SECTION
                       TO WS-ATT-SECTION(WS-ATTEND-COUNT)
                   MOVE ATT-DATE
                       TO WS-ATT-DATE(WS-ATTEND-COUNT)
                   MOVE ATT-CODE
                       TO WS-ATT-CODE(WS-ATTEND-COUNT)
                   MOVE ATT-LOAD-DATE
                       TO WS-ATT-LOAD-DATE(WS-ATTEND-COUNT)
               ELSE
                   SET ATTEND-TABLE-OVERFLOWED TO TRUE
               END-IF
           END-IF.

       1000-PROCESS-SUBMIT-LINE.
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACES TO WS-WORK-ID-X WS-WORK-SECTION
                          WS-WORK-DATE-X WS-WORK-CODE
           UNSTRING SUB-RECORD DELIMITED BY ","
               INTO WS-WORK-ID-X WS-WORK-SECTION
                    WS-WORK-DATE-X WS-WORK-CODE
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-WORK-CODE) TO WS-WORK-CODE
           MOVE FUNCTION UPPER-CASE(WS-WORK-SECTION)
               TO WS-WORK-SECTION
           IF WS-WORK-DATE-X NUMERIC
               MOVE WS-WORK-DATE-X TO WS-WORK-DATE
           ELSE
               MOVE ZERO TO WS-WORK-DATE
           END-IF
           EVALUATE TRUE
               WHEN WS-WORK-ID-X NOT NUMERIC
                   MOVE "non-numeric student id" TO EXC-REASON
                   PERFORM 1900-REJECT-LINE
               WHEN WS-WORK-DATE-X NOT NUMERIC
                   MOVE "session date must be yyyymmdd"
                       TO EXC-REASON
                   PERFORM 1900-REJECT-LINE
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-WORK-DATE)
                       NOT = ZERO
                   MOVE "session date is not a calendar date"
                       TO EXC-REASON
                   PERFORM 1900-REJECT-LINE
               WHEN WS-WORK-DATE > DTS-RUN-DATE
                   MOVE "session date is in the future"
                       TO EXC-REASON
                   PERFORM 1900-REJECT-LINE
               WHEN WS-WORK-CODE NOT = "P" AND WS-WORK-CODE NOT = "A"
                       AND WS-WORK-CODE NOT = "E"
                   MOVE "code must be P, A or E" TO EXC-REASON
                   PERFORM 1900-REJECT-LINE
               WHEN OTHER
                   MOVE WS-WORK-ID-X   TO WS-WORK-ID
                   PERFORM 1100-CHECK-ENROLLMENT
                   IF NOT STUDENT-IS-ENROLLED
                       MOVE "student not enrolled in this section"
                           TO EXC-REASON
                       PERFORM 1900-REJECT-LINE
                   ELSE
                       PERFORM 2000-APPLY-ATTENDANCE
                   END-IF
           END-EVALUATE.

       1100-CHECK-ENROLLMENT.
           MOVE "N" TO WS-ENROLLED
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-STUDENT-COUNT
               IF WS-STU-ID(WS-IDX) = WS-WORK-ID
                       AND WS-STU-SECTION(WS-IDX) = WS-WORK-SECTION
                       AND WS-STU-STATUS(WS-IDX) NOT = "W"
                   SET STUDENT-IS-ENROLLED TO TRUE
               END-IF
           END-PERFORM.

       2000-APPLY-ATTENDANCE.
           MOVE ZERO TO WS-ATT-MATCH
           PERFORM VARYING WS-ATT-SUB FROM 1 BY 1
                   UNTIL WS-ATT-SUB > WS-ATTEND-COUNT
               IF WS-ATT-ID(WS-ATT-SUB) = WS-WORK-ID
                       AND WS-ATT-SECTION(WS-ATT-SUB) = WS-WORK-SECTION
                       AND WS-ATT-DATE(WS-ATT-SUB) = WS-WORK-DATE
                   MOVE WS-ATT-SUB TO WS-ATT-MATCH
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-ATT-MATCH > ZERO
                       AND WS-ATT-CODE(WS-ATT-MATCH) = WS-WORK-CODE
                   ADD 1 TO WS-SAME-COUNT
               WHEN WS-ATT-MATCH > ZERO
      *> A resubmitted session is the instructor's correction.
                   ADD 1 TO WS-CHANGED-COUNT
                   MOVE WS-WORK-CODE TO WS-ATT-CODE(WS-ATT-MATCH)
                   MOVE DTS-RUN-DATE TO WS-ATT-LOAD-DATE(WS-ATT-MATCH)
                   SET ATTENDANCE-DIRTY TO TRUE
               WHEN WS-ATTEND-COUNT >= WS-MAX-ATTEND
                   MOVE "attendance table full, line refused"
                       TO EXC-REASON
                   PERFORM 1900-REJECT-LINE
               WHEN OTHER
                   ADD 1 TO WS-ADDED-COUNT
                   ADD 1 TO WS-ATTEND-COUNT
                   MOVE WS-WORK-ID TO WS-ATT-ID(WS-ATTEND-COUNT)
                   MOVE WS-WORK-SECTION
                       TO WS-ATT-SECTION(WS-ATTEND-COUNT)
                   MOVE WS-WORK-DATE TO WS-ATT-DATE(WS-ATTEND-COUNT)
                   MOVE WS-WORK-CODE TO WS-ATT-CODE(WS-ATTEND-COUNT)
                   MOVE DTS-RUN-DATE
                       TO WS-ATT-LOAD-DATE(WS-ATTEND-COUNT)
                   SET ATTENDANCE-DIRTY TO TRUE
           END-EVALUATE.

       1900-REJECT-LINE.
           ADD 1 TO WS-REJ-COUNT
           MOVE "ATTENDLOAD"            TO EXC-PROGRAM-NAME
           MOVE "attendance_submit.txt" TO EXC-SOURCE-FILE
           MOVE "SUB-RECORD"            TO EXC-FIELD-NAME
           MOVE SUB-RECORD              TO EXC-RAW-VALUE
           CALL "ExceptionLog" USING EXCEPTION-LOG-BLOCK
           DISPLAY "  ! Attendance line rejected ("
                   FUNCTION TRIM(EXC-REASON)
                   ") -- see hopper_exceptions.txt".

       9000-SAVE-ATTENDANCE.
           OPEN OUTPUT ATTFILE
           PERFORM VARYING WS-ATT-SUB FROM 1 BY 1
                   UNTIL WS-ATT-SUB > WS-ATTEND-COUNT
               MOVE SPACES TO ATT-RECORD
               MOVE WS-ATT-ID(WS-ATT-SUB)        TO ATT-ID
               MOVE WS-ATT-SECTION(WS-ATT-SUB)   TO ATT-SECTION
               MOVE WS-ATT-DATE(WS-ATT-SUB)      TO ATT-DATE
               MOVE WS-ATT-CODE(WS-ATT-SUB)      TO ATT-CODE
               MOVE WS-ATT-LOAD-DATE(WS-ATT-SUB) TO ATT-LOAD-DATE
               WRITE ATT-RECORD
           END-PERFORM
           CLOSE ATTFILE
           DISPLAY "attendance.dat saved -- " WS-ATTEND-COUNT
                   " session line(s).".

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

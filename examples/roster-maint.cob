      *> into a working table (the same load-into-table-then-rewrite
      *> shape Ledger.cob uses for its accounts), changed in memory,
      *> and rewritten to roster.txt when the operator saves.
      *> H)old sets or releases a student's directory/privacy hold.
      *> The hold belongs to the student, not the section, so it is
      *> applied to every roster line the id carries; a new student
      *> is asked for it on A)dd, and a further section added for a
      *> student already held inherits the hold. When the roster is
      *> saved, each changed hold is carried onto the student's
      *> existing student_master.dat and archive records through the
      *> shared PrivacySync routine -- if another run holds the
      *> STUDENTMASTER lock the roster is still saved, the operator
      *> is told, and the miss goes to ExceptionLog so the hold can
      *> be keyed again. L)ist marks held students with an H, and
      *> each held student's name it shows is logged to
      *> hopper_audit.log through the shared AuditLog.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RosterMaint.

      *> PERS-LAST-NAME/PERS-FIRST-NAME.
               05 ROST-LAST-NAME  PIC X(20).
               05 ROST-FIRST-NAME PIC X(15).
               05 ROST-PRIVACY-HOLD PIC X.

       WORKING-STORAGE SECTION.
           01 WS-ROST-STATUS PIC XX VALUE SPACES.
                   10 WS-STU-STATUS   PIC X.
                   10 WS-STU-LAST     PIC X(20).
                   10 WS-STU-FIRST    PIC X(15).
                   10 WS-STU-HOLD     PIC X.
                       88 WS-STU-PRIVACY-HELD VALUE "Y".
           01 WS-IDX       PIC 9(3) VALUE ZERO.
           01 WS-MATCH-IDX PIC 9(3) VALUE ZERO.

           01 WS-WORK-HOMEWORK PIC 9(3) VALUE ZERO.
           01 WS-WORK-QUIZ     PIC 9(3) VALUE ZERO.
           01 WS-WORK-EXAM     PIC 9(3) VALUE ZERO.
      *> Privacy hold as keyed: "Y" held, anything else released.
           01 WS-WORK-HOLD     PIC X VALUE SPACE.
               88 WORK-HOLD-SET VALUE "Y".
      *> Hold changes made this session, one per student, carried to
      *> the master by PrivacySync once the roster is saved.
           01 WS-MAX-HOLD-CHANGES PIC 9(2) VALUE 50.
           01 WS-HOLD-CHANGE-COUNT PIC 9(2) VALUE ZERO.
           01 WS-HOLD-CHANGES.
               05 WS-HCH-ENTRY OCCURS 50 TIMES.
                   10 WS-HCH-ID   PIC 9(5).
                   10 WS-HCH-HOLD PIC X.
           01 WS-HCH-SUB        PIC 9(2) VALUE ZERO.
           01 WS-HCH-MATCH      PIC 9(2) VALUE ZERO.
           01 WS-HOLD-LINES     PIC 9(3) VALUE ZERO.
           01 WS-HOLD-NOTED     PIC X VALUE "N".
               88 HOLD-CHANGE-NOTED VALUE "Y".
           01 WS-SYNC-MISSED    PIC 9(3) VALUE ZERO.
           01 WS-LIST-HOLD      PIC X VALUE SPACE.
           01 WS-DIRTY     PIC X VALUE "N".
               88 ROSTER-DIRTY VALUE "Y".
      *> Set when roster.txt outgrows the table. Rewriting the roster
           COPY CHKDGCTL.
           COPY JOBCTL.
           COPY RUNLKCTL.
           COPY AUDCTL.
           COPY EXCPCTL.
           COPY PRIVCTL.

       PROCEDURE DIVISION.
       0000-MAIN.
           END-PERFORM
           IF ROSTER-DIRTY
               PERFORM 9000-SAVE-ROSTER
               PERFORM 9100-SYNC-HOLDS
           ELSE
               DISPLAY "No changes to save."
           END-IF
           IF WS-SYNC-MISSED > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           MOVE "ROSTERMAINT" TO JOB-PROGRAM-NAME
           MOVE RETURN-CODE TO JOB-RETURN-CODE
           MOVE WS-STUDENT-COUNT TO JOB-RECORD-COUNT
           MOVE WS-SYNC-MISSED TO JOB-ERROR-COUNT
           PERFORM 9900-RELEASE-RUN-LOCK
           CALL "JobLog" USING JOB-LOG-BLOCK
           GOBACK.
               END-IF
               MOVE ROST-LAST-NAME  TO WS-STU-LAST(WS-STUDENT-COUNT)
               MOVE ROST-FIRST-NAME TO WS-STU-FIRST(WS-STUDENT-COUNT)
               MOVE ROST-PRIVACY-HOLD
                   TO WS-STU-HOLD(WS-STUDENT-COUNT)
           ELSE
               SET ROSTER-TABLE-OVERFLOWED TO TRUE
           END-IF.

       1000-SHOW-MENU-AND-DISPATCH.
           DISPLAY " "
           DISPLAY "A)dd  C)hange  D)rop  H)old  L)ist  Q)uit"
           DISPLAY "Choice: " WITH NO ADVANCING
           ACCEPT WS-CHOICE FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE
               WHEN "A" PERFORM 2000-ADD-STUDENT
               WHEN "C" PERFORM 3000-CHANGE-STUDENT
               WHEN "D" PERFORM 4000-DROP-STUDENT
               WHEN "H" PERFORM 4500-SET-PRIVACY-HOLD
               WHEN "L" PERFORM 5000-LIST-STUDENTS
               WHEN "Q" MOVE "N" TO WS-CONTINUE
               WHEN OTHER DISPLAY "  ! Unrecognized choice"
                               "0-100 -- student not added"
                   ELSE
                   PERFORM 7100-ACCEPT-STATUS
                   PERFORM 7300-ACCEPT-NEW-HOLD
                   ADD 1 TO WS-STUDENT-COUNT
                   MOVE WS-WORK-ID TO WS-STU-ID(WS-STUDENT-COUNT)
                   MOVE WS-WORK-HOMEWORK
                       TO WS-STU-LAST(WS-STUDENT-COUNT)
                   MOVE WS-WORK-FIRST
                       TO WS-STU-FIRST(WS-STUDENT-COUNT)
                   MOVE WS-WORK-HOLD
                       TO WS-STU-HOLD(WS-STUDENT-COUNT)
                   SET ROSTER-DIRTY TO TRUE
                   DISPLAY "  Student " WS-WORK-ID " added."
                   END-IF
                       TO WS-STU-LAST(WS-IDX)
                   MOVE WS-STU-FIRST(WS-IDX + 1)
                       TO WS-STU-FIRST(WS-IDX)
                   MOVE WS-STU-HOLD(WS-IDX + 1)
                       TO WS-STU-HOLD(WS-IDX)
               END-PERFORM
               SUBTRACT 1 FROM WS-STUDENT-COUNT
               SET ROSTER-DIRTY TO TRUE
               DISPLAY "  Student " WS-WORK-ID " dropped."
           END-IF.

       4500-SET-PRIVACY-HOLD.
      *> Keyed by id alone -- every section the student is on
      *> carries the same hold.
           DISPLAY "Student id for privacy hold: " WITH NO ADVANCING
           PERFORM 6500-ACCEPT-CHECKED-ID
           PERFORM 6100-FIND-ANY-SECTION
           IF WS-MATCH-IDX = ZERO
               DISPLAY "  ! Student " WS-WORK-ID " not found"
           ELSE
               IF WS-STU-PRIVACY-HELD(WS-MATCH-IDX)
                   DISPLAY "  Student " WS-WORK-ID
                           " is currently under a privacy hold."
               ELSE
                   DISPLAY "  Student " WS-WORK-ID
                           " has no privacy hold."
               END-IF
               DISPLAY "Privacy hold (Y/N): " WITH NO ADVANCING
               ACCEPT WS-WORK-HOLD FROM CONSOLE
               MOVE FUNCTION UPPER-CASE(WS-WORK-HOLD) TO WS-WORK-HOLD
               IF WS-WORK-HOLD NOT = "Y" AND WS-WORK-HOLD NOT = "N"
                   DISPLAY "  ! Answer Y or N -- hold not changed"
               ELSE
                   IF WS-WORK-HOLD = "N"
                       MOVE SPACE TO WS-WORK-HOLD
                   END-IF
      *> Re-keying the hold a student already has is how a hold the
      *> master missed (lock held at save) is carried over again.
                   PERFORM 4600-NOTE-HOLD-CHANGE
                   IF HOLD-CHANGE-NOTED
                       PERFORM 4700-APPLY-HOLD-TO-ROSTER
                   END-IF
               END-IF
           END-IF.

       4600-NOTE-HOLD-CHANGE.
      *> The change must reach the master at save, so a full change
      *> list refuses the change rather than letting the roster and
      *> the master disagree.
           MOVE ZERO TO WS-HCH-MATCH
           PERFORM VARYING WS-HCH-SUB FROM 1 BY 1
                   UNTIL WS-HCH-SUB > WS-HOLD-CHANGE-COUNT
               IF WS-HCH-ID(WS-HCH-SUB) = WS-WORK-ID
                   MOVE WS-HCH-SUB TO WS-HCH-MATCH
               END-IF
           END-PERFORM
           MOVE "N" TO WS-HOLD-NOTED
           IF WS-HCH-MATCH = ZERO
                   AND WS-HOLD-CHANGE-COUNT >= WS-MAX-HOLD-CHANGES
               DISPLAY "  ! " WS-MAX-HOLD-CHANGES " hold changes "
                       "already keyed this session -- save and "
                       "restart to key more; hold not changed"
           ELSE
               IF WS-HCH-MATCH = ZERO
                   ADD 1 TO WS-HOLD-CHANGE-COUNT
                   MOVE WS-HOLD-CHANGE-COUNT TO WS-HCH-MATCH
                   MOVE WS-WORK-ID TO WS-HCH-ID(WS-HCH-MATCH)
               END-IF
               MOVE WS-WORK-HOLD TO WS-HCH-HOLD(WS-HCH-MATCH)
               SET HOLD-CHANGE-NOTED TO TRUE
               SET ROSTER-DIRTY TO TRUE
           END-IF.

       4700-APPLY-HOLD-TO-ROSTER.
           MOVE ZERO TO WS-HOLD-LINES
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-STUDENT-COUNT
               IF WS-STU-ID(WS-IDX) = WS-WORK-ID
                   MOVE WS-WORK-HOLD TO WS-STU-HOLD(WS-IDX)
                   ADD 1 TO WS-HOLD-LINES
               END-IF
           END-PERFORM
           IF WORK-HOLD-SET
               DISPLAY "  Privacy hold set for " WS-WORK-ID
                       " on " WS-HOLD-LINES " roster line(s)."
           ELSE
               DISPLAY "  Privacy hold released for " WS-WORK-ID
                       " on " WS-HOLD-LINES " roster line(s)."
           END-IF.

       5000-LIST-STUDENTS.
           DISPLAY "  ID    SECT  ST H  HOMEWORK  QUIZ  EXAM  NAME"
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-STUDENT-COUNT
               IF WS-STU-PRIVACY-HELD(WS-IDX)
                   MOVE "H" TO WS-LIST-HOLD
               ELSE
                   MOVE SPACE TO WS-LIST-HOLD
               END-IF
               DISPLAY "  " WS-STU-ID(WS-IDX) " "
                       WS-STU-SECTION(WS-IDX) "  "
                       WS-STU-STATUS(WS-IDX) "  "
                       WS-LIST-HOLD "  "
                       WS-STU-HOMEWORK(WS-IDX) "       "
                       WS-STU-QUIZ(WS-IDX) "   "
                       WS-STU-EXAM(WS-IDX) "  "
                       FUNCTION TRIM(WS-STU-LAST(WS-IDX)) ", "
                       FUNCTION TRIM(WS-STU-FIRST(WS-IDX))
               IF WS-STU-PRIVACY-HELD(WS-IDX)
                   PERFORM 5100-AUDIT-NAME-SHOWN
               END-IF
           END-PERFORM.

       5100-AUDIT-NAME-SHOWN.
      *> No sign-on here, so the line carries the same default
      *> operator id the session's run lock does.
           MOVE "SYSTEM" TO AUD-OPERATOR-ID
           MOVE "ROSTERMAINT" TO AUD-PROGRAM-ID
           MOVE SPACES TO AUD-DETAIL
           STRING "PRIVACY HOLD NAME SHOWN STUDENT="
                  WS-STU-ID(WS-IDX)
                  " SECT=" WS-STU-SECTION(WS-IDX)
                  " VIEW=ROSTER LIST"
               DELIMITED BY SIZE INTO AUD-DETAIL
           CALL "AuditLog" USING AUDIT-LOG-BLOCK.

       6500-ACCEPT-CHECKED-ID.
      *> A failed check digit leaves WS-WORK-ID at zero, which no
      *> roster line carries, so the action that follows comes up
                       "digit -- re-key all six digits"
           END-IF.

       6100-FIND-ANY-SECTION.
      *> First roster line for WS-WORK-ID in any section.
           MOVE ZERO TO WS-MATCH-IDX
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-STUDENT-COUNT
                      OR WS-MATCH-IDX > ZERO
               IF WS-STU-ID(WS-IDX) = WS-WORK-ID
                   MOVE WS-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM.

       6000-FIND-STUDENT.
           MOVE ZERO TO WS-MATCH-IDX
           PERFORM VARYING WS-IDX FROM 1 BY 1
           MOVE FUNCTION UPPER-CASE(WS-WORK-LAST)  TO WS-WORK-LAST
           MOVE FUNCTION UPPER-CASE(WS-WORK-FIRST) TO WS-WORK-FIRST.

       7300-ACCEPT-NEW-HOLD.
      *> A student already on the roster in another section brings
      *> the hold along; only a student new to the roster is asked.
      *> A new student may have graded terms on the master already,
      *> so a hold keyed here is carried there at save as well.
           PERFORM 6100-FIND-ANY-SECTION
           IF WS-MATCH-IDX > ZERO
               MOVE WS-STU-HOLD(WS-MATCH-IDX) TO WS-WORK-HOLD
               IF WORK-HOLD-SET
                   DISPLAY "  Student " WS-WORK-ID " is under a "
                           "privacy hold -- the new section carries it"
               END-IF
           ELSE
               DISPLAY "Privacy hold (Y/N, Enter for N): "
                   WITH NO ADVANCING
               ACCEPT WS-WORK-HOLD FROM CONSOLE
               MOVE FUNCTION UPPER-CASE(WS-WORK-HOLD) TO WS-WORK-HOLD
               IF WORK-HOLD-SET
                   PERFORM 4600-NOTE-HOLD-CHANGE
                   IF NOT HOLD-CHANGE-NOTED
                       MOVE SPACE TO WS-WORK-HOLD
                   END-IF
               ELSE
                   MOVE SPACE TO WS-WORK-HOLD
               END-IF
           END-IF.

       7100-ACCEPT-STATUS.
           DISPLAY "Enrollment status (E/W/I, Enter for E): "
               WITH NO ADVANCING
               MOVE WS-STU-STATUS(WS-IDX)   TO ROST-STATUS
               MOVE WS-STU-LAST(WS-IDX)     TO ROST-LAST-NAME
               MOVE WS-STU-FIRST(WS-IDX)    TO ROST-FIRST-NAME
               MOVE WS-STU-HOLD(WS-IDX)     TO ROST-PRIVACY-HOLD
               WRITE ROST-RECORD
           END-PERFORM
           CLOSE ROSTFILE
           DISPLAY "roster.txt saved -- " WS-STUDENT-COUNT
                   " student(s).".

       9100-SYNC-HOLDS.
      *> The roster is already saved; a hold PrivacySync could not
      *> carry to the master is reported and logged, not undone.
           MOVE ZERO TO WS-SYNC-MISSED
           PERFORM VARYING WS-HCH-SUB FROM 1 BY 1
                   UNTIL WS-HCH-SUB > WS-HOLD-CHANGE-COUNT
               MOVE WS-HCH-ID(WS-HCH-SUB) TO PVS-STUDENT-ID
               IF WS-HCH-HOLD(WS-HCH-SUB) = "Y"
                   MOVE "Y" TO PVS-HOLD-FLAG
               ELSE
                   MOVE "N" TO PVS-HOLD-FLAG
               END-IF
               MOVE "SYSTEM" TO PVS-OPERATOR-ID
               MOVE "ROSTERMAINT" TO PVS-PROGRAM-ID
               CALL "PrivacySync" USING PRIVACY-SYNC-BLOCK
               IF PVS-LOCK-REFUSED
                   ADD 1 TO WS-SYNC-MISSED
                   DISPLAY "  ! student_master.dat is in use by "
                           "another run -- privacy hold for "
                           PVS-STUDENT-ID " is on roster.txt but "
                           "not yet on the master; key it again "
                           "through H)old"
                   MOVE "ROSTERMAINT" TO EXC-PROGRAM-NAME
                   MOVE "student_master.dat" TO EXC-SOURCE-FILE
                   MOVE "MST-PRIVACY-HOLD" TO EXC-FIELD-NAME
                   MOVE SPACES TO EXC-RAW-VALUE
                   STRING PVS-STUDENT-ID " HOLD=" PVS-HOLD-FLAG
                       DELIMITED BY SIZE INTO EXC-RAW-VALUE
                   MOVE "master locked, hold not on master"
                       TO EXC-REASON
                   CALL "ExceptionLog" USING EXCEPTION-LOG-BLOCK
               END-IF
               IF PVS-SYNC-FAILED
                   ADD 1 TO WS-SYNC-MISSED
                   DISPLAY "  ! Privacy hold for " PVS-STUDENT-ID
                           " could not be written to every master "
                           "record -- see the exceptions log, then "
                           "key it again through H)old"
               END-IF
               IF PVS-SYNCED
                   DISPLAY "  Privacy hold for " PVS-STUDENT-ID
                           " carried to " PVS-RECORD-COUNT
                           " master/archive record(s)."
               END-IF
           END-PERFORM.

       9800-ACQUIRE-RUN-LOCK.
           MOVE "ACQ" TO RL-FUNCTION

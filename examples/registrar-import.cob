      *> ExceptionLog. When roster_sections.txt is absent, any
      *> section code is accepted -- the same
      *> sensible-default-when-config-absent pattern GRADECTL uses.
      *> roster_sections.txt may also carry a seat capacity after
      *> each code ("MATH 030"); a section with no capacity keyed
      *> has no limit. An add for a full section goes onto
      *> registrar_waitlist.txt in arrival order instead of the
      *> roster, and a drop promotes the section's first waitlisted
      *> student into the freed seat; a capacity raised since the
      *> last run is filled from the waitlist the same way at the end
      *> of the run. A drop for a student still waiting just takes
      *> the student off the waitlist. Every run prints the seat
      *> availability report (hopper_report_seats.txt): enrolled
      *> count, capacity, open seats and waitlist depth per section.
      *> The registrar also owns the directory/privacy hold: an add
      *> may carry a sixth field ("A,id,section,last,first,Y") to
      *> enter the student under a hold, and "H,id,Y" or "H,id,N"
      *> sets or releases the hold for a student already on file.
      *> The hold belongs to the student, so it is applied to every
      *> roster and waitlist line the id carries, and an add for a
      *> student already held inherits it. Each hold the run sets or
      *> releases is carried onto the student's existing
      *> student_master.dat and archive records through the shared
      *> PrivacySync routine after the roster is saved; one it could
      *> not carry (another run holding the STUDENTMASTER lock) goes
      *> to ExceptionLog and the run ends with return code 4 so the
      *> line can be sent again.
      *> Each drop taken off the roster is also appended to
      *> registrar_drops.txt (id, section, run date) -- the record
      *> FeeBilling reads to credit a course fee back when the drop
      *> falls inside the refund window. A drop that only ends a wait
      *> is not written: nothing was ever billed for it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RegistrarImport.

           SELECT ROSTFILE ASSIGN TO "roster.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROST-STATUS.
           SELECT WAITFILE ASSIGN TO "registrar_waitlist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAIT-STATUS.
           SELECT DROPFILE ASSIGN TO "registrar_drops.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DROP-STATUS.

       DATA DIVISION.
       FILE SECTION.

           FD SECTFILE.
           01 SECT-RECORD.
               05 SECT-CODE     PIC X(4).
               05 FILLER        PIC X.
               05 SECT-CAPACITY PIC X(3).

           FD ROSTFILE.
           01 ROST-RECORD.
               05 ROST-STATUS   PIC X.
               05 ROST-LAST-NAME  PIC X(20).
               05 ROST-FIRST-NAME PIC X(15).
               05 ROST-PRIVACY-HOLD PIC X.

      *> One waiting student per line, in arrival order; WAIT-DATE
      *> is the run that put the student on the list.
           FD WAITFILE.
           01 WAIT-RECORD.
               05 WAIT-ID         PIC 9(5).
               05 FILLER          PIC X.
               05 WAIT-SECTION    PIC X(4).
               05 FILLER          PIC X.
               05 WAIT-DATE       PIC 9(8).
               05 FILLER          PIC X.
               05 WAIT-LAST-NAME  PIC X(20).
               05 WAIT-FIRST-NAME PIC X(15).
               05 FILLER          PIC X.
               05 WAIT-PRIVACY-HOLD PIC X.

      *> One roster drop per line; DROP-DATE is the run that took the
      *> student off the section.
           FD DROPFILE.
           01 DROP-RECORD.
               05 DROP-ID      PIC 9(5).
               05 FILLER       PIC X.
               05 DROP-SECTION PIC X(4).
               05 FILLER       PIC X.
               05 DROP-DATE    PIC 9(8).

       WORKING-STORAGE SECTION.
           01 WS-EXT-STATUS  PIC XX VALUE SPACES.
           01 WS-SECT-STATUS PIC XX VALUE SPACES.
           01 WS-ROST-STATUS PIC XX VALUE SPACES.
           01 WS-WAIT-STATUS PIC XX VALUE SPACES.
           01 WS-DROP-STATUS PIC XX VALUE SPACES.
           01 WS-EOF         PIC X  VALUE "N".
               88 END-OF-FILE VALUE "Y".

                   10 WS-STU-STATUS   PIC X.
                   10 WS-STU-LAST     PIC X(20).
                   10 WS-STU-FIRST    PIC X(15).
                   10 WS-STU-HOLD     PIC X.
                       88 WS-STU-PRIVACY-HELD VALUE "Y".
           01 WS-IDX       PIC 9(3) VALUE ZERO.
           01 WS-MATCH-IDX PIC 9(3) VALUE ZERO.
           01 WS-OVERFLOW  PIC X VALUE "N".
               88 ROSTER-TABLE-OVERFLOWED VALUE "Y".

      *> Valid section codes from roster_sections.txt, one per line,
      *> with the seat capacity when one is keyed (WS-SECT-CAP-SET
      *> "N" means the section has no limit).
           01 WS-MAX-SECTIONS   PIC 9(2) VALUE 20.
           01 WS-SECTION-COUNT  PIC 9(2) VALUE ZERO.
           01 WS-SECTIONS.
               05 WS-SECT-ENTRY OCCURS 20 TIMES.
                   10 WS-SECT-CODE    PIC X(4).
                   10 WS-SECT-CAP-SET PIC X.
                   10 WS-SECT-CAP     PIC 9(3).
           01 WS-SECT-SUB       PIC 9(2) VALUE ZERO.
           01 WS-SECT-MATCH     PIC 9(2) VALUE ZERO.
           01 WS-SECTIONS-LOADED PIC X VALUE "N".
               88 HAVE-SECTION-LIST VALUE "Y".
           01 WS-SECTION-KNOWN  PIC X VALUE "N".
               88 SECTION-IS-KNOWN VALUE "Y".

      *> registrar_waitlist.txt, held in arrival order.
           01 WS-MAX-WAITING   PIC 9(3) VALUE 200.
           01 WS-WAIT-COUNT    PIC 9(3) VALUE ZERO.
           01 WS-WAITLIST.
               05 WS-WAIT-ENTRY OCCURS 200 TIMES.
                   10 WS-WL-ID      PIC 9(5).
                   10 WS-WL-SECTION PIC X(4).
                   10 WS-WL-DATE    PIC 9(8).
                   10 WS-WL-LAST    PIC X(20).
                   10 WS-WL-FIRST   PIC X(15).
                   10 WS-WL-HOLD    PIC X.
           01 WS-WL-IDX        PIC 9(3) VALUE ZERO.
           01 WS-WL-MATCH      PIC 9(3) VALUE ZERO.
           01 WS-WAIT-OVERFLOW PIC X VALUE "N".
               88 WAITLIST-TABLE-OVERFLOWED VALUE "Y".
           01 WS-WAIT-DIRTY    PIC X VALUE "N".
               88 WAITLIST-DIRTY VALUE "Y".

      *> Seat check for WS-WORK-SECTION: enrolled excludes students
      *> already withdrawn (status W).
           01 WS-ENROLLED-COUNT PIC 9(3) VALUE ZERO.
           01 WS-SEAT-FLAG      PIC X VALUE "N".
               88 SEAT-IS-FREE VALUE "Y".
           01 WS-PROMOTE-DONE   PIC X VALUE "N".
               88 PROMOTION-DONE VALUE "Y".
           01 WS-SWEEP-SUB      PIC 9(3) VALUE ZERO.
           01 WS-SWEEP-PROMOTED PIC 9(6) VALUE ZERO.
           01 WS-SWEEP-DONE     PIC X VALUE "N".
               88 SWEEP-DONE VALUE "Y".

      *> Sections shown on the seat report: the section list, plus
      *> any code found only on the roster or the waitlist.
           01 WS-MAX-RPT-SECTS  PIC 9(2) VALUE 50.
           01 WS-RPT-SECT-COUNT PIC 9(2) VALUE ZERO.
           01 WS-RPT-SECTS.
               05 WS-RPT-SECT OCCURS 50 TIMES PIC X(4).
           01 WS-RPT-SUB        PIC 9(2) VALUE ZERO.
           01 WS-RPT-FOUND      PIC X VALUE "N".
               88 RPT-SECT-FOUND VALUE "Y".
           01 WS-SECT-WAITING   PIC 9(3) VALUE ZERO.
           01 WS-OPEN-SEATS     PIC 9(3) VALUE ZERO.
           01 WS-CAP-TEXT       PIC X(6) VALUE SPACES.
           01 WS-OPEN-TEXT      PIC X(6) VALUE SPACES.
           01 WS-CAP-ED         PIC ZZZZZ9.
           01 WS-ENROLLED-ED    PIC ZZZZZ9.
           01 WS-WAITING-ED     PIC ZZZZZZZ9.

      *> One extract line, UNSTRUNG on the registrar's comma
      *> delimiter into its parts.
           01 WS-ACTION      PIC X(2)  VALUE SPACES.
           01 WS-WORK-SECTION PIC X(4) VALUE SPACES.
           01 WS-WORK-LAST   PIC X(20) VALUE SPACES.
           01 WS-WORK-FIRST  PIC X(15) VALUE SPACES.
           01 WS-WORK-HOLD   PIC X(2)  VALUE SPACES.
               88 WORK-HOLD-SET VALUE "Y".

      *> Holds set or released this run, one per student, carried to
      *> the master by PrivacySync once the roster is saved.
           01 WS-MAX-HOLD-CHANGES  PIC 9(3) VALUE 200.
           01 WS-HOLD-CHANGE-COUNT PIC 9(3) VALUE ZERO.
           01 WS-HOLD-CHANGES.
               05 WS-HCH-ENTRY OCCURS 200 TIMES.
                   10 WS-HCH-ID   PIC 9(5).
                   10 WS-HCH-HOLD PIC X.
           01 WS-HCH-SUB        PIC 9(3) VALUE ZERO.
           01 WS-HCH-MATCH      PIC 9(3) VALUE ZERO.
           01 WS-HOLD-LINES     PIC 9(3) VALUE ZERO.
           01 WS-HOLD-COUNT     PIC 9(6) VALUE ZERO.
           01 WS-SYNC-MISSED    PIC 9(6) VALUE ZERO.

           01 WS-LINE-COUNT  PIC 9(6) VALUE ZERO.
           01 WS-ADD-COUNT   PIC 9(6) VALUE ZERO.
           01 WS-DROP-COUNT  PIC 9(6) VALUE ZERO.
           01 WS-REJ-COUNT   PIC 9(6) VALUE ZERO.
           01 WS-WAITED-COUNT   PIC 9(6) VALUE ZERO.
           01 WS-PROMOTED-COUNT PIC 9(6) VALUE ZERO.
           01 WS-UNWAITED-COUNT PIC 9(6) VALUE ZERO.
           01 WS-DIRTY       PIC X VALUE "N".
               88 ROSTER-DIRTY VALUE "Y".

           COPY DATESTAMP.
           COPY EXCPCTL.
           COPY RPTCTL.
           COPY JOBCTL.
           COPY RUNLKCTL.
           COPY PRIVCTL.

       PROCEDURE DIVISION.
       0000-MAIN.
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
           CALL "BusinessDate" USING DATE-TIME-STAMP
           PERFORM 0100-LOAD-SECTIONS
           PERFORM 0200-LOAD-ROSTER
           PERFORM 0300-LOAD-WAITLIST
           IF ROSTER-TABLE-OVERFLOWED OR WAITLIST-TABLE-OVERFLOWED
               IF ROSTER-TABLE-OVERFLOWED
                   DISPLAY "  ! roster.txt holds more than "
                           WS-MAX-STUDENTS " students -- rewriting "
                           "it from a truncated table would lose the "
                           "rest, so the import did not run"
               ELSE
                   DISPLAY "  ! registrar_waitlist.txt holds more "
                           "than " WS-MAX-WAITING " students -- "
                           "rewriting it from a truncated table would "
                           "lose the rest, so the import did not run"
               END-IF
               MOVE 12 TO RETURN-CODE
               MOVE "REGIMPORT" TO JOB-PROGRAM-NAME
               MOVE RETURN-CODE TO JOB-RETURN-CODE
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
      *> Drops are APPENDED -- earlier runs' drops stay on file until
      *> FeeBilling has settled them.
           OPEN EXTEND DROPFILE
           IF WS-DROP-STATUS NOT = "00"
               OPEN OUTPUT DROPFILE
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL END-OF-FILE
               READ EXTFILE
               END-READ
           END-PERFORM
           CLOSE EXTFILE
           CLOSE DROPFILE
           PERFORM 4000-PROMOTE-SWEEP
           IF ROSTER-DIRTY
               PERFORM 9000-SAVE-ROSTER
           END-IF
           IF WAITLIST-DIRTY
               PERFORM 9100-SAVE-WAITLIST
           END-IF
           PERFORM 9200-SYNC-HOLDS
           PERFORM 5000-WRITE-SEAT-REPORT
           DISPLAY "Registrar import complete. Lines: " WS-LINE-COUNT
                   " Adds: " WS-ADD-COUNT
                   " Drops: " WS-DROP-COUNT
                   " Rejects: " WS-REJ-COUNT
           DISPLAY "  Waitlisted: " WS-WAITED-COUNT
                   " Promoted: " WS-PROMOTED-COUNT
                   " Left waitlist: " WS-UNWAITED-COUNT
                   " -- see hopper_report_seats.txt"
           DISPLAY "  Privacy holds set/released: " WS-HOLD-COUNT
                   " Not carried to master: " WS-SYNC-MISSED
           IF WS-SYNC-MISSED > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           MOVE "REGIMPORT" TO JOB-PROGRAM-NAME
           MOVE RETURN-CODE TO JOB-RETURN-CODE
           MOVE WS-LINE-COUNT TO JOB-RECORD-COUNT
           COMPUTE JOB-ERROR-COUNT = WS-REJ-COUNT + WS-SYNC-MISSED
           PERFORM 9900-RELEASE-RUN-LOCK
           CALL "JobLog" USING JOB-LOG-BLOCK
           GOBACK.
                       NOT AT END
                           IF WS-SECTION-COUNT < WS-MAX-SECTIONS
                               ADD 1 TO WS-SECTION-COUNT
                               PERFORM 0150-ADD-SECTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SECTFILE
           END-IF.

       0150-ADD-SECTION.
           MOVE SECT-CODE TO WS-SECT-CODE(WS-SECTION-COUNT)
           MOVE "N" TO WS-SECT-CAP-SET(WS-SECTION-COUNT)
           MOVE ZERO TO WS-SECT-CAP(WS-SECTION-COUNT)
      *> A capacity that is keyed but not a number leaves the section
      *> without a limit and is logged, rather than shutting it.
           IF SECT-CAPACITY NOT = SPACES
               IF SECT-CAPACITY NUMERIC
                   MOVE "Y" TO WS-SECT-CAP-SET(WS-SECTION-COUNT)
                   MOVE SECT-CAPACITY
                       TO WS-SECT-CAP(WS-SECTION-COUNT)
               ELSE
                   MOVE "REGIMPORT"           TO EXC-PROGRAM-NAME
                   MOVE "roster_sections.txt" TO EXC-SOURCE-FILE
                   MOVE "SECT-CAPACITY"       TO EXC-FIELD-NAME
                   MOVE SECT-RECORD           TO EXC-RAW-VALUE
                   MOVE "non-numeric capacity, section unlimited"
                       TO EXC-REASON
                   CALL "ExceptionLog" USING EXCEPTION-LOG-BLOCK
               END-IF
           END-IF.

       0200-LOAD-ROSTER.
           MOVE ZERO TO WS-STUDENT-COUNT
           OPEN INPUT ROSTFILE
                   TO WS-STU-LAST(WS-STUDENT-COUNT)
               MOVE ROST-FIRST-NAME
                   TO WS-STU-FIRST(WS-STUDENT-COUNT)
               MOVE ROST-PRIVACY-HOLD
                   TO WS-STU-HOLD(WS-STUDENT-COUNT)
           ELSE
               SET ROSTER-TABLE-OVERFLOWED TO TRUE
           END-IF.

       0300-LOAD-WAITLIST.
           MOVE ZERO TO WS-WAIT-COUNT
           OPEN INPUT WAITFILE
           IF WS-WAIT-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ WAITFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM 0350-ADD-TO-WAITLIST
                   END-READ
               END-PERFORM
               CLOSE WAITFILE
           END-IF.

       0350-ADD-TO-WAITLIST.
           IF WS-WAIT-COUNT < WS-MAX-WAITING
               ADD 1 TO WS-WAIT-COUNT
               MOVE WAIT-ID         TO WS-WL-ID(WS-WAIT-COUNT)
               MOVE WAIT-SECTION    TO WS-WL-SECTION(WS-WAIT-COUNT)
               MOVE WAIT-DATE       TO WS-WL-DATE(WS-WAIT-COUNT)
               MOVE WAIT-LAST-NAME  TO WS-WL-LAST(WS-WAIT-COUNT)
               MOVE WAIT-FIRST-NAME TO WS-WL-FIRST(WS-WAIT-COUNT)
               MOVE WAIT-PRIVACY-HOLD TO WS-WL-HOLD(WS-WAIT-COUNT)
           ELSE
               SET WAITLIST-TABLE-OVERFLOWED TO TRUE
           END-IF.

       1000-PROCESS-EXTRACT-LINE.
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACES TO WS-ACTION WS-WORK-ID-X WS-WORK-SECTION
                          WS-WORK-LAST WS-WORK-FIRST WS-WORK-HOLD
           UNSTRING EXT-RECORD DELIMITED BY ","
               INTO WS-ACTION WS-WORK-ID-X WS-WORK-SECTION
                    WS-WORK-LAST WS-WORK-FIRST WS-WORK-HOLD
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
           MOVE FUNCTION UPPER-CASE(WS-WORK-HOLD) TO WS-WORK-HOLD
           EVALUATE TRUE
               WHEN WS-WORK-ID-X NOT NUMERIC
                   MOVE "non-numeric student id" TO EXC-REASON
                   PERFORM 1900-REJECT-LINE
               WHEN WS-ACTION = "H"
                   MOVE WS-WORK-ID-X TO WS-WORK-ID
      *> "H,id,flag" -- the flag arrives in the section's position.
                   MOVE FUNCTION UPPER-CASE(WS-WORK-SECTION)
                       TO WS-WORK-HOLD
                   PERFORM 3500-APPLY-HOLD-LINE
               WHEN WS-ACTION NOT = "A" AND WS-ACTION NOT = "D"
                   MOVE "action must be A (add), D (drop) or H (hold)"
                       TO EXC-REASON
                   PERFORM 1900-REJECT-LINE
               WHEN WS-ACTION = "A" AND WS-WORK-HOLD NOT = SPACES
                       AND WS-WORK-HOLD NOT = "Y"
                       AND WS-WORK-HOLD NOT = "N"
                   MOVE "privacy hold must be Y, N or blank"
                       TO EXC-REASON
                   PERFORM 1900-REJECT-LINE
               WHEN OTHER

       1100-CHECK-SECTION.
      *> No section list on file means every code passes.
      *> WS-SECT-MATCH is left on the section's entry for the seat
      *> check.
           MOVE ZERO TO WS-SECT-MATCH
           IF NOT HAVE-SECTION-LIST
               SET SECTION-IS-KNOWN TO TRUE
           ELSE
                       UNTIL WS-SECT-SUB > WS-SECTION-COUNT
                   IF WS-SECT-CODE(WS-SECT-SUB) = WS-WORK-SECTION
                       SET SECTION-IS-KNOWN TO TRUE
                       MOVE WS-SECT-SUB TO WS-SECT-MATCH
                   END-IF
               END-PERFORM
           END-IF.

       2000-APPLY-ADD.
           PERFORM 6200-FIND-WAITLISTED
           PERFORM 6100-CHECK-SEAT
           EVALUATE TRUE
               WHEN WS-MATCH-IDX > ZERO
                   MOVE "already enrolled in this section"
                       TO EXC-REASON
                   PERFORM 1900-REJECT-LINE
               WHEN WS-WL-MATCH > ZERO
                   MOVE "already waitlisted for this section"
                       TO EXC-REASON
                   PERFORM 1900-REJECT-LINE
               WHEN NOT SEAT-IS-FREE
                   PERFORM 2100-ADD-TO-WAITLIST
               WHEN WS-STUDENT-COUNT >= WS-MAX-STUDENTS
                   MOVE "roster table full, add refused"
                       TO EXC-REASON
                   PERFORM 1900-REJECT-LINE
               WHEN OTHER
                   PERFORM 2200-RESOLVE-ADD-HOLD
                   ADD 1 TO WS-ADD-COUNT
                   ADD 1 TO WS-STUDENT-COUNT
                   MOVE WS-WORK-ID TO WS-STU-ID(WS-STUDENT-COUNT)
                       TO WS-STU-LAST(WS-STUDENT-COUNT)
                   MOVE FUNCTION UPPER-CASE(WS-WORK-FIRST)
                       TO WS-STU-FIRST(WS-STUDENT-COUNT)
                   MOVE WS-WORK-HOLD
                       TO WS-STU-HOLD(WS-STUDENT-COUNT)
                   SET ROSTER-DIRTY TO TRUE
           END-EVALUATE.

       2100-ADD-TO-WAITLIST.
           IF WS-WAIT-COUNT >= WS-MAX-WAITING
               MOVE "section full and waitlist table full"
                   TO EXC-REASON
               PERFORM 1900-REJECT-LINE
           ELSE
               PERFORM 2200-RESOLVE-ADD-HOLD
               ADD 1 TO WS-WAITED-COUNT
               ADD 1 TO WS-WAIT-COUNT
               MOVE WS-WORK-ID      TO WS-WL-ID(WS-WAIT-COUNT)
               MOVE WS-WORK-SECTION TO WS-WL-SECTION(WS-WAIT-COUNT)
               MOVE DTS-RUN-DATE    TO WS-WL-DATE(WS-WAIT-COUNT)
               MOVE FUNCTION UPPER-CASE(WS-WORK-LAST)
                   TO WS-WL-LAST(WS-WAIT-COUNT)
               MOVE FUNCTION UPPER-CASE(WS-WORK-FIRST)
                   TO WS-WL-FIRST(WS-WAIT-COUNT)
               MOVE WS-WORK-HOLD TO WS-WL-HOLD(WS-WAIT-COUNT)
               SET WAITLIST-DIRTY TO TRUE
               DISPLAY "  Section " WS-WORK-SECTION " full -- "
                       WS-WORK-ID " waitlisted"
           END-IF.

       2200-RESOLVE-ADD-HOLD.
      *> A "Y" on the add holds the student everywhere they appear;
      *> otherwise the student keeps whatever hold another roster or
      *> waitlist line already carries. Run before the new line is
      *> counted, so the scan sees only the lines already on file.
           IF WORK-HOLD-SET
               PERFORM 3600-NOTE-HOLD-CHANGE
               PERFORM 3700-APPLY-HOLD-TO-LINES
           ELSE
               MOVE SPACE TO WS-WORK-HOLD
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-STUDENT-COUNT
                   IF WS-STU-ID(WS-IDX) = WS-WORK-ID
                           AND WS-STU-PRIVACY-HELD(WS-IDX)
                       MOVE "Y" TO WS-WORK-HOLD
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-WL-IDX FROM 1 BY 1
                       UNTIL WS-WL-IDX > WS-WAIT-COUNT
                   IF WS-WL-ID(WS-WL-IDX) = WS-WORK-ID
                           AND WS-WL-HOLD(WS-WL-IDX) = "Y"
                       MOVE "Y" TO WS-WORK-HOLD
                   END-IF
               END-PERFORM
           END-IF.

       3000-APPLY-DROP.
           IF WS-MATCH-IDX = ZERO
               PERFORM 6200-FIND-WAITLISTED
               IF WS-WL-MATCH = ZERO
                   MOVE "drop for student not on roster" TO EXC-REASON
                   PERFORM 1900-REJECT-LINE
               ELSE
      *> Still waiting for a seat: the drop just ends the wait.
                   ADD 1 TO WS-UNWAITED-COUNT
                   PERFORM 3300-REMOVE-WAITLISTED
               END-IF
           ELSE
               ADD 1 TO WS-DROP-COUNT
               MOVE SPACES TO DROP-RECORD
               MOVE WS-WORK-ID      TO DROP-ID
               MOVE WS-WORK-SECTION TO DROP-SECTION
               MOVE DTS-RUN-DATE    TO DROP-DATE
               WRITE DROP-RECORD
               PERFORM VARYING WS-IDX FROM WS-MATCH-IDX BY 1
                       UNTIL WS-IDX >= WS-STUDENT-COUNT
                   MOVE WS-STUDENT(WS-IDX + 1) TO WS-STUDENT(WS-IDX)
               END-PERFORM
               SUBTRACT 1 FROM WS-STUDENT-COUNT
               SET ROSTER-DIRTY TO TRUE
               PERFORM 3100-PROMOTE-WAITLIST
           END-IF.

       3100-PROMOTE-WAITLIST.
      *> Fills every free seat in WS-WORK-SECTION from the front of
      *> its waitlist, oldest arrival first.
           MOVE "N" TO WS-PROMOTE-DONE
           PERFORM UNTIL PROMOTION-DONE
               PERFORM 6100-CHECK-SEAT
               MOVE ZERO TO WS-WL-MATCH
               PERFORM VARYING WS-WL-IDX FROM WS-WAIT-COUNT BY -1
                       UNTIL WS-WL-IDX < 1
                   IF WS-WL-SECTION(WS-WL-IDX) = WS-WORK-SECTION
                       MOVE WS-WL-IDX TO WS-WL-MATCH
                   END-IF
               END-PERFORM
               IF NOT SEAT-IS-FREE OR WS-WL-MATCH = ZERO
                       OR WS-STUDENT-COUNT >= WS-MAX-STUDENTS
                   SET PROMOTION-DONE TO TRUE
               ELSE
                   PERFORM 3200-PROMOTE-ONE
               END-IF
           END-PERFORM.

       3200-PROMOTE-ONE.
           ADD 1 TO WS-PROMOTED-COUNT
           ADD 1 TO WS-STUDENT-COUNT
           MOVE WS-WL-ID(WS-WL-MATCH) TO WS-STU-ID(WS-STUDENT-COUNT)
           MOVE ZERO TO WS-STU-HOMEWORK(WS-STUDENT-COUNT)
           MOVE ZERO TO WS-STU-QUIZ(WS-STUDENT-COUNT)
           MOVE ZERO TO WS-STU-EXAM(WS-STUDENT-COUNT)
           MOVE WS-WL-SECTION(WS-WL-MATCH)
               TO WS-STU-SECTION(WS-STUDENT-COUNT)
           MOVE "E" TO WS-STU-STATUS(WS-STUDENT-COUNT)
           MOVE WS-WL-LAST(WS-WL-MATCH)
               TO WS-STU-LAST(WS-STUDENT-COUNT)
           MOVE WS-WL-FIRST(WS-WL-MATCH)
               TO WS-STU-FIRST(WS-STUDENT-COUNT)
           MOVE WS-WL-HOLD(WS-WL-MATCH)
               TO WS-STU-HOLD(WS-STUDENT-COUNT)
           SET ROSTER-DIRTY TO TRUE
           DISPLAY "  Promoted " WS-WL-ID(WS-WL-MATCH)
                   " from the waitlist into section "
                   WS-WL-SECTION(WS-WL-MATCH)
           PERFORM 3300-REMOVE-WAITLISTED.

       3300-REMOVE-WAITLISTED.
           PERFORM VARYING WS-WL-IDX FROM WS-WL-MATCH BY 1
                   UNTIL WS-WL-IDX >= WS-WAIT-COUNT
               MOVE WS-WAIT-ENTRY(WS-WL-IDX + 1)
                   TO WS-WAIT-ENTRY(WS-WL-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-WAIT-COUNT
           SET WAITLIST-DIRTY TO TRUE.

       3500-APPLY-HOLD-LINE.
      *> A hold line for a student on neither list is still taken:
      *> the student may have graded terms on the master, and the
      *> hold is the registrar's to set.
           IF WS-WORK-HOLD NOT = "Y" AND WS-WORK-HOLD NOT = "N"
               MOVE "hold line needs Y or N after the id"
                   TO EXC-REASON
               PERFORM 1900-REJECT-LINE
           ELSE
               IF WS-WORK-HOLD = "N"
                   MOVE SPACE TO WS-WORK-HOLD
               END-IF
               PERFORM 3600-NOTE-HOLD-CHANGE
               PERFORM 3700-APPLY-HOLD-TO-LINES
               IF WORK-HOLD-SET
                   DISPLAY "  Privacy hold set for " WS-WORK-ID
                           " on " WS-HOLD-LINES " line(s)"
               ELSE
                   DISPLAY "  Privacy hold released for "
                           WS-WORK-ID " on " WS-HOLD-LINES
                           " line(s)"
               END-IF
           END-IF.

       3600-NOTE-HOLD-CHANGE.
      *> A full change list still lets the hold onto the roster --
      *> the safe side for a hold -- but the master cannot be
      *> carried along, so that is logged as a miss like a lock
      *> refusal and the line can be sent again on a later run.
           ADD 1 TO WS-HOLD-COUNT
           MOVE ZERO TO WS-HCH-MATCH
           PERFORM VARYING WS-HCH-SUB FROM 1 BY 1
                   UNTIL WS-HCH-SUB > WS-HOLD-CHANGE-COUNT
               IF WS-HCH-ID(WS-HCH-SUB) = WS-WORK-ID
                   MOVE WS-HCH-SUB TO WS-HCH-MATCH
               END-IF
           END-PERFORM
           IF WS-HCH-MATCH = ZERO
               IF WS-HOLD-CHANGE-COUNT >= WS-MAX-HOLD-CHANGES
                   ADD 1 TO WS-SYNC-MISSED
                   MOVE "REGIMPORT"             TO EXC-PROGRAM-NAME
                   MOVE "registrar_extract.txt" TO EXC-SOURCE-FILE
                   MOVE "EXT-RECORD"            TO EXC-FIELD-NAME
                   MOVE EXT-RECORD              TO EXC-RAW-VALUE
                   MOVE "hold table full, hold not on master"
                       TO EXC-REASON
                   CALL "ExceptionLog" USING EXCEPTION-LOG-BLOCK
               ELSE
                   ADD 1 TO WS-HOLD-CHANGE-COUNT
                   MOVE WS-HOLD-CHANGE-COUNT TO WS-HCH-MATCH
                   MOVE WS-WORK-ID TO WS-HCH-ID(WS-HCH-MATCH)
               END-IF
           END-IF
           IF WS-HCH-MATCH > ZERO
               MOVE WS-WORK-HOLD(1:1) TO WS-HCH-HOLD(WS-HCH-MATCH)
           END-IF.

       3700-APPLY-HOLD-TO-LINES.
           MOVE ZERO TO WS-HOLD-LINES
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-STUDENT-COUNT
               IF WS-STU-ID(WS-IDX) = WS-WORK-ID
                   MOVE WS-WORK-HOLD(1:1) TO WS-STU-HOLD(WS-IDX)
                   ADD 1 TO WS-HOLD-LINES
                   SET ROSTER-DIRTY TO TRUE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-WL-IDX FROM 1 BY 1
                   UNTIL WS-WL-IDX > WS-WAIT-COUNT
               IF WS-WL-ID(WS-WL-IDX) = WS-WORK-ID
                   MOVE WS-WORK-HOLD(1:1) TO WS-WL-HOLD(WS-WL-IDX)
                   ADD 1 TO WS-HOLD-LINES
                   SET WAITLIST-DIRTY TO TRUE
               END-IF
           END-PERFORM.

       4000-PROMOTE-SWEEP.
      *> Seats opened by a raised capacity (or by a section list
      *> that no longer limits a section) are filled at end of run.
      *> A waitlisted student who reached the roster some other way,
      *> through RosterMaint, is simply taken off the waitlist.
           PERFORM VARYING WS-SWEEP-SUB FROM WS-WAIT-COUNT BY -1
                   UNTIL WS-SWEEP-SUB < 1
               MOVE WS-WL-ID(WS-SWEEP-SUB)      TO WS-WORK-ID
               MOVE WS-WL-SECTION(WS-SWEEP-SUB) TO WS-WORK-SECTION
               PERFORM 6000-FIND-STUDENT
               IF WS-MATCH-IDX > ZERO
                   MOVE WS-SWEEP-SUB TO WS-WL-MATCH
                   ADD 1 TO WS-UNWAITED-COUNT
                   PERFORM 3300-REMOVE-WAITLISTED
               END-IF
           END-PERFORM
      *> A promotion shifts the waitlist under the pass, so passes
      *> repeat until one promotes nobody.
           MOVE "N" TO WS-SWEEP-DONE
           PERFORM UNTIL SWEEP-DONE
               MOVE WS-PROMOTED-COUNT TO WS-SWEEP-PROMOTED
               PERFORM VARYING WS-SWEEP-SUB FROM 1 BY 1
                       UNTIL WS-SWEEP-SUB > WS-WAIT-COUNT
                   MOVE WS-WL-SECTION(WS-SWEEP-SUB) TO WS-WORK-SECTION
                   PERFORM 1100-CHECK-SECTION
                   PERFORM 3100-PROMOTE-WAITLIST
               END-PERFORM
               IF WS-PROMOTED-COUNT = WS-SWEEP-PROMOTED
                   SET SWEEP-DONE TO TRUE
               END-IF
           END-PERFORM.

       5000-WRITE-SEAT-REPORT.
           MOVE ZERO TO WS-RPT-SECT-COUNT
           PERFORM VARYING WS-SECT-SUB FROM 1 BY 1
                   UNTIL WS-SECT-SUB > WS-SECTION-COUNT
               MOVE WS-SECT-CODE(WS-SECT-SUB) TO WS-WORK-SECTION
               PERFORM 5100-NOTE-REPORT-SECTION
           END-PERFORM
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-STUDENT-COUNT
               MOVE WS-STU-SECTION(WS-IDX) TO WS-WORK-SECTION
               PERFORM 5100-NOTE-REPORT-SECTION
           END-PERFORM
           PERFORM VARYING WS-WL-IDX FROM 1 BY 1
                   UNTIL WS-WL-IDX > WS-WAIT-COUNT
               MOVE WS-WL-SECTION(WS-WL-IDX) TO WS-WORK-SECTION
               PERFORM 5100-NOTE-REPORT-SECTION
           END-PERFORM
           MOVE "SEATS" TO RPT-PROGRAM-NAME
           MOVE "SECTION SEAT AVAILABILITY" TO RPT-REPORT-TITLE
           MOVE "OPEN " TO RPT-FUNCTION
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           MOVE SPACES TO RPT-DETAIL-LINE
           MOVE "  SECT  ENROLLED  CAPACITY    OPEN  WAITLIST"
               TO RPT-DETAIL-LINE
           MOVE "WRITE" TO RPT-FUNCTION
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           PERFORM 5200-WRITE-SEAT-LINE
               VARYING WS-RPT-SUB FROM 1 BY 1
               UNTIL WS-RPT-SUB > WS-RPT-SECT-COUNT
           IF WS-RPT-SECT-COUNT = ZERO
               MOVE SPACES TO RPT-DETAIL-LINE
               MOVE "  (no sections on file)" TO RPT-DETAIL-LINE
               CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           END-IF
           MOVE SPACES TO RPT-DETAIL-LINE
           MOVE "  (-- = no capacity on roster_sections.txt, no limit)"
               TO RPT-DETAIL-LINE
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           MOVE SPACES TO RPT-DETAIL-LINE
           STRING "Adds " WS-ADD-COUNT
                  "  waitlisted " WS-WAITED-COUNT
                  "  drops " WS-DROP-COUNT
               DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           MOVE "0" TO RPT-CARRIAGE-CTL
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           MOVE SPACE TO RPT-CARRIAGE-CTL
           MOVE SPACES TO RPT-DETAIL-LINE
           STRING "Promoted from waitlist " WS-PROMOTED-COUNT
                  "  left waitlist " WS-UNWAITED-COUNT
                  "  rejects " WS-REJ-COUNT
               DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           MOVE "CLOSE" TO RPT-FUNCTION
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK.

       5100-NOTE-REPORT-SECTION.
           MOVE "N" TO WS-RPT-FOUND
           PERFORM VARYING WS-RPT-SUB FROM 1 BY 1
                   UNTIL WS-RPT-SUB > WS-RPT-SECT-COUNT
               IF WS-RPT-SECT(WS-RPT-SUB) = WS-WORK-SECTION
                   SET RPT-SECT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT RPT-SECT-FOUND
                   AND WS-RPT-SECT-COUNT < WS-MAX-RPT-SECTS
               ADD 1 TO WS-RPT-SECT-COUNT
               MOVE WS-WORK-SECTION TO WS-RPT-SECT(WS-RPT-SECT-COUNT)
           END-IF.

       5200-WRITE-SEAT-LINE.
           MOVE WS-RPT-SECT(WS-RPT-SUB) TO WS-WORK-SECTION
           PERFORM 1100-CHECK-SECTION
           PERFORM 6100-CHECK-SEAT
           MOVE ZERO TO WS-SECT-WAITING
           PERFORM VARYING WS-WL-IDX FROM 1 BY 1
                   UNTIL WS-WL-IDX > WS-WAIT-COUNT
               IF WS-WL-SECTION(WS-WL-IDX) = WS-WORK-SECTION
                   ADD 1 TO WS-SECT-WAITING
               END-IF
           END-PERFORM
           IF WS-SECT-MATCH > ZERO
                   AND WS-SECT-CAP-SET(WS-SECT-MATCH) = "Y"
               MOVE WS-SECT-CAP(WS-SECT-MATCH) TO WS-CAP-ED
               MOVE WS-CAP-ED TO WS-CAP-TEXT
               IF WS-ENROLLED-COUNT < WS-SECT-CAP(WS-SECT-MATCH)
                   COMPUTE WS-OPEN-SEATS =
                       WS-SECT-CAP(WS-SECT-MATCH) - WS-ENROLLED-COUNT
               ELSE
                   MOVE ZERO TO WS-OPEN-SEATS
               END-IF
               MOVE WS-OPEN-SEATS TO WS-CAP-ED
               MOVE WS-CAP-ED TO WS-OPEN-TEXT
           ELSE
               MOVE "    --" TO WS-CAP-TEXT
               MOVE "    --" TO WS-OPEN-TEXT
           END-IF
           MOVE WS-ENROLLED-COUNT TO WS-ENROLLED-ED
           MOVE WS-SECT-WAITING   TO WS-WAITING-ED
           MOVE SPACES TO RPT-DETAIL-LINE
           STRING "  " WS-WORK-SECTION "    " WS-ENROLLED-ED
                  "    " WS-CAP-TEXT "  " WS-OPEN-TEXT
                  "  " WS-WAITING-ED
               DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           MOVE "WRITE" TO RPT-FUNCTION
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK.

       6100-CHECK-SEAT.
      *> Needs 1100-CHECK-SECTION run first for WS-WORK-SECTION.
           MOVE ZERO TO WS-ENROLLED-COUNT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-STUDENT-COUNT
               IF WS-STU-SECTION(WS-IDX) = WS-WORK-SECTION
                       AND WS-STU-STATUS(WS-IDX) NOT = "W"
                   ADD 1 TO WS-ENROLLED-COUNT
               END-IF
           END-PERFORM
           MOVE "Y" TO WS-SEAT-FLAG
           IF WS-SECT-MATCH > ZERO
               IF WS-SECT-CAP-SET(WS-SECT-MATCH) = "Y"
                       AND WS-ENROLLED-COUNT
                           NOT < WS-SECT-CAP(WS-SECT-MATCH)
                   MOVE "N" TO WS-SEAT-FLAG
               END-IF
           END-IF.

       6200-FIND-WAITLISTED.
           MOVE ZERO TO WS-WL-MATCH
           PERFORM VARYING WS-WL-IDX FROM 1 BY 1
                   UNTIL WS-WL-IDX > WS-WAIT-COUNT
               IF WS-WL-ID(WS-WL-IDX) = WS-WORK-ID
                       AND WS-WL-SECTION(WS-WL-IDX) = WS-WORK-SECTION
                   MOVE WS-WL-IDX TO WS-WL-MATCH
               END-IF
           END-PERFORM.

       6000-FIND-STUDENT.
           MOVE ZERO TO WS-MATCH-IDX
           PERFORM VARYING WS-IDX FROM 1 BY 1
               MOVE WS-STU-STATUS(WS-IDX)   TO ROST-STATUS
               MOVE WS-STU-LAST(WS-IDX)     TO ROST-LAST-NAME
               MOVE WS-STU-FIRST(WS-IDX)    TO ROST-FIRST-NAME
               MOVE WS-STU-HOLD(WS-IDX)     TO ROST-PRIVACY-HOLD
               WRITE ROST-RECORD
           END-PERFORM
           CLOSE ROSTFILE
           DISPLAY "roster.txt saved -- " WS-STUDENT-COUNT
                   " student(s).".

       9100-SAVE-WAITLIST.
           OPEN OUTPUT WAITFILE
           PERFORM VARYING WS-WL-IDX FROM 1 BY 1
                   UNTIL WS-WL-IDX > WS-WAIT-COUNT
               MOVE SPACES TO WAIT-RECORD
               MOVE WS-WL-ID(WS-WL-IDX)      TO WAIT-ID
               MOVE WS-WL-SECTION(WS-WL-IDX) TO WAIT-SECTION
               MOVE WS-WL-DATE(WS-WL-IDX)    TO WAIT-DATE
               MOVE WS-WL-LAST(WS-WL-IDX)    TO WAIT-LAST-NAME
               MOVE WS-WL-FIRST(WS-WL-IDX)   TO WAIT-FIRST-NAME
               MOVE WS-WL-HOLD(WS-WL-IDX)    TO WAIT-PRIVACY-HOLD
               WRITE WAIT-RECORD
           END-PERFORM
           CLOSE WAITFILE
           DISPLAY "registrar_waitlist.txt saved -- " WS-WAIT-COUNT
                   " waiting.".

       9200-SYNC-HOLDS.
      *> Runs after the roster and waitlist are saved; a hold
      *> PrivacySync could not carry to the master is logged, not
      *> undone on the roster.
           PERFORM VARYING WS-HCH-SUB FROM 1 BY 1
                   UNTIL WS-HCH-SUB > WS-HOLD-CHANGE-COUNT
               MOVE WS-HCH-ID(WS-HCH-SUB) TO PVS-STUDENT-ID
               IF WS-HCH-HOLD(WS-HCH-SUB) = "Y"
                   MOVE "Y" TO PVS-HOLD-FLAG
               ELSE
                   MOVE "N" TO PVS-HOLD-FLAG
               END-IF
               MOVE "SYSTEM" TO PVS-OPERATOR-ID
               MOVE "REGIMPORT" TO PVS-PROGRAM-ID
               CALL "PrivacySync" USING PRIVACY-SYNC-BLOCK
               IF PVS-LOCK-REFUSED
                   ADD 1 TO WS-SYNC-MISSED
                   DISPLAY "  ! student_master.dat is in use by "
                           "another run -- privacy hold for "
                           PVS-STUDENT-ID " not carried to the master"
                   MOVE "REGIMPORT" TO EXC-PROGRAM-NAME
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
                           "record -- see the exceptions log"
               END-IF
           END-PERFORM.

       9800-ACQUIRE-RUN-LOCK.
           MOVE "ACQ" TO RL-FUNCTION
           MOVE "ROSTERMAINT" TO RL-PROGRAM-NAME

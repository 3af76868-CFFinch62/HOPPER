      *> ChangeApprove -- which is also where the
      *> student_master_overrides.txt trail entry is written, with
      *> both operator ids on it.
      *> The working table is gone: student_master.dat is keyed
      *> (RELATIVE), so the record being corrected is found by
      *> reading just the student's records through the shared
      *> MasterIndex -- the whole master is read through only when
      *> the student's index entry is full or the index is missing
      *> -- and a master of any size can be corrected.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GradeOverride.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MSTFILE ASSIGN TO "student_master.dat"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-MST-RRN
               FILE STATUS IS WS-MST-STATUS.
      *> Validated change requests waiting for a second supervisor;
      *> one line per request, worked by ChangeApprove.
               05 MST-SECTION PIC X(4).
               05 MST-LAST-NAME  PIC X(20).
               05 MST-FIRST-NAME PIC X(15).
               05 MST-PRIVACY-HOLD PIC X.

      *> Queue line: change type (GO grade override, CO cutoffs),
      *> requesting operator, date/time requested, status (P pending,

       WORKING-STORAGE SECTION.
           01 WS-MST-STATUS PIC XX VALUE SPACES.
           01 WS-MST-RRN    PIC 9(7) VALUE ZERO.
           01 WS-PND-STATUS PIC XX VALUE SPACES.
           01 WS-EOF        PIC X  VALUE "N".
               88 END-OF-FILE VALUE "Y".

           COPY DATESTAMP.

      *> Master records read looking for the one to correct, and the
      *> RRN of the matching record (zero when there is none).
           01 WS-RECORD-COUNT PIC 9(7) VALUE ZERO.
           01 WS-MATCH-RRN    PIC 9(7) VALUE ZERO.
           01 WS-RRN-SUB      PIC 9(2) VALUE ZERO.
           COPY MSTIXCTL.

      *> Correction requires supervisor tier, same as CutoffMaint.
           01 WS-OPERATOR-ID   PIC X(8) VALUE "SYSTEM".
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
           CALL "BusinessDate" USING DATE-TIME-STAMP
           PERFORM 1050-SIGN-ON
           IF NOT OPERATOR-AUTHORIZED
               DISPLAY "  ! Sign-on denied for operator '"
           END-IF
           PERFORM 2000-PROMPT-CORRECTION
           PERFORM 2100-FIND-MASTER-ENTRY
           IF WS-MATCH-RRN = ZERO
               DISPLAY "  ! No student_master.dat record for student "
                       WS-WORK-ID " term " WS-WORK-TERM-ID
               MOVE "N" TO WS-VALID
           CALL "JobLog" USING JOB-LOG-BLOCK
           GOBACK.

       1050-SIGN-ON.
      *> Same shared OperatorAuth subprogram FileIO's write phase and
      *> CutoffMaint call, requiring the higher supervisor tier since
           ACCEPT WS-REASON-CODE FROM CONSOLE.

       2100-FIND-MASTER-ENTRY.
      *> The last match wins, as the table search did -- a rerun
      *> that appended a second record for the same term leaves the
      *> later one as the record of note.
           MOVE ZERO TO WS-MATCH-RRN
           MOVE ZERO TO WS-RECORD-COUNT
           OPEN INPUT MSTFILE
           IF WS-MST-STATUS NOT = "00"
               DISPLAY "  No existing student_master.dat -- nothing "
                       "to correct."
           ELSE
               MOVE "GET" TO MIX-FUNCTION
               MOVE "GRADEOVERRIDE" TO MIX-PROGRAM-ID
               MOVE WS-WORK-ID TO MIX-STUDENT-ID
               CALL "MasterIndex" USING MASTER-INDEX-BLOCK
               EVALUATE TRUE
                   WHEN MIX-FOUND
                       PERFORM VARYING WS-RRN-SUB FROM 1 BY 1
                               UNTIL WS-RRN-SUB > MIX-RRN-COUNT
                           PERFORM 2110-READ-INDEXED-RECORD
                       END-PERFORM
                   WHEN MIX-NOT-FOUND
                       CONTINUE
                   WHEN OTHER
                       MOVE "N" TO WS-EOF
                       PERFORM UNTIL END-OF-FILE
                           READ MSTFILE NEXT RECORD
                               AT END MOVE "Y" TO WS-EOF
                               NOT AT END
                                   PERFORM 2120-CHECK-MASTER-RECORD
                           END-READ
                       END-PERFORM
               END-EVALUATE
               CLOSE MSTFILE
           END-IF.

       2110-READ-INDEXED-RECORD.
           MOVE MIX-RRN-ENTRY(WS-RRN-SUB) TO WS-MST-RRN
           READ MSTFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY PERFORM 2120-CHECK-MASTER-RECORD
           END-READ.

       2120-CHECK-MASTER-RECORD.
           ADD 1 TO WS-RECORD-COUNT
           IF MST-ID = WS-WORK-ID AND MST-TERM-ID = WS-WORK-TERM-ID
               MOVE WS-MST-RRN TO WS-MATCH-RRN
           END-IF.

       3000-QUEUE-CORRECTION.
      *> The validated request enters the dual-control queue; the

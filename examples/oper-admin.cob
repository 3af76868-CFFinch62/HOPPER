      *> logged to hopper_audit.log through the shared AuditLog
      *> writer. Both files are loaded whole and rewritten on save,
      *> the usual load-into-table-then-rewrite shape.
      *> The quarterly access recertification (OperRecert) writes the
      *> ids it found idle past its threshold, or never active, to
      *> hopper_oper_retire_proposals.txt. The console now says at
      *> start-up how many are waiting, and D)ormant ids walks them
      *> one at a time: Y retires the id exactly as R)etire does, N
      *> keeps it and audits that the supervisor kept it, and S
      *> leaves it pending for a later session. Each decided
      *> proposal is taken off the file.
      *> P)IN no longer stores the PIN: the line gets the PinHash
      *> value, today's date and the reset flag, so the operator must
      *> choose a PIN of their own at the next sign-on (OperatorAuth
      *> asks for it), and the hash being replaced moves into the
      *> line's three-deep history so the old PIN cannot simply be
      *> chosen again. A line still holding a clear PIN from before
      *> is hashed as the file is loaded and saved back at the end of
      *> the session, undated, so that operator is also made to pick
      *> a new one. L)ist shows when each PIN was set and whether a
      *> change is pending. The supervisor now signs on before the
      *> run lock is taken: a supervisor whose own PIN is due is
      *> taken through the change at sign-on, and that change needs
      *> the same lock to rewrite the file.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OperAdmin.

           SELECT LOCKFILE ASSIGN TO "hopper_lockouts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT PROPFILE ASSIGN TO "hopper_oper_retire_proposals.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROP-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Same layout OperatorAuth reads: id, tier, PIN hash, date
      *> the PIN was set, reset flag, three previous PIN hashes.
           FD OPFILE.
           01 OP-RECORD.
               05 OP-ID           PIC X(8).
               05 FILLER          PIC X.
               05 OP-TIER         PIC X.
               05 FILLER          PIC X.
               05 OP-PIN-HASH     PIC X(8).
               05 OP-PIN-CLEAR-VIEW REDEFINES OP-PIN-HASH.
                   10 OP-PIN-CLEAR PIC X(4).
                   10 OP-PIN-PAD   PIC X(4).
               05 FILLER          PIC X.
               05 OP-PIN-SET-DATE PIC X(8).
               05 FILLER          PIC X.
               05 OP-PIN-RESET    PIC X.
               05 OP-PIN-PRIOR-ENTRY OCCURS 3 TIMES.
                   10 FILLER       PIC X.
                   10 OP-PIN-PRIOR PIC X(8).

           FD LOCKFILE.
           01 LOCK-RECORD.
               05 FILLER    PIC X.
               05 LCK-STATE PIC X.

      *> Written by OperRecert: id, flag (IDLE/NEVER), days idle
      *> (9999 for NEVER), last activity date, date proposed.
           FD PROPFILE.
           01 PROP-RECORD.
               05 PRP-ID        PIC X(8).
               05 FILLER        PIC X.
               05 PRP-FLAG      PIC X(5).
               05 FILLER        PIC X.
               05 PRP-IDLE-DAYS PIC 9(4).
               05 FILLER        PIC X.
               05 PRP-LAST-DATE PIC X(8).
               05 FILLER        PIC X.
               05 PRP-PROPOSED  PIC 9(8).

       WORKING-STORAGE SECTION.
           01 WS-OP-STATUS   PIC XX VALUE SPACES.
           01 WS-LOCK-STATUS PIC XX VALUE SPACES.
           01 WS-PROP-STATUS PIC XX VALUE SPACES.
           01 WS-EOF         PIC X  VALUE "N".
               88 END-OF-FILE VALUE "Y".

           01 WS-OPER-COUNT    PIC 9(2) VALUE ZERO.
           01 WS-OPER-TABLE.
               05 WS-OPER-ENTRY OCCURS 50 TIMES.
                   10 WS-OPR-ID        PIC X(8).
                   10 WS-OPR-TIER      PIC X.
                   10 WS-OPR-PIN-HASH  PIC X(8).
                   10 WS-OPR-PIN-SET   PIC X(8).
                   10 WS-OPR-PIN-RESET PIC X.
                   10 WS-OPR-PIN-PRIOR PIC X(8) OCCURS 3 TIMES.
           01 WS-OPR-SUB     PIC 9(2) VALUE ZERO.
           01 WS-PRIOR-SUB   PIC 9 VALUE ZERO.
           01 WS-CLEAR-PINS  PIC 9(2) VALUE ZERO.
           01 WS-CLOCK-DATE  PIC 9(8) VALUE ZERO.
           01 WS-OPR-MATCH   PIC 9(2) VALUE ZERO.

           01 WS-MAX-LOCKS  PIC 9(2) VALUE 50.
           01 WS-OVERFLOW   PIC X VALUE "N".
               88 ADMIN-TABLE-OVERFLOWED VALUE "Y".

      *> Retirement proposals from OperRecert. PRP-DECIDED marks the
      *> ones answered this session so the rewrite drops them.
           01 WS-MAX-PROPS  PIC 9(2) VALUE 50.
           01 WS-PROP-COUNT PIC 9(2) VALUE ZERO.
           01 WS-PROP-TABLE.
               05 WS-PROP-ENTRY OCCURS 50 TIMES.
                   10 WS-PRP-RECORD  PIC X(38).
                   10 WS-PRP-DECIDED PIC X.
                       88 PRP-DECIDED VALUE "Y".
           01 WS-PRP-SUB    PIC 9(2) VALUE ZERO.
           01 WS-PRP-KEPT   PIC 9(2) VALUE ZERO.
           01 WS-PRP-ANSWER PIC X VALUE SPACE.

           01 WS-CHOICE     PIC X VALUE SPACE.
           01 WS-CONTINUE   PIC X VALUE "Y".
               88 KEEP-GOING VALUE "Y" "y".
           01 WS-OP-AUTHORIZED PIC X    VALUE "N".
               88 OPERATOR-AUTHORIZED VALUE "Y".
           COPY OPERCTL.
           COPY PINHCTL.
           COPY AUDCTL.
           COPY JOBCTL.
           COPY RUNLKCTL.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CLOCK-DATE
           PERFORM 1050-SIGN-ON
           IF NOT OPERATOR-AUTHORIZED
               DISPLAY "  ! Sign-on denied for operator '"
                       WS-OPERATOR-ID "' -- nothing changed"
               MOVE 12 TO RETURN-CODE
               MOVE "OPERADMIN" TO JOB-PROGRAM-NAME
               MOVE RETURN-CODE TO JOB-RETURN-CODE
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
      *> One holder of this lock at a time -- a second start against
      *> a held lock refuses here before any file is touched (see
      *> RunLock / hopper_runlocks.txt). Taken after the sign-on,
      *> which may itself need the lock for a forced PIN change.
           PERFORM 9800-ACQUIRE-RUN-LOCK
           IF NOT RL-IS-GRANTED
               DISPLAY "! Run refused -- OPERADMIN"
                       " lock held by " RL-HELD-BY
                       " since " RL-HELD-DATE "-" RL-HELD-TIME
               MOVE 12 TO RETURN-CODE
               MOVE "OPERADMIN" TO JOB-PROGRAM-NAME
               MOVE RETURN-CODE TO JOB-RETURN-CODE
               MOVE ZERO TO JOB-RECORD-COUNT
               MOVE 1 TO JOB-ERROR-COUNT
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
           DISPLAY "--- Operator Administration ("
                   WS-OPER-COUNT " operator(s), "
                   WS-LOCK-COUNT " lockout line(s)) ---"
           IF WS-CLEAR-PINS > ZERO
               DISPLAY "  " WS-CLEAR-PINS " PIN(s) found in clear -- "
                       "hashed, and due for a change at next sign-on"
           END-IF
           PERFORM 0300-LOAD-PROPOSALS
           IF WS-PROP-COUNT > ZERO
               DISPLAY "  " WS-PROP-COUNT " retirement proposal(s) "
                       "pending from recertification -- D to review"
           END-IF
           PERFORM UNTIL NOT KEEP-GOING
               PERFORM 1000-SHOW-MENU-AND-DISPATCH
           END-PERFORM
                                   TO WS-OPR-ID(WS-OPER-COUNT)
                               MOVE OP-TIER
                                   TO WS-OPR-TIER(WS-OPER-COUNT)
                               PERFORM 0150-LOAD-PIN-COLUMNS
                           ELSE
                               SET ADMIN-TABLE-OVERFLOWED TO TRUE
                           END-IF
               CLOSE OPFILE
           END-IF.

       0150-LOAD-PIN-COLUMNS.
      *> A clear PIN left from before hashing is hashed here and the
      *> session marked changed so the save takes it off the file.
      *> Left undated, it is due for a change at the next sign-on.
           IF OP-PIN-PAD = SPACES AND OP-PIN-CLEAR NOT = SPACES
               MOVE OP-ID        TO PH-OPERATOR-ID
               MOVE OP-PIN-CLEAR TO PH-PIN
               CALL "PinHash" USING PIN-HASH-BLOCK
               MOVE PH-HASH TO WS-OPR-PIN-HASH(WS-OPER-COUNT)
               MOVE SPACES  TO WS-OPR-PIN-SET(WS-OPER-COUNT)
               MOVE "N"     TO WS-OPR-PIN-RESET(WS-OPER-COUNT)
               MOVE SPACES  TO WS-OPR-PIN-PRIOR(WS-OPER-COUNT, 1)
                               WS-OPR-PIN-PRIOR(WS-OPER-COUNT, 2)
                               WS-OPR-PIN-PRIOR(WS-OPER-COUNT, 3)
               ADD 1 TO WS-CLEAR-PINS
               SET ADMIN-DIRTY TO TRUE
               MOVE SPACES TO AUD-DETAIL
               STRING "OPER-PIN-HASHED=" OP-ID
                   DELIMITED BY SIZE INTO AUD-DETAIL
               PERFORM 8900-WRITE-AUDIT
           ELSE
               MOVE OP-PIN-HASH     TO WS-OPR-PIN-HASH(WS-OPER-COUNT)
               MOVE OP-PIN-SET-DATE TO WS-OPR-PIN-SET(WS-OPER-COUNT)
               MOVE OP-PIN-RESET    TO WS-OPR-PIN-RESET(WS-OPER-COUNT)
               PERFORM VARYING WS-PRIOR-SUB FROM 1 BY 1
                       UNTIL WS-PRIOR-SUB > 3
                   MOVE OP-PIN-PRIOR(WS-PRIOR-SUB)
                       TO WS-OPR-PIN-PRIOR(WS-OPER-COUNT, WS-PRIOR-SUB)
               END-PERFORM
           END-IF.

       0200-LOAD-LOCKOUTS.
           OPEN INPUT LOCKFILE
           IF WS-LOCK-STATUS = "00"
               CLOSE LOCKFILE
           END-IF.

       0300-LOAD-PROPOSALS.
      *> OperRecert proposes from a table of the same 50-id size, so
      *> the whole file always fits here.
           MOVE ZERO TO WS-PROP-COUNT
           OPEN INPUT PROPFILE
           IF WS-PROP-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ PROPFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF WS-PROP-COUNT < WS-MAX-PROPS
                                   AND PRP-ID NOT = SPACES
                               ADD 1 TO WS-PROP-COUNT
                               MOVE PROP-RECORD
                                   TO WS-PRP-RECORD(WS-PROP-COUNT)
                               MOVE "N"
                                   TO WS-PRP-DECIDED(WS-PROP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROPFILE
           END-IF.

       1000-SHOW-MENU-AND-DISPATCH.
           DISPLAY " "
           DISPLAY "A)dd  R)etire  T)ier  P)IN  L)ist  "
                   "V)iew lockouts  C)lear lockout"
           DISPLAY "D)ormant ids  Q)uit"
           DISPLAY "Choice: " WITH NO ADVANCING
           ACCEPT WS-CHOICE FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE
               WHEN "L" PERFORM 6000-LIST-OPERATORS
               WHEN "V" PERFORM 7000-VIEW-LOCKOUTS
               WHEN "C" PERFORM 7500-CLEAR-LOCKOUT
               WHEN "D" PERFORM 7700-REVIEW-PROPOSALS
               WHEN "Q" MOVE "N" TO WS-CONTINUE
               WHEN OTHER DISPLAY "  ! Unrecognized choice"
           END-EVALUATE.
                           TO WS-OPR-ID(WS-OPER-COUNT)
                       MOVE WS-WORK-TIER
                           TO WS-OPR-TIER(WS-OPER-COUNT)
                       MOVE SPACES
                           TO WS-OPR-PIN-HASH(WS-OPER-COUNT)
                              WS-OPR-PIN-SET(WS-OPER-COUNT)
                              WS-OPR-PIN-RESET(WS-OPER-COUNT)
                              WS-OPR-PIN-PRIOR(WS-OPER-COUNT, 1)
                              WS-OPR-PIN-PRIOR(WS-OPER-COUNT, 2)
                              WS-OPR-PIN-PRIOR(WS-OPER-COUNT, 3)
                       SET ADMIN-DIRTY TO TRUE
                       ADD 1 TO WS-CHANGE-COUNT
                       MOVE SPACES TO AUD-DETAIL
           IF WS-OPR-MATCH = ZERO
               DISPLAY "  ! Operator " WS-WORK-ID " not found"
           ELSE
               MOVE SPACES TO AUD-DETAIL
               STRING "OPER-RETIRED=" WS-WORK-ID
                   DELIMITED BY SIZE INTO AUD-DETAIL
               PERFORM 3100-REMOVE-OPERATOR
           END-IF.

       3100-REMOVE-OPERATOR.
      *> WS-OPR-MATCH located by the caller, AUD-DETAIL staged.
           PERFORM VARYING WS-SHIFT-SUB FROM WS-OPR-MATCH BY 1
                   UNTIL WS-SHIFT-SUB >= WS-OPER-COUNT
               MOVE WS-OPER-ENTRY(WS-SHIFT-SUB + 1)
                   TO WS-OPER-ENTRY(WS-SHIFT-SUB)
           END-PERFORM
           SUBTRACT 1 FROM WS-OPER-COUNT
           SET ADMIN-DIRTY TO TRUE
           ADD 1 TO WS-CHANGE-COUNT
           PERFORM 8900-WRITE-AUDIT
           DISPLAY "  Operator " WS-WORK-ID " retired.".

       4000-CHANGE-TIER.
           DISPLAY "Operator id: " WITH NO ADVANCING
           ACCEPT WS-WORK-ID FROM CONSOLE
               DISPLAY "New PIN (4 digits, Enter to clear): "
                   WITH NO ADVANCING
               ACCEPT WS-WORK-PIN FROM CONSOLE
      *> Clearing keeps the history: a PIN set again later still may
      *> not be one of the last few.
               IF WS-WORK-PIN = SPACES
                   MOVE SPACES TO WS-OPR-PIN-HASH(WS-OPR-MATCH)
                                  WS-OPR-PIN-SET(WS-OPR-MATCH)
                                  WS-OPR-PIN-RESET(WS-OPR-MATCH)
                   SET ADMIN-DIRTY TO TRUE
                   ADD 1 TO WS-CHANGE-COUNT
                   MOVE SPACES TO AUD-DETAIL
                       DISPLAY "  ! PIN must be 4 digits -- "
                               "no change"
                   ELSE
                       PERFORM 5100-STORE-PIN-HASH
                       SET ADMIN-DIRTY TO TRUE
                       ADD 1 TO WS-CHANGE-COUNT
      *> The PIN value itself stays off the audit trail -- the
                       STRING "OPER-PIN-SET=" WS-WORK-ID
                           DELIMITED BY SIZE INTO AUD-DETAIL
                       PERFORM 8900-WRITE-AUDIT
                       DISPLAY "  PIN set for " WS-WORK-ID
                               " -- to be changed at next sign-on."
                   END-IF
               END-IF
           END-IF.

       5100-STORE-PIN-HASH.
      *> Only the hash is kept. The PIN it replaces joins the
      *> history, and the reset flag makes the operator replace this
      *> supervisor-chosen PIN with their own at the next sign-on.
           IF WS-OPR-PIN-HASH(WS-OPR-MATCH) NOT = SPACES
               MOVE WS-OPR-PIN-PRIOR(WS-OPR-MATCH, 2)
                   TO WS-OPR-PIN-PRIOR(WS-OPR-MATCH, 3)
               MOVE WS-OPR-PIN-PRIOR(WS-OPR-MATCH, 1)
                   TO WS-OPR-PIN-PRIOR(WS-OPR-MATCH, 2)
               MOVE WS-OPR-PIN-HASH(WS-OPR-MATCH)
                   TO WS-OPR-PIN-PRIOR(WS-OPR-MATCH, 1)
           END-IF
           MOVE WS-WORK-ID  TO PH-OPERATOR-ID
           MOVE WS-WORK-PIN TO PH-PIN
           CALL "PinHash" USING PIN-HASH-BLOCK
           MOVE PH-HASH       TO WS-OPR-PIN-HASH(WS-OPR-MATCH)
           MOVE WS-CLOCK-DATE TO WS-OPR-PIN-SET(WS-OPR-MATCH)
           MOVE "Y"           TO WS-OPR-PIN-RESET(WS-OPR-MATCH).

       6000-LIST-OPERATORS.
           DISPLAY "  ID        TIER  PIN?  PIN SET   CHANGE DUE"
           PERFORM VARYING WS-OPR-SUB FROM 1 BY 1
                   UNTIL WS-OPR-SUB > WS-OPER-COUNT
               EVALUATE TRUE
                   WHEN WS-OPR-PIN-HASH(WS-OPR-SUB) = SPACES
                       DISPLAY "  " WS-OPR-ID(WS-OPR-SUB) "  "
                               WS-OPR-TIER(WS-OPR-SUB) "     no"
                   WHEN WS-OPR-PIN-RESET(WS-OPR-SUB) = "Y"
                     OR WS-OPR-PIN-SET(WS-OPR-SUB) = SPACES
                       DISPLAY "  " WS-OPR-ID(WS-OPR-SUB) "  "
                               WS-OPR-TIER(WS-OPR-SUB) "     yes   "
                               WS-OPR-PIN-SET(WS-OPR-SUB)
                               "  next sign-on"
                   WHEN OTHER
                       DISPLAY "  " WS-OPR-ID(WS-OPR-SUB) "  "
                               WS-OPR-TIER(WS-OPR-SUB) "     yes   "
                               WS-OPR-PIN-SET(WS-OPR-SUB)
               END-EVALUATE
           END-PERFORM.

       7000-VIEW-LOCKOUTS.
               DISPLAY "  Lockout cleared for " WS-WORK-ID "."
           END-IF.

       7700-REVIEW-PROPOSALS.
           IF WS-PROP-COUNT = ZERO
               DISPLAY "  No retirement proposals pending."
           ELSE
               PERFORM VARYING WS-PRP-SUB FROM 1 BY 1
                       UNTIL WS-PRP-SUB > WS-PROP-COUNT
                   IF NOT PRP-DECIDED(WS-PRP-SUB)
                       PERFORM 7710-REVIEW-ONE-PROPOSAL
                   END-IF
               END-PERFORM
               PERFORM 9200-SAVE-PROPOSALS
           END-IF.

       7710-REVIEW-ONE-PROPOSAL.
      *> An id already retired (or re-keyed) since the recertification
      *> ran has nothing left to decide and is simply dropped.
           MOVE WS-PRP-RECORD(WS-PRP-SUB) TO PROP-RECORD
           MOVE PRP-ID TO WS-WORK-ID
           PERFORM 8000-FIND-OPERATOR
      *> The supervisor signed on to this very session is active
      *> whatever the trail said when the proposal was made.
           EVALUATE TRUE
               WHEN WS-OPR-MATCH = ZERO
                   DISPLAY "  " WS-WORK-ID " is no longer on file -- "
                           "proposal dropped"
                   MOVE "Y" TO WS-PRP-DECIDED(WS-PRP-SUB)
               WHEN WS-WORK-ID = WS-OPERATOR-ID
                   DISPLAY "  " WS-WORK-ID " is signed on now -- "
                           "proposal dropped"
                   MOVE "Y" TO WS-PRP-DECIDED(WS-PRP-SUB)
               WHEN OTHER
                   PERFORM 7720-DECIDE-PROPOSAL
           END-EVALUATE.

       7720-DECIDE-PROPOSAL.
           IF PRP-FLAG = "NEVER"
               DISPLAY "  " WS-WORK-ID " tier "
                       WS-OPR-TIER(WS-OPR-MATCH)
                       " -- no activity on the audit trail"
                       " (proposed " PRP-PROPOSED ")"
           ELSE
               DISPLAY "  " WS-WORK-ID " tier "
                       WS-OPR-TIER(WS-OPR-MATCH)
                       " -- idle " PRP-IDLE-DAYS " days, last "
                       "active " PRP-LAST-DATE
                       " (proposed " PRP-PROPOSED ")"
           END-IF
           DISPLAY "  Retire this id? (Y/N, S to skip): "
               WITH NO ADVANCING
           ACCEPT WS-PRP-ANSWER FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-PRP-ANSWER) TO WS-PRP-ANSWER
           EVALUATE WS-PRP-ANSWER
               WHEN "Y"
                   MOVE SPACES TO AUD-DETAIL
                   STRING "OPER-RETIRED=" WS-WORK-ID
                          " RECERT=" PRP-FLAG
                          " IDLE-DAYS=" PRP-IDLE-DAYS
                       DELIMITED BY SIZE INTO AUD-DETAIL
                   PERFORM 3100-REMOVE-OPERATOR
                   MOVE "Y" TO WS-PRP-DECIDED(WS-PRP-SUB)
               WHEN "N"
      *> Keeping a flagged id is a recertification decision in its
      *> own right and goes on the trail beside the retirements.
                   MOVE SPACES TO AUD-DETAIL
                   STRING "OPER-RETIRE-DECLINED=" WS-WORK-ID
                          " RECERT=" PRP-FLAG
                          " IDLE-DAYS=" PRP-IDLE-DAYS
                       DELIMITED BY SIZE INTO AUD-DETAIL
                   PERFORM 8900-WRITE-AUDIT
                   ADD 1 TO WS-CHANGE-COUNT
                   MOVE "Y" TO WS-PRP-DECIDED(WS-PRP-SUB)
                   DISPLAY "  Operator " WS-WORK-ID " kept."
               WHEN OTHER
                   DISPLAY "  Left pending."
           END-EVALUATE.

       8000-FIND-OPERATOR.
           MOVE ZERO TO WS-OPR-MATCH
           PERFORM VARYING WS-OPR-SUB FROM 1 BY 1
               MOVE SPACES TO OP-RECORD
               MOVE WS-OPR-ID(WS-OPR-SUB)   TO OP-ID
               MOVE WS-OPR-TIER(WS-OPR-SUB) TO OP-TIER
               MOVE WS-OPR-PIN-HASH(WS-OPR-SUB)  TO OP-PIN-HASH
               MOVE WS-OPR-PIN-SET(WS-OPR-SUB)   TO OP-PIN-SET-DATE
               MOVE WS-OPR-PIN-RESET(WS-OPR-SUB) TO OP-PIN-RESET
               PERFORM VARYING WS-PRIOR-SUB FROM 1 BY 1
                       UNTIL WS-PRIOR-SUB > 3
                   MOVE WS-OPR-PIN-PRIOR(WS-OPR-SUB, WS-PRIOR-SUB)
                       TO OP-PIN-PRIOR(WS-PRIOR-SUB)
               END-PERFORM
               WRITE OP-RECORD
           END-PERFORM
           CLOSE OPFILE
           END-PERFORM
           CLOSE LOCKFILE.

       9200-SAVE-PROPOSALS.
      *> Undecided proposals stay on the file for the next review.
           MOVE ZERO TO WS-PRP-KEPT
           PERFORM VARYING WS-PRP-SUB FROM 1 BY 1
                   UNTIL WS-PRP-SUB > WS-PROP-COUNT
               IF NOT PRP-DECIDED(WS-PRP-SUB)
                   ADD 1 TO WS-PRP-KEPT
               END-IF
           END-PERFORM
           OPEN OUTPUT PROPFILE
           PERFORM VARYING WS-PRP-SUB FROM 1 BY 1
                   UNTIL WS-PRP-SUB > WS-PROP-COUNT
               IF NOT PRP-DECIDED(WS-PRP-SUB)
                   MOVE WS-PRP-RECORD(WS-PRP-SUB) TO PROP-RECORD
                   WRITE PROP-RECORD
               END-IF
           END-PERFORM
           CLOSE PROPFILE
           DISPLAY "  " WS-PRP-KEPT " retirement proposal(s) still "
                   "pending.".

       9800-ACQUIRE-RUN-LOCK.
           MOVE "ACQ" TO RL-FUNCTION
           MOVE "OPERADMIN" TO RL-PROGRAM-NAME

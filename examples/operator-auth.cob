      *> FileIO's sign-on already writes, and every later sign-on for
      *> that id is denied until the lockout line is cleared from the
      *> file by a supervisor.
      *> A granted sign-on is now written to hopper_audit.log here as
      *> well, whichever program asked, so the quarterly access
      *> recertification (OperRecert) can show each id's last
      *> successful sign-on from the trail alone -- until now only
      *> FileIO recorded its own sign-ons and every other console's
      *> left no trace.
      *> PINs are no longer kept in clear. The PIN column of
      *> hopper_operators.txt now holds the PinHash value of the id
      *> and PIN, followed by the date the PIN was set, a reset flag
      *> OperAdmin raises when a supervisor sets a PIN, and the hashes
      *> of the three PINs before it. A keyed PIN is hashed and
      *> compared; a line still carrying an old four-digit clear PIN
      *> is checked in clear one last time. After the PIN checks out,
      *> the sign-on is only granted once the operator has chosen a
      *> new PIN when the one on file was set by a supervisor, is
      *> still in clear or undated, or is older than
      *> PARM-PIN-MAX-AGE-DAYS (hopper_params.txt, 90 by default,
      *> zero for never). The new PIN is asked for twice through
      *> ConsoleInput and refused if it is not four digits, the two
      *> entries differ, or it matches the current PIN or any of the
      *> three before it. An accepted change rewrites the operator's
      *> line -- under OperAdmin's run lock, with the file read
      *> afresh once the lock is held and the change refused if the
      *> operator's PIN moved meanwhile, so neither it nor a
      *> supervisor's save can be lost -- and goes on the audit trail
      *> as PIN-CHANGED; a refused one denies the sign-on without
      *> counting toward the lockout, since the old PIN was right.
      *> PIN ages run on the clock's date, not the business date: a
      *> rerun of an old day must not make a PIN look younger.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OperatorAuth.


       DATA DIVISION.
       FILE SECTION.
      *> id, tier, PIN hash (blank: no PIN), date the PIN was set,
      *> reset flag (Y: set by a supervisor, to be changed at the
      *> next sign-on), then the hashes of the three previous PINs,
      *> newest first. A line written before PINs were hashed has
      *> the four-digit PIN itself in columns 12-15 and nothing after.
           FD OPFILE.
           01 OP-RECORD.
               05 OP-ID           PIC X(8).
               05 FILLER          PIC X.
               05 OP-TIER         PIC X.
               05 FILLER          PIC X.
               05 OP-PIN-HASH     PIC X(8).
               05 FILLER          PIC X.
               05 OP-PIN-SET-DATE PIC X(8).
               05 FILLER          PIC X.
               05 OP-PIN-RESET    PIC X.
               05 OP-PIN-PRIOR-ENTRY OCCURS 3 TIMES.
                   10 FILLER       PIC X.
                   10 OP-PIN-PRIOR PIC X(8).

      *> One line per operator id that has ever failed a PIN check:
      *> id, consecutive-failure count, state (A=active, L=locked).
               88 OP-FILE-EOF VALUE "Y".
           01 WS-REQUIRED-RANK PIC 9 VALUE ZERO.
           01 WS-OPERATOR-RANK PIC 9 VALUE ZERO.

      *> The whole operator file is held so a forced PIN change can
      *> rewrite it; the matched operator's line is worked on in
      *> WS-OPERATOR-ON-FILE, laid out as OP-RECORD.
           01 WS-MAX-OPERATORS PIC 9(2) VALUE 50.
           01 WS-OPER-COUNT    PIC 9(2) VALUE ZERO.
           01 WS-OPER-TABLE.
               05 WS-OPR-LINE PIC X(57) OCCURS 50 TIMES.
           01 WS-OPR-SUB       PIC 9(2) VALUE ZERO.
           01 WS-OPR-MATCH     PIC 9(2) VALUE ZERO.
           01 WS-OPR-OVERFLOW  PIC X VALUE "N".
               88 OPER-TABLE-OVERFLOWED VALUE "Y".
           01 WS-OPERATOR-ON-FILE.
               05 WS-OPF-ID           PIC X(8).
               05 FILLER              PIC X.
               05 WS-OPF-TIER         PIC X.
               05 FILLER              PIC X.
               05 WS-OPF-PIN-HASH     PIC X(8).
               05 WS-OPF-PIN-CLEAR-VIEW REDEFINES WS-OPF-PIN-HASH.
                   10 WS-OPF-PIN-CLEAR PIC X(4).
                   10 WS-OPF-PIN-PAD   PIC X(4).
               05 FILLER              PIC X.
               05 WS-OPF-PIN-SET-DATE PIC X(8).
               05 FILLER              PIC X.
               05 WS-OPF-PIN-RESET    PIC X.
                   88 OPF-PIN-WAS-RESET VALUE "Y".
               05 WS-OPF-PRIOR-ENTRY OCCURS 3 TIMES.
                   10 FILLER           PIC X.
                   10 WS-OPF-PRIOR     PIC X(8).
           01 WS-PRIOR-SUB     PIC 9 VALUE ZERO.

      *> PIN checking and the forced change.
           01 WS-KEYED-HASH    PIC X(8) VALUE SPACES.
           01 WS-PIN-MATCHED   PIC X VALUE "N".
               88 PIN-MATCHED VALUE "Y".
           01 WS-PIN-SET-DATE  PIC 9(8) VALUE ZERO.
           01 WS-PIN-AGE-DAYS  PIC S9(7) VALUE ZERO.
           01 WS-CHANGE-REASON PIC X(8) VALUE SPACES.
               88 PIN-CHANGE-DUE VALUE "EXPIRED" "RESET" "CLEAR"
                                       "UNDATED".
           01 WS-NEW-ANSWER    PIC X(80) VALUE SPACES.
           01 WS-NEW-PIN       PIC X(4) VALUE SPACES.
           01 WS-CONFIRM-PIN   PIC X(80) VALUE SPACES.
           01 WS-NEW-HASH      PIC X(8) VALUE SPACES.
      *> The PIN column the sign-on was judged against, held while
      *> the file is read again under the lock.
           01 WS-SIGNON-HASH   PIC X(8) VALUE SPACES.
           01 WS-REFUSAL       PIC X(25) VALUE SPACES.
           01 WS-AGE-ED        PIC Z(6)9.
           01 WS-LIMIT-ED      PIC ZZ9.

           01 WS-LOCK-STATUS PIC XX VALUE SPACES.
           01 WS-LOCK-EOF    PIC X  VALUE "N".
           01 WS-LCK-MATCH-IDX PIC 9(2) VALUE ZERO.
           COPY DATESTAMP.
           COPY AUDCTL.
           COPY PINHCTL.
           COPY HOPPARM.
           COPY CONINCTL.
           COPY RUNLKCTL.

       LINKAGE SECTION.
           COPY OPERCTL.
       0000-MAIN.
           MOVE "N"    TO OA-AUTHORIZED
           MOVE "N"    TO OA-LOCKED-OUT
           MOVE "N"    TO OA-PIN-CHANGED
           MOVE SPACE  TO OA-OPERATOR-TIER
           MOVE SPACES TO WS-OPERATOR-ON-FILE
           MOVE SPACES TO WS-CHANGE-REASON
           MOVE FUNCTION CURRENT-DATE TO DATE-TIME-STAMP
           PERFORM 0050-LOAD-LOCKOUTS
           PERFORM 0060-FIND-LOCK-ENTRY
           IF WS-LCK-MATCH-IDX > ZERO
                   IF OA-IS-AUTHORIZED
                       PERFORM 0250-CHECK-PIN
                   END-IF
                   IF OA-IS-AUTHORIZED
                       PERFORM 0260-CHECK-PIN-AGE
                   END-IF
                   IF OA-IS-AUTHORIZED AND PIN-CHANGE-DUE
                       PERFORM 0600-FORCE-PIN-CHANGE
                   END-IF
                   IF OA-IS-AUTHORIZED
                       PERFORM 0450-AUDIT-SIGNON
                   END-IF
               END-IF
           END-IF
           GOBACK.
           END-PERFORM.

       0100-FIND-OPERATOR-TIER.
      *> hopper_operators.txt holds one line per operator id, the PIN
      *> columns optional. If the list is absent, "SYSTEM" is
      *> the sole authorized operator, treated as supervisor tier with
      *> no PIN required -- the same sensible-default-when-config-
      *> absent pattern GRADECTL, RPTCTL, and FileIO's own prior
      *> sign-on check already use. The first line for the id wins.
           MOVE ZERO TO WS-OPER-COUNT
           MOVE ZERO TO WS-OPR-MATCH
           MOVE "N"  TO WS-OPR-OVERFLOW
           OPEN INPUT OPFILE
           IF WS-OP-STATUS = "00"
               MOVE "N" TO WS-OP-EOF
               PERFORM UNTIL OP-FILE-EOF
                   READ OPFILE
                       AT END MOVE "Y" TO WS-OP-EOF
                       NOT AT END PERFORM 0150-HOLD-OPERATOR-LINE
                   END-READ
               END-PERFORM
               CLOSE OPFILE
               END-IF
           END-IF.

       0150-HOLD-OPERATOR-LINE.
           IF WS-OPER-COUNT < WS-MAX-OPERATORS
               ADD 1 TO WS-OPER-COUNT
               MOVE OP-RECORD TO WS-OPR-LINE(WS-OPER-COUNT)
           ELSE
               SET OPER-TABLE-OVERFLOWED TO TRUE
           END-IF
           IF OP-ID = OA-OPERATOR-ID AND OA-OPERATOR-NOT-FOUND
               MOVE OP-TIER   TO OA-OPERATOR-TIER
               MOVE OP-RECORD TO WS-OPERATOR-ON-FILE
               IF NOT OPER-TABLE-OVERFLOWED
                   MOVE WS-OPER-COUNT TO WS-OPR-MATCH
               END-IF
           END-IF.

       0200-CHECK-TIER-RANK.
           EVALUATE OA-REQUIRED-TIER
               WHEN "R" MOVE 1 TO WS-REQUIRED-RANK
      *> counted against the id in hopper_lockouts.txt; a successful
      *> one clears any accumulated failures so only CONSECUTIVE
      *> misses walk an operator toward the lockout.
           IF WS-OPF-PIN-HASH NOT = SPACES
               PERFORM 0270-MATCH-KEYED-PIN
               IF NOT PIN-MATCHED
                   MOVE "N" TO OA-AUTHORIZED
                   PERFORM 0300-RECORD-PIN-FAILURE
               ELSE
               END-IF
           END-IF.

       0260-CHECK-PIN-AGE.
      *> Only a PIN on file can be due for a change; an operator
      *> authorized on tier alone has nothing to age.
           IF WS-OPF-PIN-HASH NOT = SPACES
               CALL "ParamLoad" USING HOPPER-PARAMETERS
               IF WS-OPF-PIN-SET-DATE NUMERIC
                   MOVE WS-OPF-PIN-SET-DATE TO WS-PIN-SET-DATE
               ELSE
                   MOVE ZERO TO WS-PIN-SET-DATE
               END-IF
               EVALUATE TRUE
                   WHEN WS-OPF-PIN-PAD = SPACES
                       MOVE "CLEAR" TO WS-CHANGE-REASON
                   WHEN OPF-PIN-WAS-RESET
                       MOVE "RESET" TO WS-CHANGE-REASON
                   WHEN WS-PIN-SET-DATE = ZERO
                     OR FUNCTION TEST-DATE-YYYYMMDD(WS-PIN-SET-DATE)
                            NOT = ZERO
                       MOVE "UNDATED" TO WS-CHANGE-REASON
                   WHEN PARM-PIN-MAX-AGE-DAYS > ZERO
                       COMPUTE WS-PIN-AGE-DAYS =
                           FUNCTION INTEGER-OF-DATE(DTS-RUN-DATE)
                         - FUNCTION INTEGER-OF-DATE(WS-PIN-SET-DATE)
                       IF WS-PIN-AGE-DAYS > PARM-PIN-MAX-AGE-DAYS
                           MOVE "EXPIRED" TO WS-CHANGE-REASON
                       END-IF
               END-EVALUATE
           END-IF.

       0270-MATCH-KEYED-PIN.
      *> A line not yet converted carries the PIN itself in the first
      *> four columns and blanks after; anything else is a hash.
           MOVE "N" TO WS-PIN-MATCHED
           IF WS-OPF-PIN-PAD = SPACES
               IF OA-PIN = WS-OPF-PIN-CLEAR
                   MOVE "Y" TO WS-PIN-MATCHED
               END-IF
           ELSE
               MOVE OA-OPERATOR-ID TO PH-OPERATOR-ID
               MOVE OA-PIN         TO PH-PIN
               CALL "PinHash" USING PIN-HASH-BLOCK
               MOVE PH-HASH TO WS-KEYED-HASH
               IF WS-KEYED-HASH = WS-OPF-PIN-HASH
                   MOVE "Y" TO WS-PIN-MATCHED
               END-IF
           END-IF.

       0300-RECORD-PIN-FAILURE.
           IF WS-LCK-MATCH-IDX = ZERO
               IF WS-LOCK-COUNT < WS-MAX-LOCKS
               INTO AUD-DETAIL
           CALL "AuditLog" USING AUDIT-LOG-BLOCK.

       0450-AUDIT-SIGNON.
      *> The tier held and the tier asked for go on the line; the PIN
      *> never does.
           MOVE OA-OPERATOR-ID TO AUD-OPERATOR-ID
           MOVE "OPERAUTH" TO AUD-PROGRAM-ID
           MOVE SPACES TO AUD-DETAIL
           STRING "SIGNON=GRANTED TIER=" OA-OPERATOR-TIER
                  " REQUIRED=" OA-REQUIRED-TIER DELIMITED BY SIZE
               INTO AUD-DETAIL
           CALL "AuditLog" USING AUDIT-LOG-BLOCK.

       0500-SAVE-LOCKOUTS.
           OPEN OUTPUT LOCKFILE
           PERFORM VARYING WS-LCK-SUB FROM 1 BY 1
               WRITE LOCK-RECORD
           END-PERFORM
           CLOSE LOCKFILE.

       0600-FORCE-PIN-CHANGE.
      *> The PIN keyed was right, so nothing here counts toward the
      *> lockout -- but the sign-on stands refused until a new PIN
      *> is on file.
           MOVE "N" TO OA-AUTHORIZED
           EVALUATE WS-CHANGE-REASON
               WHEN "EXPIRED"
                   MOVE WS-PIN-AGE-DAYS       TO WS-AGE-ED
                   MOVE PARM-PIN-MAX-AGE-DAYS TO WS-LIMIT-ED
                   DISPLAY "  PIN for " OA-OPERATOR-ID " is "
                           FUNCTION TRIM(WS-AGE-ED) " days old -- "
                           "the limit is " FUNCTION TRIM(WS-LIMIT-ED)
                           " days."
               WHEN "RESET"
                   DISPLAY "  PIN for " OA-OPERATOR-ID " was set by "
                           "a supervisor."
               WHEN OTHER
                   DISPLAY "  PIN for " OA-OPERATOR-ID " predates "
                           "the current PIN rules."
           END-EVALUATE
           DISPLAY "  Choose a new PIN to complete the sign-on."
           IF OA-INPUT-SLOT = SPACES
               MOVE "OPERAUTH" TO CI-PROGRAM-NAME
           ELSE
               MOVE OA-INPUT-SLOT TO CI-PROGRAM-NAME
           END-IF
           DISPLAY "New PIN (4 digits): " WITH NO ADVANCING
           SET CI-SECRET-ANSWER TO TRUE
           CALL "ConsoleInput" USING CONSOLE-INPUT-BLOCK
           MOVE CI-ANSWER TO WS-NEW-ANSWER
           MOVE WS-NEW-ANSWER(1:4) TO WS-NEW-PIN
           DISPLAY "Re-enter new PIN: " WITH NO ADVANCING
           SET CI-SECRET-ANSWER TO TRUE
           CALL "ConsoleInput" USING CONSOLE-INPUT-BLOCK
           MOVE CI-ANSWER TO WS-CONFIRM-PIN
           PERFORM 0610-JUDGE-NEW-PIN
           IF WS-REFUSAL = SPACES
               PERFORM 0650-SAVE-NEW-PIN
           END-IF
           IF WS-REFUSAL = SPACES
               MOVE "Y"        TO OA-AUTHORIZED
               MOVE "Y"        TO OA-PIN-CHANGED
               MOVE WS-NEW-PIN TO OA-PIN
               DISPLAY "  New PIN saved for " OA-OPERATOR-ID "."
               MOVE SPACES TO AUD-DETAIL
               STRING "PIN-CHANGED=" WS-CHANGE-REASON
                   DELIMITED BY SPACE INTO AUD-DETAIL
           ELSE
               DISPLAY "  ! New PIN refused -- "
                       FUNCTION TRIM(WS-REFUSAL)
                       "; sign-on denied"
               MOVE SPACES TO AUD-DETAIL
               STRING "PIN-CHANGE=REFUSED DUE=" DELIMITED BY SIZE
                      WS-CHANGE-REASON DELIMITED BY SPACE
                      " REASON=" WS-REFUSAL DELIMITED BY SIZE
                   INTO AUD-DETAIL
           END-IF
           MOVE OA-OPERATOR-ID TO AUD-OPERATOR-ID
           MOVE "OPERAUTH" TO AUD-PROGRAM-ID
           CALL "AuditLog" USING AUDIT-LOG-BLOCK.

       0610-JUDGE-NEW-PIN.
      *> The current PIN and the three before it are compared by
      *> hash -- the PINs themselves are not on file to compare.
           MOVE SPACES TO WS-REFUSAL
           MOVE OA-OPERATOR-ID TO PH-OPERATOR-ID
           MOVE WS-NEW-PIN     TO PH-PIN
           CALL "PinHash" USING PIN-HASH-BLOCK
           MOVE PH-HASH TO WS-NEW-HASH
           EVALUATE TRUE
               WHEN WS-NEW-PIN NOT NUMERIC
                 OR WS-NEW-ANSWER(5:) NOT = SPACES
                   MOVE "NOT FOUR DIGITS" TO WS-REFUSAL
               WHEN WS-CONFIRM-PIN NOT = WS-NEW-ANSWER
                   MOVE "ENTRIES DIFFER" TO WS-REFUSAL
               WHEN WS-NEW-PIN = OA-PIN
                   MOVE "SAME AS CURRENT PIN" TO WS-REFUSAL
               WHEN OTHER
                   PERFORM VARYING WS-PRIOR-SUB FROM 1 BY 1
                           UNTIL WS-PRIOR-SUB > 3
                       IF WS-OPF-PRIOR(WS-PRIOR-SUB) = WS-NEW-HASH
                           MOVE "RECENTLY USED" TO WS-REFUSAL
                       END-IF
                   END-PERFORM
           END-EVALUATE
           IF WS-REFUSAL = SPACES AND OPER-TABLE-OVERFLOWED
               DISPLAY "  ! hopper_operators.txt holds more than "
                       WS-MAX-OPERATORS " lines -- it cannot be "
                       "rewritten here"
               MOVE "OPERATOR FILE TOO LONG" TO WS-REFUSAL
           END-IF.

       0650-SAVE-NEW-PIN.
      *> Taken under OperAdmin's lock. The table loaded at sign-on is
      *> stale by now -- a supervisor may have saved while the new PIN
      *> was being keyed -- so the file is read again under the lock
      *> and only this operator's line, found afresh, is changed.
           MOVE "ACQ"          TO RL-FUNCTION
           MOVE "OPERADMIN"    TO RL-PROGRAM-NAME
           MOVE OA-OPERATOR-ID TO RL-OPERATOR-ID
           CALL "RunLock" USING RUN-LOCK-BLOCK
           IF NOT RL-IS-GRANTED
               DISPLAY "  ! Operator file is being administered by "
                       RL-HELD-BY " -- try again when they finish"
               MOVE "OPERATOR FILE IN USE" TO WS-REFUSAL
           ELSE
               MOVE WS-OPF-PIN-HASH TO WS-SIGNON-HASH
               PERFORM 0660-RELOAD-OPERATORS
               IF WS-REFUSAL = SPACES
                   PERFORM 0670-APPLY-NEW-PIN
                   PERFORM 0680-WRITE-OPERATORS
               END-IF
               MOVE "REL" TO RL-FUNCTION
               CALL "RunLock" USING RUN-LOCK-BLOCK
           END-IF.

       0660-RELOAD-OPERATORS.
      *> The operator must still be on file with the PIN column the
      *> sign-on was judged against; a supervisor's reset, a
      *> retirement, or a change made elsewhere refuses this one.
           MOVE ZERO TO WS-OPER-COUNT
           MOVE ZERO TO WS-OPR-MATCH
           MOVE "N"  TO WS-OPR-OVERFLOW
           MOVE SPACES TO WS-OPERATOR-ON-FILE
           OPEN INPUT OPFILE
           IF WS-OP-STATUS = "00"
               MOVE "N" TO WS-OP-EOF
               PERFORM UNTIL OP-FILE-EOF
                   READ OPFILE
                       AT END MOVE "Y" TO WS-OP-EOF
                       NOT AT END PERFORM 0665-RELOAD-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE OPFILE
           END-IF
           EVALUATE TRUE
               WHEN OPER-TABLE-OVERFLOWED
                   DISPLAY "  ! hopper_operators.txt holds more than "
                           WS-MAX-OPERATORS " lines -- it cannot be "
                           "rewritten here"
                   MOVE "OPERATOR FILE TOO LONG" TO WS-REFUSAL
               WHEN WS-OPR-MATCH = ZERO
                   DISPLAY "  ! " OA-OPERATOR-ID " is no longer in "
                           "hopper_operators.txt"
                   MOVE "OPERATOR FILE CHANGED" TO WS-REFUSAL
               WHEN WS-OPF-PIN-HASH NOT = WS-SIGNON-HASH
                   DISPLAY "  ! The PIN for " OA-OPERATOR-ID
                           " was changed while this one was keyed"
                   MOVE "OPERATOR FILE CHANGED" TO WS-REFUSAL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0665-RELOAD-ONE-LINE.
           IF WS-OPER-COUNT < WS-MAX-OPERATORS
               ADD 1 TO WS-OPER-COUNT
               MOVE OP-RECORD TO WS-OPR-LINE(WS-OPER-COUNT)
               IF OP-ID = OA-OPERATOR-ID AND WS-OPR-MATCH = ZERO
                   MOVE OP-RECORD TO WS-OPERATOR-ON-FILE
                   MOVE WS-OPER-COUNT TO WS-OPR-MATCH
               END-IF
           ELSE
               SET OPER-TABLE-OVERFLOWED TO TRUE
           END-IF.

       0670-APPLY-NEW-PIN.
      *> A clear PIN is hashed on its way into the history so the
      *> file holds no clear PIN once the change is saved.
           IF WS-OPF-PIN-PAD = SPACES
               MOVE OA-OPERATOR-ID TO PH-OPERATOR-ID
               MOVE OA-PIN         TO PH-PIN
               CALL "PinHash" USING PIN-HASH-BLOCK
               MOVE PH-HASH TO WS-OPF-PIN-HASH
           END-IF
           MOVE WS-OPF-PRIOR(2)  TO WS-OPF-PRIOR(3)
           MOVE WS-OPF-PRIOR(1)  TO WS-OPF-PRIOR(2)
           MOVE WS-OPF-PIN-HASH  TO WS-OPF-PRIOR(1)
           MOVE WS-NEW-HASH      TO WS-OPF-PIN-HASH
           MOVE DTS-RUN-DATE     TO WS-OPF-PIN-SET-DATE
           MOVE "N"              TO WS-OPF-PIN-RESET
           MOVE WS-OPERATOR-ON-FILE TO WS-OPR-LINE(WS-OPR-MATCH).

       0680-WRITE-OPERATORS.
           OPEN OUTPUT OPFILE
           IF WS-OP-STATUS NOT = "00"
               DISPLAY "  ! Cannot write hopper_operators.txt, "
                       "status " WS-OP-STATUS
               MOVE "OPERATOR FILE NOT WRITTEN" TO WS-REFUSAL
           ELSE
               PERFORM VARYING WS-OPR-SUB FROM 1 BY 1
                       UNTIL WS-OPR-SUB > WS-OPER-COUNT
                   MOVE WS-OPR-LINE(WS-OPR-SUB) TO OP-RECORD
                   WRITE OP-RECORD
               END-PERFORM
               CLOSE OPFILE
           END-IF.

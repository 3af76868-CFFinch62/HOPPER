      *> and writes the grade_cutoffs_history.txt line the same way.
      *> Settled queue entries keep their line, marked A or R, so the
      *> queue is its own decision history.
      *> A PR entry, queued by LedgerPeriod, reopens a closed ledger
      *> month: on approval the month's ledger_periods.txt line goes
      *> from C to O with the approver and date on it, and Ledger
      *> posts into the month again. The periods file belongs to the
      *> ledger, so the LEDGER lock is taken for the moment of the
      *> rewrite; while a posting run holds it the entry is simply
      *> left pending for a later pass.
      *> An IL entry, queued by IncompleteLapse, lapses an Incomplete
      *> that has outlived its completion deadline: on approval the
      *> student's I for that term and section becomes an F, the
      *> score left as it stands, with the usual override trail line
      *> (REASON=ILAP). An Incomplete the instructor finished after
      *> the entry was queued is no longer an I, and the entry is
      *> rejected rather than overwriting the finished grade.
      *> A CV entry, queued by SectionCurve, curves a whole section
      *> as one change. Its per-student old and new scores sit in
      *> hopper_curve_detail.txt under the entry's own request date
      *> and time, and are shown to the approver before the choice.
      *> On approval every student's new score is applied (grade
      *> re-derived from the live cutoffs, as for a GO entry) and
      *> each gets its own override trail line, REASON=CURV with the
      *> rule appended as CURVE=. If any student's score on the
      *> master no longer matches the old score that was previewed,
      *> the curve was worked from stale scores and the whole entry
      *> is rejected -- it never applies to part of a section.
      *> student_master.dat is keyed (RELATIVE), so the master is no
      *> longer loaded into a table and written back whole: the
      *> record an entry names is found through the student's entry
      *> on student_master.idx (the shared MasterIndex) -- or by
      *> reading the master through when that entry is full or the
      *> index is missing -- and REWRITTEN in place. No record moves
      *> and no student changes, so the index needs no upkeep here,
      *> and there is no longer a size past which approvals refuse.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChangeApprove.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PND-STATUS.
           SELECT MSTFILE ASSIGN TO "student_master.dat"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-MST-RRN
               FILE STATUS IS WS-MST-STATUS.
           SELECT CTLFILE ASSIGN TO "grade_cutoffs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT HISTFILE ASSIGN TO "grade_cutoffs_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT PERFILE ASSIGN TO "ledger_periods.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PER-STATUS.
           SELECT CRVFILE ASSIGN TO "hopper_curve_detail.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRV-STATUS.

       DATA DIVISION.
       FILE SECTION.
               05 MST-SECTION PIC X(4).
               05 MST-LAST-NAME  PIC X(20).
               05 MST-FIRST-NAME PIC X(15).
               05 MST-PRIVACY-HOLD PIC X.

           FD CTLFILE.
           01 CTL-RECORD.
           FD HISTFILE.
           01 HIST-RECORD PIC X(132).

           FD PERFILE.
           01 PER-RECORD.
               05 PER-MONTH       PIC 9(6).
               05 FILLER          PIC X.
               05 PER-STATUS      PIC X.
               05 FILLER          PIC X.
               05 PER-CLOSED-BY   PIC X(8).
               05 FILLER          PIC X.
               05 PER-CLOSED-DATE PIC 9(8).
               05 FILLER          PIC X.
               05 PER-REOPEN-BY   PIC X(8).
               05 FILLER          PIC X.
               05 PER-REOPEN-DATE PIC 9(8).

      *> SectionCurve's detail line layout.
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
           01 WS-PND-STATUS  PIC XX VALUE SPACES.
           01 WS-MST-STATUS  PIC XX VALUE SPACES.
           01 WS-CTL-STATUS  PIC XX VALUE SPACES.
           01 WS-OVR-STATUS  PIC XX VALUE SPACES.
           01 WS-HIST-STATUS PIC XX VALUE SPACES.
           01 WS-PER-STATUS  PIC XX VALUE SPACES.
           01 WS-CRV-STATUS  PIC XX VALUE SPACES.
           01 WS-EOF         PIC X  VALUE "N".
               88 END-OF-FILE VALUE "Y".

           01 WS-PND-OVERFLOW PIC X VALUE "N".
               88 PENDING-TABLE-OVERFLOWED VALUE "Y".

      *> The master, opened I-O for the run. 0500 finds the record
      *> for WS-FIND-ID/TERM (and WS-FIND-SECTION unless blank) and
      *> leaves it in MST-RECORD with its RRN in WS-MATCH-RRN, ready
      *> for a REWRITE; WS-MATCH-RRN zero means no such record.
           01 WS-MST-RRN      PIC 9(7) VALUE ZERO.
           01 WS-MATCH-RRN    PIC 9(7) VALUE ZERO.
           01 WS-RRN-SUB      PIC 9(2) VALUE ZERO.
           01 WS-FIND-ID      PIC 9(5) VALUE ZERO.
           01 WS-FIND-TERM    PIC 9(6) VALUE ZERO.
           01 WS-FIND-SECTION PIC X(4) VALUE SPACES.
           01 WS-MASTER-OPEN  PIC X VALUE "N".
               88 MASTER-IS-OPEN VALUE "Y".
           COPY MSTIXCTL.

      *> The GO payload pulled apart: student, term, new score,
      *> reason -- the exact fields GradeOverride queued.
               05 FILLER        PIC X.
               05 WS-CO-D       PIC 9(3).
               05 FILLER        PIC X(25).
      *> The IL payload: the Incomplete to lapse.
           01 WS-IL-PAYLOAD.
               05 WS-IL-ID      PIC 9(5).
               05 FILLER        PIC X.
               05 WS-IL-TERM    PIC 9(6).
               05 FILLER        PIC X.
               05 WS-IL-SECTION PIC X(4).
               05 FILLER        PIC X(23).
      *> The CV payload: section, term, rule, and amount.
           01 WS-CV-PAYLOAD.
               05 WS-CV-SECTION PIC X(4).
               05 FILLER        PIC X.
               05 WS-CV-TERM    PIC 9(6).
               05 FILLER        PIC X.
               05 WS-CV-RULE    PIC X.
               05 FILLER        PIC X.
               05 WS-CV-AMOUNT  PIC 9(3).
               05 FILLER        PIC X(23).
      *> One curve's detail lines, each matched to its master entry.
           01 WS-MAX-CURVE    PIC 9(3) VALUE 200.
           01 WS-CURVE-COUNT  PIC 9(3) VALUE ZERO.
           01 WS-CURVE-TABLE.
               05 WS-CRV-ENTRY OCCURS 200 TIMES.
                   10 WS-CRV-ID        PIC 9(5).
                   10 WS-CRV-OLD-SCORE PIC 9(3).
                   10 WS-CRV-OLD-GRADE PIC X.
                   10 WS-CRV-NEW-SCORE PIC 9(3).
                   10 WS-CRV-NEW-GRADE PIC X.
                   10 WS-CRV-MST-RRN   PIC 9(7).
           01 WS-CRV-SUB      PIC 9(3) VALUE ZERO.
           01 WS-CRV-OVERFLOW PIC X VALUE "N".
               88 CURVE-TABLE-OVERFLOWED VALUE "Y".
           01 WS-CRV-STALE    PIC X VALUE "N".
               88 CURVE-IS-STALE VALUE "Y".
      *> The PR payload: the month to reopen and the reason.
           01 WS-PR-PAYLOAD.
               05 WS-PR-MONTH   PIC 9(6).
               05 FILLER        PIC X.
               05 WS-PR-REASON  PIC X(20).
               05 FILLER        PIC X(13).

      *> ledger_periods.txt, loaded whole for a reopen and rewritten
      *> with the one month's line changed.
           01 WS-MAX-PERIODS  PIC 9(3) VALUE 240.
           01 WS-PERIOD-COUNT PIC 9(3) VALUE ZERO.
           01 WS-PERIODS.
               05 WS-PER-ENTRY OCCURS 240 TIMES.
                   10 WS-PER-MONTH       PIC 9(6).
                   10 WS-PER-STATE       PIC X.
                   10 WS-PER-CLOSED-BY   PIC X(8).
                   10 WS-PER-CLOSED-DATE PIC 9(8).
                   10 WS-PER-REOPEN-BY   PIC X(8).
                   10 WS-PER-REOPEN-DATE PIC 9(8).
           01 WS-PER-IDX      PIC 9(3) VALUE ZERO.
           01 WS-PER-MATCH    PIC 9(3) VALUE ZERO.
           01 WS-PER-OVERFLOW PIC X VALUE "N".
               88 PERIODS-TABLE-OVERFLOWED VALUE "Y".

           01 WS-OLD-SCORE    PIC 9(3) VALUE ZERO.
           01 WS-OLD-GRADE    PIC X    VALUE SPACE.
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
           CALL "BusinessDate" USING DATE-TIME-STAMP
           PERFORM 0100-LOAD-PENDING
           IF PENDING-TABLE-OVERFLOWED
               DISPLAY "  ! hopper_pending_changes.txt outgrew its "
               GOBACK
           END-IF
           PERFORM 0200-LOAD-CUTOFFS
           PERFORM 0400-OPEN-MASTER
           PERFORM VARYING WS-PND-SUB FROM 1 BY 1
                   UNTIL WS-PND-SUB > WS-PENDING-COUNT
               IF WS-PND-STATE(WS-PND-SUB) = "P"
                   PERFORM 2000-REVIEW-ONE-CHANGE
               END-IF
           END-PERFORM
           IF MASTER-IS-OPEN
               CLOSE MSTFILE
           END-IF
           IF QUEUE-CHANGED
               PERFORM 8100-SAVE-PENDING
               END-IF
           END-PERFORM.

       0400-OPEN-MASTER.
      *> No master yet leaves every grade entry unmatched -- each is
      *> rejected as no longer on the master.
           OPEN I-O MSTFILE
           IF WS-MST-STATUS = "00"
               SET MASTER-IS-OPEN TO TRUE
           END-IF.

       0500-FIND-MASTER-RECORD.
      *> The last match wins, as the table search did -- a rerun
      *> that appended a second record for the same term leaves the
      *> later one as the record of note.
           MOVE ZERO TO WS-MATCH-RRN
           IF MASTER-IS-OPEN
               MOVE "GET" TO MIX-FUNCTION
               MOVE "CHANGEAPPROVE" TO MIX-PROGRAM-ID
               MOVE WS-FIND-ID TO MIX-STUDENT-ID
               CALL "MasterIndex" USING MASTER-INDEX-BLOCK
               EVALUATE TRUE
                   WHEN MIX-FOUND
                       PERFORM VARYING WS-RRN-SUB FROM 1 BY 1
                               UNTIL WS-RRN-SUB > MIX-RRN-COUNT
                           PERFORM 0510-READ-INDEXED-RECORD
                       END-PERFORM
                   WHEN MIX-NOT-FOUND
                       CONTINUE
                   WHEN OTHER
                       PERFORM 0530-SCAN-MASTER
               END-EVALUATE
           END-IF
           IF WS-MATCH-RRN > ZERO
               MOVE WS-MATCH-RRN TO WS-MST-RRN
               READ MSTFILE
                   INVALID KEY MOVE ZERO TO WS-MATCH-RRN
               END-READ
           END-IF.

       0510-READ-INDEXED-RECORD.
           MOVE MIX-RRN-ENTRY(WS-RRN-SUB) TO WS-MST-RRN
           READ MSTFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY PERFORM 0520-CHECK-MASTER-RECORD
           END-READ.

       0520-CHECK-MASTER-RECORD.
           IF MST-ID = WS-FIND-ID AND MST-TERM-ID = WS-FIND-TERM
                   AND (WS-FIND-SECTION = SPACES
                        OR MST-SECTION = WS-FIND-SECTION)
               MOVE WS-MST-RRN TO WS-MATCH-RRN
           END-IF.

       0530-SCAN-MASTER.
      *> The file stays open across entries, so the read-through is
      *> positioned back at the first record before it starts.
           MOVE "N" TO WS-EOF
           MOVE 1 TO WS-MST-RRN
           START MSTFILE KEY IS NOT LESS THAN WS-MST-RRN
               INVALID KEY MOVE "Y" TO WS-EOF
           END-START
           PERFORM UNTIL END-OF-FILE
               READ MSTFILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM 0520-CHECK-MASTER-RECORD
               END-READ
           END-PERFORM.

       1050-SIGN-ON.
           DISPLAY "Supervisor sign-on required to approve changes."
           DISPLAY "Enter operator id: " WITH NO ADVANCING
                   " on " WS-PND-DATE(WS-PND-SUB)
                   "-" WS-PND-TIME(WS-PND-SUB)
           DISPLAY "  " FUNCTION TRIM(WS-PND-PAYLOAD(WS-PND-SUB))
           IF WS-PND-TYPE(WS-PND-SUB) = "CV"
               PERFORM 7500-SHOW-CURVE-DETAIL
           END-IF
      *> The second pair of eyes must be a DIFFERENT pair of eyes.
           IF WS-PND-REQ(WS-PND-SUB) = WS-OPERATOR-ID
               DISPLAY "  ! You requested this change -- a different "
           END-IF.

       3000-APPLY-APPROVED-CHANGE.
           EVALUATE WS-PND-TYPE(WS-PND-SUB)
               WHEN "GO"
                   PERFORM 4000-APPLY-GRADE-CHANGE
               WHEN "PR"
                   PERFORM 6000-APPLY-PERIOD-REOPEN
               WHEN "IL"
                   PERFORM 7000-APPLY-INCOMPLETE-LAPSE
               WHEN "CV"
                   PERFORM 7600-APPLY-SECTION-CURVE
               WHEN OTHER
                   PERFORM 5000-APPLY-CUTOFF-CHANGE
           END-EVALUATE.

       4000-APPLY-GRADE-CHANGE.
           MOVE WS-PND-PAYLOAD(WS-PND-SUB) TO WS-GO-PAYLOAD
           MOVE WS-GO-ID   TO WS-FIND-ID
           MOVE WS-GO-TERM TO WS-FIND-TERM
           MOVE SPACES     TO WS-FIND-SECTION
           PERFORM 0500-FIND-MASTER-RECORD
           IF WS-MATCH-RRN = ZERO
               DISPLAY "  ! Student " WS-GO-ID " term " WS-GO-TERM
                       " is no longer on the master -- rejected"
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "R" TO WS-PND-STATE(WS-PND-SUB)
               SET QUEUE-CHANGED TO TRUE
            ELSE
               MOVE MST-SCORE TO WS-OLD-SCORE
               MOVE MST-GRADE TO WS-OLD-GRADE
               MOVE WS-GO-SCORE TO MST-SCORE
               PERFORM 4100-DERIVE-NEW-GRADE
               MOVE WS-NEW-GRADE TO MST-GRADE
               REWRITE MST-RECORD
               PERFORM 4200-LOG-OVERRIDE
               ADD 1 TO WS-APPROVED-COUNT
               MOVE "A" TO WS-PND-STATE(WS-PND-SUB)
      *> The established fixed-column trail line GradeTranscript
      *> parses, with the requester in the OPER column and the
      *> approver appended -- both ids land on the record.
           CALL "BusinessDate" USING DATE-TIME-STAMP
           OPEN EXTEND OVRFILE
           IF WS-OVR-STATUS NOT = "00"
               OPEN OUTPUT OVRFILE
      *> The history line CutoffMaint used to write at save time,
      *> written here at approval instead -- old scale from what is
      *> live right now, both operator ids on the line.
           CALL "BusinessDate" USING DATE-TIME-STAMP
           OPEN EXTEND HISTFILE
           IF WS-HIST-STATUS NOT = "00"
               OPEN OUTPUT HISTFILE
           WRITE HIST-RECORD
           CLOSE HISTFILE.

       6000-APPLY-PERIOD-REOPEN.
           MOVE WS-PND-PAYLOAD(WS-PND-SUB) TO WS-PR-PAYLOAD
           IF WS-PR-MONTH NOT NUMERIC
               DISPLAY "  ! Queued month is not numeric -- rejected"
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "R" TO WS-PND-STATE(WS-PND-SUB)
               SET QUEUE-CHANGED TO TRUE
           ELSE
               MOVE "ACQ" TO RL-FUNCTION
               MOVE "LEDGER" TO RL-PROGRAM-NAME
               MOVE WS-OPERATOR-ID TO RL-OPERATOR-ID
               CALL "RunLock" USING RUN-LOCK-BLOCK
               IF NOT RL-IS-GRANTED
                   DISPLAY "  ! LEDGER lock held by " RL-HELD-BY
                           " -- reopen left pending"
               ELSE
                   PERFORM 6100-REOPEN-PERIOD
                   MOVE "REL" TO RL-FUNCTION
                   MOVE "LEDGER" TO RL-PROGRAM-NAME
                   MOVE WS-OPERATOR-ID TO RL-OPERATOR-ID
                   CALL "RunLock" USING RUN-LOCK-BLOCK
               END-IF
           END-IF.

       6100-REOPEN-PERIOD.
           MOVE ZERO TO WS-PERIOD-COUNT
           MOVE "N" TO WS-PER-OVERFLOW
           MOVE ZERO TO WS-PER-MATCH
           OPEN INPUT PERFILE
           IF WS-PER-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ PERFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM 6150-ADD-PERIOD
                   END-READ
               END-PERFORM
               CLOSE PERFILE
           END-IF
           EVALUATE TRUE
               WHEN PERIODS-TABLE-OVERFLOWED
                   DISPLAY "  ! ledger_periods.txt outgrew its "
                           "table -- reopen left pending"
               WHEN WS-PER-MATCH = ZERO
                   DISPLAY "  ! Month " WS-PR-MONTH
                           " is not closed -- rejected"
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "R" TO WS-PND-STATE(WS-PND-SUB)
                   SET QUEUE-CHANGED TO TRUE
               WHEN OTHER
                   CALL "BusinessDate" USING DATE-TIME-STAMP
                   MOVE "O" TO WS-PER-STATE(WS-PER-MATCH)
                   MOVE WS-OPERATOR-ID
                       TO WS-PER-REOPEN-BY(WS-PER-MATCH)
                   MOVE DTS-RUN-DATE
                       TO WS-PER-REOPEN-DATE(WS-PER-MATCH)
                   PERFORM 8200-SAVE-PERIODS
                   ADD 1 TO WS-APPROVED-COUNT
                   MOVE "A" TO WS-PND-STATE(WS-PND-SUB)
                   SET QUEUE-CHANGED TO TRUE
                   DISPLAY "  Ledger month " WS-PR-MONTH
                           " reopened for posting."
           END-EVALUATE.

       6150-ADD-PERIOD.
           IF WS-PERIOD-COUNT < WS-MAX-PERIODS
               ADD 1 TO WS-PERIOD-COUNT
               MOVE PER-MONTH       TO WS-PER-MONTH(WS-PERIOD-COUNT)
               MOVE PER-STATUS      TO WS-PER-STATE(WS-PERIOD-COUNT)
               MOVE PER-CLOSED-BY
                   TO WS-PER-CLOSED-BY(WS-PERIOD-COUNT)
               MOVE PER-CLOSED-DATE
                   TO WS-PER-CLOSED-DATE(WS-PERIOD-COUNT)
               MOVE PER-REOPEN-BY
                   TO WS-PER-REOPEN-BY(WS-PERIOD-COUNT)
               MOVE PER-REOPEN-DATE
                   TO WS-PER-REOPEN-DATE(WS-PERIOD-COUNT)
               IF PER-MONTH = WS-PR-MONTH AND PER-STATUS = "C"
                   MOVE WS-PERIOD-COUNT TO WS-PER-MATCH
               END-IF
           ELSE
               SET PERIODS-TABLE-OVERFLOWED TO TRUE
           END-IF.

       7000-APPLY-INCOMPLETE-LAPSE.
           MOVE WS-PND-PAYLOAD(WS-PND-SUB) TO WS-IL-PAYLOAD
           MOVE WS-IL-ID      TO WS-FIND-ID
           MOVE WS-IL-TERM    TO WS-FIND-TERM
           MOVE WS-IL-SECTION TO WS-FIND-SECTION
           PERFORM 0500-FIND-MASTER-RECORD
           EVALUATE TRUE
               WHEN WS-MATCH-RRN = ZERO
                   DISPLAY "  ! Student " WS-IL-ID " term "
                           WS-IL-TERM " section " WS-IL-SECTION
                           " is no longer on the master -- rejected"
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "R" TO WS-PND-STATE(WS-PND-SUB)
                   SET QUEUE-CHANGED TO TRUE
               WHEN MST-GRADE NOT = "I"
                   DISPLAY "  ! Student " WS-IL-ID " term "
                           WS-IL-TERM " now has grade "
                           MST-GRADE
                           " -- Incomplete already finished, rejected"
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "R" TO WS-PND-STATE(WS-PND-SUB)
                   SET QUEUE-CHANGED TO TRUE
               WHEN OTHER
                   MOVE MST-SCORE TO WS-OLD-SCORE
                   MOVE "I" TO WS-OLD-GRADE
                   MOVE "F" TO WS-NEW-GRADE
                   MOVE "F" TO MST-GRADE
                   REWRITE MST-RECORD
      *> The trail line's fields come from the GO payload layout.
                   MOVE WS-IL-ID     TO WS-GO-ID
                   MOVE WS-IL-TERM   TO WS-GO-TERM
                   MOVE WS-OLD-SCORE TO WS-GO-SCORE
                   MOVE "ILAP"       TO WS-GO-REASON
                   PERFORM 4200-LOG-OVERRIDE
                   ADD 1 TO WS-APPROVED-COUNT
                   MOVE "A" TO WS-PND-STATE(WS-PND-SUB)
                   SET QUEUE-CHANGED TO TRUE
                   DISPLAY "  Incomplete lapsed to F for student "
                           WS-IL-ID " term " WS-IL-TERM "."
           END-EVALUATE.

       7500-SHOW-CURVE-DETAIL.
           PERFORM 7700-LOAD-CURVE-DETAIL
           DISPLAY "    ID    OLD GR  NEW GR"
           PERFORM VARYING WS-CRV-SUB FROM 1 BY 1
                   UNTIL WS-CRV-SUB > WS-CURVE-COUNT
               DISPLAY "    " WS-CRV-ID(WS-CRV-SUB)
                       " " WS-CRV-OLD-SCORE(WS-CRV-SUB)
                       " " WS-CRV-OLD-GRADE(WS-CRV-SUB)
                       "   " WS-CRV-NEW-SCORE(WS-CRV-SUB)
                       " " WS-CRV-NEW-GRADE(WS-CRV-SUB)
           END-PERFORM.

       7600-APPLY-SECTION-CURVE.
      *> Every detail line must still match the master before any
      *> of them is applied.
           PERFORM 7700-LOAD-CURVE-DETAIL
           MOVE "N" TO WS-CRV-STALE
           PERFORM VARYING WS-CRV-SUB FROM 1 BY 1
                   UNTIL WS-CRV-SUB > WS-CURVE-COUNT
               MOVE WS-CRV-ID(WS-CRV-SUB) TO WS-FIND-ID
               MOVE WS-CV-TERM            TO WS-FIND-TERM
               MOVE WS-CV-SECTION         TO WS-FIND-SECTION
               PERFORM 0500-FIND-MASTER-RECORD
               MOVE WS-MATCH-RRN TO WS-CRV-MST-RRN(WS-CRV-SUB)
               IF WS-MATCH-RRN = ZERO
                   SET CURVE-IS-STALE TO TRUE
               ELSE
                   IF MST-SCORE NOT = WS-CRV-OLD-SCORE(WS-CRV-SUB)
                       SET CURVE-IS-STALE TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-CURVE-COUNT = ZERO OR CURVE-TABLE-OVERFLOWED
                   DISPLAY "  ! Curve detail for this entry is missing "
                           "or incomplete -- rejected"
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "R" TO WS-PND-STATE(WS-PND-SUB)
                   SET QUEUE-CHANGED TO TRUE
               WHEN CURVE-IS-STALE
                   DISPLAY "  ! Scores in section " WS-CV-SECTION
                           " changed since the curve was previewed "
                           "-- rejected; curve the section again"
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "R" TO WS-PND-STATE(WS-PND-SUB)
                   SET QUEUE-CHANGED TO TRUE
               WHEN OTHER
                   PERFORM VARYING WS-CRV-SUB FROM 1 BY 1
                           UNTIL WS-CRV-SUB > WS-CURVE-COUNT
                       PERFORM 7650-APPLY-ONE-CURVED-SCORE
                   END-PERFORM
                   ADD 1 TO WS-APPROVED-COUNT
                   MOVE "A" TO WS-PND-STATE(WS-PND-SUB)
                   SET QUEUE-CHANGED TO TRUE
                   DISPLAY "  Curve applied to " WS-CURVE-COUNT
                           " student(s) in section " WS-CV-SECTION
                           " term " WS-CV-TERM "."
           END-EVALUATE.

       7650-APPLY-ONE-CURVED-SCORE.
           MOVE WS-CRV-MST-RRN(WS-CRV-SUB) TO WS-MST-RRN
           READ MSTFILE
               INVALID KEY CONTINUE
           END-READ
           MOVE MST-SCORE TO WS-OLD-SCORE
           MOVE MST-GRADE TO WS-OLD-GRADE
      *> The trail line's fields come from the GO payload layout.
           MOVE WS-CRV-ID(WS-CRV-SUB)        TO WS-GO-ID
           MOVE WS-CV-TERM                   TO WS-GO-TERM
           MOVE WS-CRV-NEW-SCORE(WS-CRV-SUB) TO WS-GO-SCORE
           MOVE "CURV"                       TO WS-GO-REASON
           PERFORM 4100-DERIVE-NEW-GRADE
           MOVE WS-GO-SCORE  TO MST-SCORE
           MOVE WS-NEW-GRADE TO MST-GRADE
           REWRITE MST-RECORD
           CALL "BusinessDate" USING DATE-TIME-STAMP
           OPEN EXTEND OVRFILE
           IF WS-OVR-STATUS NOT = "00"
               OPEN OUTPUT OVRFILE
           END-IF
           MOVE SPACES TO OVR-RECORD
           STRING DTS-RUN-DATE "-" DTS-RUN-TIME
                  " OPER=" WS-PND-REQ(WS-PND-SUB)
                  " STUDENT=" WS-GO-ID
                  " TERM=" WS-GO-TERM
                  " REASON=" WS-GO-REASON
                  " OLD-SCORE=" WS-OLD-SCORE
                  " OLD-GRADE=" WS-OLD-GRADE
                  " NEW-SCORE=" WS-GO-SCORE
                  " NEW-GRADE=" WS-NEW-GRADE
                  " APPROVED-BY=" WS-OPERATOR-ID
                  " CURVE=" WS-CV-RULE WS-CV-AMOUNT
                  "/" WS-CV-SECTION
               DELIMITED BY SIZE INTO OVR-RECORD
           WRITE OVR-RECORD
           CLOSE OVRFILE.

       7700-LOAD-CURVE-DETAIL.
           MOVE WS-PND-PAYLOAD(WS-PND-SUB) TO WS-CV-PAYLOAD
           MOVE ZERO TO WS-CURVE-COUNT
           MOVE "N" TO WS-CRV-OVERFLOW
           OPEN INPUT CRVFILE
           IF WS-CRV-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ CRVFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF CRV-DATE = WS-PND-DATE(WS-PND-SUB)
                                   AND CRV-TIME
                                       = WS-PND-TIME(WS-PND-SUB)
                                   AND CRV-SECTION = WS-CV-SECTION
                                   AND CRV-TERM-ID = WS-CV-TERM
                               PERFORM 7750-ADD-CURVE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CRVFILE
           END-IF.

       7750-ADD-CURVE-LINE.
           IF WS-CURVE-COUNT < WS-MAX-CURVE
               ADD 1 TO WS-CURVE-COUNT
               MOVE CRV-ID        TO WS-CRV-ID(WS-CURVE-COUNT)
               MOVE CRV-OLD-SCORE TO WS-CRV-OLD-SCORE(WS-CURVE-COUNT)
               MOVE CRV-OLD-GRADE TO WS-CRV-OLD-GRADE(WS-CURVE-COUNT)
               MOVE CRV-NEW-SCORE TO WS-CRV-NEW-SCORE(WS-CURVE-COUNT)
               MOVE CRV-NEW-GRADE TO WS-CRV-NEW-GRADE(WS-CURVE-COUNT)
               MOVE ZERO          TO WS-CRV-MST-RRN(WS-CURVE-COUNT)
           ELSE
               SET CURVE-TABLE-OVERFLOWED TO TRUE
           END-IF.

       8100-SAVE-PENDING.
           OPEN OUTPUT PNDFILE
           END-PERFORM
           CLOSE PNDFILE.

       8200-SAVE-PERIODS.
           OPEN OUTPUT PERFILE
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                   UNTIL WS-PER-IDX > WS-PERIOD-COUNT
               MOVE SPACES TO PER-RECORD
               MOVE WS-PER-MONTH(WS-PER-IDX)       TO PER-MONTH
               MOVE WS-PER-STATE(WS-PER-IDX)       TO PER-STATUS
               MOVE WS-PER-CLOSED-BY(WS-PER-IDX)   TO PER-CLOSED-BY
               MOVE WS-PER-CLOSED-DATE(WS-PER-IDX) TO PER-CLOSED-DATE
               MOVE WS-PER-REOPEN-BY(WS-PER-IDX)   TO PER-REOPEN-BY
               MOVE WS-PER-REOPEN-DATE(WS-PER-IDX) TO PER-REOPEN-DATE
               WRITE PER-RECORD
           END-PERFORM
           CLOSE PERFILE.

       9800-ACQUIRE-RUN-LOCK.
           MOVE "ACQ" TO RL-FUNCTION
           MOVE "STUDENTMASTER" TO RL-PROGRAM-NAME

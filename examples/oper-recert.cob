      *> oper-recert.cob - HOPPER Example 13g: Quarterly Operator
      *> Access Recertification
      *> Every quarter a supervisor has to attest that each id in
      *> hopper_operators.txt still belongs to someone who needs it.
      *> OperAdmin's L)ist shows only id, tier and whether a PIN is
      *> set, so the review used to mean pairing that list with a
      *> hand search of the audit trail. This program prints the
      *> whole attestation through the shared ReportWriter: every
      *> operator id with its tier, whether a PIN is set, its
      *> lockout state from hopper_lockouts.txt, its last successful
      *> sign-on and its last write activity, both taken from
      *> hopper_audit.log and every dated generation GenRotate left
      *> beside it (gathered into one working file with CALL
      *> "SYSTEM" cat, as AuditInquiry does).
      *> Last sign-on is the latest SIGNON=GRANTED line for the id
      *> (OperatorAuth writes one for every granted sign-on); last
      *> write activity is the latest of any other line the id
      *> wrote, lockouts excepted. An id whose latest activity of
      *> either kind is older than the idle threshold in
      *> operator_recert_control.txt (90 days when the file is absent
      *> or the value is bad -- a bad value is logged through
      *> ExceptionLog), or that has no activity at all on the
      *> retained trail, is flagged on the report and written to
      *> hopper_oper_retire_proposals.txt, where OperAdmin's
      *> D)ormant-id review offers each one for retirement. Nothing
      *> is retired here -- retiring stays a supervisor decision,
      *> signed on and audited in OperAdmin. When the trail holds no
      *> lines at all (the log was never written, or has been swept
      *> away), the report still prints but nothing is proposed,
      *> since every id would look idle.
      *> The report ends with a sign-off block for the reviewing
      *> supervisor. RC 4 when any id is flagged or there was no
      *> trail to judge by, 8 when hopper_operators.txt is missing,
      *> 12 when the run is refused.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OperRecert.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTLFILE ASSIGN TO "operator_recert_control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT OPFILE ASSIGN TO "hopper_operators.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OP-STATUS.
           SELECT LOCKFILE ASSIGN TO "hopper_lockouts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT WORKFILE ASSIGN TO "hopper_recert_work.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT PROPFILE ASSIGN TO "hopper_oper_retire_proposals.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROP-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Idle threshold in whole days, columns 1-3.
           FD CTLFILE.
           01 CTL-RECORD.
               05 CTL-IDLE-DAYS PIC X(3).

      *> Only id, tier and whether a PIN hash is present are needed
      *> here; PIN ages are PinExpiry's report.
           FD OPFILE.
           01 OP-RECORD.
               05 OP-ID       PIC X(8).
               05 FILLER      PIC X.
               05 OP-TIER     PIC X.
               05 FILLER      PIC X.
               05 OP-PIN-HASH PIC X(8).

           FD LOCKFILE.
           01 LOCK-RECORD.
               05 LCK-ID    PIC X(8).
               05 FILLER    PIC X.
               05 LCK-FAILS PIC 9(2).
               05 FILLER    PIC X.
               05 LCK-STATE PIC X.

      *> The fixed front of every audit line AuditLog writes: run
      *> date/time, " OPER=" and the id, " PGM=" and the program,
      *> then the free-text detail.
           FD WORKFILE.
           01 WORK-RECORD.
               05 WRK-DATE   PIC 9(8).
               05 FILLER     PIC X.
               05 WRK-TIME   PIC 9(6).
               05 FILLER     PIC X(6).
               05 WRK-OPER   PIC X(8).
               05 FILLER     PIC X(5).
               05 WRK-PGM    PIC X(12).
               05 FILLER     PIC X.
               05 WRK-DETAIL PIC X(173).

      *> One line per flagged id: id, flag (IDLE/NEVER), days idle
      *> (9999 for NEVER), date of last activity (blank for NEVER),
      *> and the run date it was proposed on.
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
           01 WS-CTL-STATUS  PIC XX VALUE SPACES.
           01 WS-OP-STATUS   PIC XX VALUE SPACES.
           01 WS-LOCK-STATUS PIC XX VALUE SPACES.
           01 WS-WORK-STATUS PIC XX VALUE SPACES.
           01 WS-PROP-STATUS PIC XX VALUE SPACES.
           01 WS-EOF         PIC X  VALUE "N".
               88 END-OF-FILE VALUE "Y".

           01 WS-IDLE-LIMIT  PIC 9(3) VALUE 90.

      *> Same 50-entry ceiling OperAdmin holds the operator file to.
           01 WS-MAX-OPERATORS PIC 9(2) VALUE 50.
           01 WS-OPER-COUNT    PIC 9(2) VALUE ZERO.
           01 WS-OPER-TABLE.
               05 WS-OPER-ENTRY OCCURS 50 TIMES.
                   10 WS-OPR-ID          PIC X(8).
                   10 WS-OPR-TIER        PIC X.
                   10 WS-OPR-PIN         PIC X(8).
                   10 WS-OPR-LOCK        PIC X(7).
                   10 WS-OPR-LAST-SIGNON PIC 9(14).
                   10 WS-OPR-LAST-WRITE  PIC 9(14).
                   10 WS-OPR-IDLE-DAYS   PIC 9(4).
                   10 WS-OPR-FLAG        PIC X(5).
                       88 WS-OPR-FLAGGED VALUE "IDLE" "NEVER".
           01 WS-OPR-SUB     PIC 9(2) VALUE ZERO.
           01 WS-OPR-MATCH   PIC 9(2) VALUE ZERO.
           01 WS-FIND-ID     PIC X(8) VALUE SPACES.
           01 WS-OVERFLOW    PIC X VALUE "N".
               88 OPER-TABLE-OVERFLOWED VALUE "Y".

           01 WS-LINE-STAMP  PIC 9(14) VALUE ZERO.
           01 WS-LAST-STAMP  PIC 9(14) VALUE ZERO.
           01 WS-STAMP-WORK.
               05 WS-STAMP-DATE PIC 9(8).
               05 WS-STAMP-TIME PIC 9(6).
           01 WS-STAMP-NUM REDEFINES WS-STAMP-WORK PIC 9(14).
           01 WS-STAMP-SHOWN PIC X(15) VALUE SPACES.
           01 WS-DAY-DIFF    PIC S9(7) VALUE ZERO.
           01 WS-IDLE-ED     PIC ZZZ9.

           01 WS-AUDIT-LINES PIC 9(7) VALUE ZERO.
           01 WS-FLAG-COUNT  PIC 9(2) VALUE ZERO.
           01 WS-PROP-COUNT  PIC 9(2) VALUE ZERO.
           01 WS-SHELL-CMD   PIC X(250) VALUE SPACES.
           01 WS-OPERATOR-ID PIC X(8) VALUE "SYSTEM".

           01 WS-RECERT-LINE.
               05 RCL-ID      PIC X(8).
               05 FILLER      PIC X(2).
               05 RCL-TIER    PIC X.
               05 FILLER      PIC X(2).
               05 RCL-PIN     PIC X(3).
               05 FILLER      PIC X(2).
               05 RCL-LOCK    PIC X(7).
               05 FILLER      PIC X(2).
               05 RCL-SIGNON  PIC X(15).
               05 FILLER      PIC X(2).
               05 RCL-WRITE   PIC X(15).
               05 FILLER      PIC X(2).
               05 RCL-IDLE    PIC X(4).
               05 FILLER      PIC X(2).
               05 RCL-FLAG    PIC X(5).

           COPY DATESTAMP.
           COPY EXCPCTL.
           COPY RPTCTL.
           COPY JOBCTL.
           COPY RUNLKCTL.

       PROCEDURE DIVISION.
       0000-MAIN.
      *> Held under OperAdmin's own lock: the proposals file written
      *> here is the one OperAdmin reviews and rewrites, and the
      *> operator list should not change under the review.
           PERFORM 9800-ACQUIRE-RUN-LOCK
           IF NOT RL-IS-GRANTED
               DISPLAY "! Run refused -- OPERADMIN"
                       " lock held by " RL-HELD-BY
                       " since " RL-HELD-DATE "-" RL-HELD-TIME
               MOVE 12 TO RETURN-CODE
               MOVE "OPERRECERT" TO JOB-PROGRAM-NAME
               MOVE RETURN-CODE TO JOB-RETURN-CODE
               MOVE ZERO TO JOB-RECORD-COUNT
               MOVE 1 TO JOB-ERROR-COUNT
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE TO DATE-TIME-STAMP
           PERFORM 0100-LOAD-CONTROL
           PERFORM 0200-LOAD-OPERATORS
           IF WS-OP-STATUS NOT = "00"
               DISPLAY "! Cannot open hopper_operators.txt, status "
                       WS-OP-STATUS " -- nothing to recertify"
               MOVE 8 TO RETURN-CODE
               MOVE "OPERRECERT" TO JOB-PROGRAM-NAME
               MOVE RETURN-CODE TO JOB-RETURN-CODE
               MOVE ZERO TO JOB-RECORD-COUNT
               MOVE 1 TO JOB-ERROR-COUNT
               PERFORM 9900-RELEASE-RUN-LOCK
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
           IF OPER-TABLE-OVERFLOWED
               DISPLAY "! hopper_operators.txt holds more than "
                       WS-MAX-OPERATORS " ids -- a recertification "
                       "that left some out would attest to an "
                       "incomplete list, so the run was refused"
               MOVE 12 TO RETURN-CODE
               MOVE "OPERRECERT" TO JOB-PROGRAM-NAME
               MOVE RETURN-CODE TO JOB-RETURN-CODE
               MOVE ZERO TO JOB-RECORD-COUNT
               MOVE 1 TO JOB-ERROR-COUNT
               PERFORM 9900-RELEASE-RUN-LOCK
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
           PERFORM 0300-LOAD-LOCKOUTS
           PERFORM 0400-GATHER-GENERATIONS
           PERFORM 1000-SCAN-AUDIT-LINES
           PERFORM 2000-JUDGE-OPERATORS
           PERFORM 3000-PRINT-REPORT
           PERFORM 4000-WRITE-PROPOSALS
           MOVE SPACES TO WS-SHELL-CMD
           STRING "rm -f hopper_recert_work.tmp"
               DELIMITED BY SIZE INTO WS-SHELL-CMD
           CALL "SYSTEM" USING WS-SHELL-CMD
           DISPLAY "Recertification complete. Operators: "
                   WS-OPER-COUNT " Flagged: " WS-FLAG-COUNT
                   " Proposed: " WS-PROP-COUNT
           IF WS-FLAG-COUNT > ZERO OR WS-AUDIT-LINES = ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           MOVE "OPERRECERT" TO JOB-PROGRAM-NAME
           MOVE RETURN-CODE TO JOB-RETURN-CODE
           MOVE WS-OPER-COUNT TO JOB-RECORD-COUNT
           MOVE WS-FLAG-COUNT TO JOB-ERROR-COUNT
           PERFORM 9900-RELEASE-RUN-LOCK
           CALL "JobLog" USING JOB-LOG-BLOCK
           GOBACK.

       0100-LOAD-CONTROL.
           OPEN INPUT CTLFILE
           IF WS-CTL-STATUS = "00"
               READ CTLFILE
                   NOT AT END PERFORM 0150-APPLY-CONTROL
               END-READ
               CLOSE CTLFILE
           END-IF.

       0150-APPLY-CONTROL.
           IF CTL-IDLE-DAYS NUMERIC AND CTL-IDLE-DAYS > "000"
               MOVE CTL-IDLE-DAYS TO WS-IDLE-LIMIT
           ELSE
               MOVE "OPERRECERT"                  TO EXC-PROGRAM-NAME
               MOVE "operator_recert_control.txt" TO EXC-SOURCE-FILE
               MOVE "CTL-IDLE-DAYS"               TO EXC-FIELD-NAME
               MOVE CTL-RECORD                    TO EXC-RAW-VALUE
               MOVE "idle days not a day count, default kept"
                   TO EXC-REASON
               CALL "ExceptionLog" USING EXCEPTION-LOG-BLOCK
           END-IF.

       0200-LOAD-OPERATORS.
           OPEN INPUT OPFILE
           IF WS-OP-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ OPFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF OP-ID NOT = SPACES
                               PERFORM 0250-ADD-OPERATOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPFILE
           END-IF.

       0250-ADD-OPERATOR.
           IF WS-OPER-COUNT < WS-MAX-OPERATORS
               ADD 1 TO WS-OPER-COUNT
               MOVE OP-ID     TO WS-OPR-ID(WS-OPER-COUNT)
               MOVE OP-TIER   TO WS-OPR-TIER(WS-OPER-COUNT)
               MOVE OP-PIN-HASH TO WS-OPR-PIN(WS-OPER-COUNT)
               MOVE "none"    TO WS-OPR-LOCK(WS-OPER-COUNT)
               MOVE ZERO      TO WS-OPR-LAST-SIGNON(WS-OPER-COUNT)
                                 WS-OPR-LAST-WRITE(WS-OPER-COUNT)
                                 WS-OPR-IDLE-DAYS(WS-OPER-COUNT)
               MOVE SPACES    TO WS-OPR-FLAG(WS-OPER-COUNT)
           ELSE
               SET OPER-TABLE-OVERFLOWED TO TRUE
           END-IF.

       0300-LOAD-LOCKOUTS.
      *> A locked id reads LOCKED; one still counting failures shows
      *> how many; an id with no line, or a cleared count, reads
      *> none.
           OPEN INPUT LOCKFILE
           IF WS-LOCK-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ LOCKFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM 0350-APPLY-LOCKOUT
                   END-READ
               END-PERFORM
               CLOSE LOCKFILE
           END-IF.

       0350-APPLY-LOCKOUT.
           MOVE LCK-ID TO WS-FIND-ID
           PERFORM 8000-FIND-OPERATOR
           IF WS-OPR-MATCH > ZERO
               EVALUATE TRUE
                   WHEN LCK-STATE = "L"
                       MOVE "LOCKED" TO WS-OPR-LOCK(WS-OPR-MATCH)
                   WHEN LCK-FAILS NUMERIC AND LCK-FAILS > ZERO
                       MOVE SPACES TO WS-OPR-LOCK(WS-OPR-MATCH)
                       STRING LCK-FAILS " FAIL" DELIMITED BY SIZE
                           INTO WS-OPR-LOCK(WS-OPR-MATCH)
                   WHEN OTHER
                       MOVE "none" TO WS-OPR-LOCK(WS-OPR-MATCH)
               END-EVALUATE
           END-IF.

       0400-GATHER-GENERATIONS.
      *> Live log first, then every dated generation -- one working
      *> file so a single pass covers the whole retained trail.
           MOVE SPACES TO WS-SHELL-CMD
           STRING "cat hopper_audit.log hopper_audit_[0-9]*.log "
                  "> hopper_recert_work.tmp 2> /dev/null; true"
               DELIMITED BY SIZE INTO WS-SHELL-CMD
           CALL "SYSTEM" USING WS-SHELL-CMD.

       1000-SCAN-AUDIT-LINES.
           OPEN INPUT WORKFILE
           IF WS-WORK-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ WORKFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM 1100-JUDGE-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE WORKFILE
           END-IF.

       1100-JUDGE-ONE-LINE.
      *> A line that does not start with a date and time is not an
      *> AuditLog line and is passed over.
           IF WRK-DATE NUMERIC AND WRK-TIME NUMERIC
               ADD 1 TO WS-AUDIT-LINES
               MOVE WRK-OPER TO WS-FIND-ID
               PERFORM 8000-FIND-OPERATOR
               IF WS-OPR-MATCH > ZERO
                   MOVE WRK-DATE TO WS-STAMP-DATE
                   MOVE WRK-TIME TO WS-STAMP-TIME
                   MOVE WS-STAMP-NUM TO WS-LINE-STAMP
                   PERFORM 1200-TAKE-LATEST
               END-IF
           END-IF.

       1200-TAKE-LATEST.
      *> Generations are not read in date order, so the latest line
      *> is kept by comparing stamps rather than by file position.
      *> Denied sign-ons and lockouts are attempts, not activity.
           EVALUATE TRUE
               WHEN WRK-DETAIL(1:14) = "SIGNON=GRANTED"
                   IF WS-LINE-STAMP > WS-OPR-LAST-SIGNON(WS-OPR-MATCH)
                       MOVE WS-LINE-STAMP
                           TO WS-OPR-LAST-SIGNON(WS-OPR-MATCH)
                   END-IF
               WHEN WRK-DETAIL(1:7) = "SIGNON="
                   CONTINUE
               WHEN WRK-DETAIL(1:8) = "LOCKOUT="
                   CONTINUE
               WHEN OTHER
                   IF WS-LINE-STAMP > WS-OPR-LAST-WRITE(WS-OPR-MATCH)
                       MOVE WS-LINE-STAMP
                           TO WS-OPR-LAST-WRITE(WS-OPR-MATCH)
                   END-IF
           END-EVALUATE.

       2000-JUDGE-OPERATORS.
           MOVE ZERO TO WS-FLAG-COUNT
           PERFORM VARYING WS-OPR-SUB FROM 1 BY 1
                   UNTIL WS-OPR-SUB > WS-OPER-COUNT
               PERFORM 2100-JUDGE-ONE-OPERATOR
           END-PERFORM.

       2100-JUDGE-ONE-OPERATOR.
           MOVE WS-OPR-LAST-SIGNON(WS-OPR-SUB) TO WS-LAST-STAMP
           IF WS-OPR-LAST-WRITE(WS-OPR-SUB) > WS-LAST-STAMP
               MOVE WS-OPR-LAST-WRITE(WS-OPR-SUB) TO WS-LAST-STAMP
           END-IF
           IF WS-LAST-STAMP = ZERO
               MOVE 9999 TO WS-OPR-IDLE-DAYS(WS-OPR-SUB)
               IF WS-AUDIT-LINES > ZERO
                   MOVE "NEVER" TO WS-OPR-FLAG(WS-OPR-SUB)
                   ADD 1 TO WS-FLAG-COUNT
               END-IF
           ELSE
               MOVE WS-LAST-STAMP TO WS-STAMP-NUM
               COMPUTE WS-DAY-DIFF =
                   FUNCTION INTEGER-OF-DATE(DTS-RUN-DATE)
                 - FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE)
               IF WS-DAY-DIFF < ZERO
                   MOVE ZERO TO WS-DAY-DIFF
               END-IF
               IF WS-DAY-DIFF > 9999
                   MOVE 9999 TO WS-DAY-DIFF
               END-IF
               MOVE WS-DAY-DIFF TO WS-OPR-IDLE-DAYS(WS-OPR-SUB)
               IF WS-DAY-DIFF > WS-IDLE-LIMIT
                   MOVE "IDLE" TO WS-OPR-FLAG(WS-OPR-SUB)
                   ADD 1 TO WS-FLAG-COUNT
               END-IF
           END-IF.

       3000-PRINT-REPORT.
           MOVE "OPERRECERT" TO RPT-PROGRAM-NAME
           MOVE "OPERATOR RECERTIFICATION" TO RPT-REPORT-TITLE
           MOVE "OPEN " TO RPT-FUNCTION
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           MOVE WS-IDLE-LIMIT TO WS-IDLE-ED
           MOVE SPACES TO RPT-DETAIL-LINE
           STRING "Run date " DTS-RUN-DATE "   Idle threshold "
                  FUNCTION TRIM(WS-IDLE-ED) " days   Audit lines "
                  WS-AUDIT-LINES
               DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           IF WS-AUDIT-LINES = ZERO
               MOVE SPACES TO RPT-DETAIL-LINE
               STRING "No audit trail on file -- activity not judged, "
                      "so no id is proposed for retirement."
                   DELIMITED BY SIZE INTO RPT-DETAIL-LINE
               PERFORM 3900-WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO RPT-DETAIL-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE SPACES       TO WS-RECERT-LINE
           MOVE "OPERATOR"   TO RCL-ID
           MOVE "T"          TO RCL-TIER
           MOVE "PIN"        TO RCL-PIN
           MOVE "LOCKOUT"    TO RCL-LOCK
           MOVE "LAST SIGN-ON"  TO RCL-SIGNON
           MOVE "LAST WRITE" TO RCL-WRITE
           MOVE "IDLE"       TO RCL-IDLE
           MOVE "FLAG"       TO RCL-FLAG
           MOVE WS-RECERT-LINE TO RPT-DETAIL-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           PERFORM VARYING WS-OPR-SUB FROM 1 BY 1
                   UNTIL WS-OPR-SUB > WS-OPER-COUNT
               PERFORM 3100-PRINT-ONE-OPERATOR
           END-PERFORM
           MOVE SPACES TO RPT-DETAIL-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE SPACES TO RPT-DETAIL-LINE
           STRING "TOTALS: operators=" WS-OPER-COUNT
                  " flagged=" WS-FLAG-COUNT
               DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE SPACES TO RPT-DETAIL-LINE
           STRING "IDLE = idle past the threshold, "
                  "NEVER = no activity on the retained trail"
               DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           IF WS-FLAG-COUNT > ZERO
               MOVE SPACES TO RPT-DETAIL-LINE
               STRING "Flagged ids are proposed for retirement -- "
                      "see OperAdmin, D)ormant ids."
                   DELIMITED BY SIZE INTO RPT-DETAIL-LINE
               PERFORM 3900-WRITE-REPORT-LINE
           END-IF
           PERFORM 3500-PRINT-SIGN-OFF
           MOVE "CLOSE" TO RPT-FUNCTION
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK.

       3100-PRINT-ONE-OPERATOR.
           MOVE SPACES TO WS-RECERT-LINE
           MOVE WS-OPR-ID(WS-OPR-SUB)   TO RCL-ID
           MOVE WS-OPR-TIER(WS-OPR-SUB) TO RCL-TIER
           IF WS-OPR-PIN(WS-OPR-SUB) = SPACES
               MOVE "no" TO RCL-PIN
           ELSE
               MOVE "yes" TO RCL-PIN
           END-IF
           MOVE WS-OPR-LOCK(WS-OPR-SUB) TO RCL-LOCK
           MOVE WS-OPR-LAST-SIGNON(WS-OPR-SUB) TO WS-LAST-STAMP
           PERFORM 3200-SHOW-STAMP
           MOVE WS-STAMP-SHOWN TO RCL-SIGNON
           MOVE WS-OPR-LAST-WRITE(WS-OPR-SUB) TO WS-LAST-STAMP
           PERFORM 3200-SHOW-STAMP
           MOVE WS-STAMP-SHOWN TO RCL-WRITE
           IF WS-OPR-IDLE-DAYS(WS-OPR-SUB) = 9999
               MOVE "----" TO RCL-IDLE
           ELSE
               MOVE WS-OPR-IDLE-DAYS(WS-OPR-SUB) TO WS-IDLE-ED
               MOVE WS-IDLE-ED TO RCL-IDLE
           END-IF
           MOVE WS-OPR-FLAG(WS-OPR-SUB) TO RCL-FLAG
           MOVE WS-RECERT-LINE TO RPT-DETAIL-LINE
           PERFORM 3900-WRITE-REPORT-LINE.

       3200-SHOW-STAMP.
           IF WS-LAST-STAMP = ZERO
               MOVE "never" TO WS-STAMP-SHOWN
           ELSE
               MOVE WS-LAST-STAMP TO WS-STAMP-NUM
               MOVE SPACES TO WS-STAMP-SHOWN
               STRING WS-STAMP-DATE "-" WS-STAMP-TIME
                   DELIMITED BY SIZE INTO WS-STAMP-SHOWN
           END-IF.

       3500-PRINT-SIGN-OFF.
      *> Printed on every run, flagged ids or not -- the signed page
      *> is the quarter's evidence that the list was looked at.
           MOVE SPACES TO RPT-DETAIL-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE "SUPERVISOR SIGN-OFF" TO RPT-DETAIL-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE SPACES TO RPT-DETAIL-LINE
           STRING "I have reviewed every operator id above and confirm "
                  "each remaining id"
               DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE "is still required at the tier shown."
               TO RPT-DETAIL-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE SPACES TO RPT-DETAIL-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE SPACES TO RPT-DETAIL-LINE
           STRING "Reviewing supervisor id: ________   Name: "
                  "______________________________"
               DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE SPACES TO RPT-DETAIL-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE SPACES TO RPT-DETAIL-LINE
           STRING "Signature: ______________________________   Date: "
                  "__________"
               DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE SPACES TO RPT-DETAIL-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE SPACES TO RPT-DETAIL-LINE
           STRING "Exceptions / ids kept despite flag: "
                  "____________________________________"
               DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           PERFORM 3900-WRITE-REPORT-LINE.

       3900-WRITE-REPORT-LINE.
           MOVE "WRITE" TO RPT-FUNCTION
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK.

       4000-WRITE-PROPOSALS.
      *> Rewritten whole each run: this quarter's review replaces
      *> whatever an earlier run proposed and OperAdmin left pending.
           MOVE ZERO TO WS-PROP-COUNT
           OPEN OUTPUT PROPFILE
           IF WS-PROP-STATUS NOT = "00"
               DISPLAY "! Cannot write hopper_oper_retire_proposals.txt"
                       ", status " WS-PROP-STATUS
           ELSE
               PERFORM VARYING WS-OPR-SUB FROM 1 BY 1
                       UNTIL WS-OPR-SUB > WS-OPER-COUNT
                   IF WS-OPR-FLAGGED(WS-OPR-SUB)
                       PERFORM 4100-WRITE-ONE-PROPOSAL
                   END-IF
               END-PERFORM
               CLOSE PROPFILE
           END-IF.

       4100-WRITE-ONE-PROPOSAL.
           MOVE SPACES TO PROP-RECORD
           MOVE WS-OPR-ID(WS-OPR-SUB)        TO PRP-ID
           MOVE WS-OPR-FLAG(WS-OPR-SUB)      TO PRP-FLAG
           MOVE WS-OPR-IDLE-DAYS(WS-OPR-SUB) TO PRP-IDLE-DAYS
           MOVE WS-OPR-LAST-SIGNON(WS-OPR-SUB) TO WS-LAST-STAMP
           IF WS-OPR-LAST-WRITE(WS-OPR-SUB) > WS-LAST-STAMP
               MOVE WS-OPR-LAST-WRITE(WS-OPR-SUB) TO WS-LAST-STAMP
           END-IF
           IF WS-LAST-STAMP > ZERO
               MOVE WS-LAST-STAMP TO WS-STAMP-NUM
               MOVE WS-STAMP-DATE TO PRP-LAST-DATE
           END-IF
           MOVE DTS-RUN-DATE TO PRP-PROPOSED
           WRITE PROP-RECORD
           ADD 1 TO WS-PROP-COUNT.

       8000-FIND-OPERATOR.
           MOVE ZERO TO WS-OPR-MATCH
           PERFORM VARYING WS-OPR-SUB FROM 1 BY 1
                   UNTIL WS-OPR-SUB > WS-OPER-COUNT
                      OR WS-OPR-MATCH > ZERO
               IF WS-OPR-ID(WS-OPR-SUB) = WS-FIND-ID
                   MOVE WS-OPR-SUB TO WS-OPR-MATCH
               END-IF
           END-PERFORM.

       9800-ACQUIRE-RUN-LOCK.
           MOVE "ACQ" TO RL-FUNCTION
           MOVE "OPERADMIN" TO RL-PROGRAM-NAME
           MOVE WS-OPERATOR-ID TO RL-OPERATOR-ID
           CALL "RunLock" USING RUN-LOCK-BLOCK.

       9900-RELEASE-RUN-LOCK.
           MOVE "REL" TO RL-FUNCTION
           MOVE "OPERADMIN" TO RL-PROGRAM-NAME
           MOVE WS-OPERATOR-ID TO RL-OPERATOR-ID
           CALL "RunLock" USING RUN-LOCK-BLOCK.

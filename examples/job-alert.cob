      *> job-alert.cob - HOPPER Example 21g: Threshold and Trend Alerts
      *> JobMonitor catches a job that was missed, late, or failed,
      *> but a step can finish RC=0 having read a tenth of its usual
      *> records, or with ten times its usual rejects, and nobody
      *> hears until a user does. This step reads today's joblog line
      *> for each program (the last one read wins, JobMonitor's rule)
      *> and today's hopper_exceptions.txt entries per program, and
      *> checks them against hopper_alert_rules.txt. A rule names a
      *> program (or * for every program seen today), a metric --
      *> RECS or ERRS from the joblog line, EXCP the count of today's
      *> exceptions -- and a test:
      *>   MAX  actual above the limit
      *>   MIN  actual below the limit
      *>   PCT  actual more than limit percent above the program's
      *>        own average over the last days of history (RECS also
      *>        more than limit percent below it); the average is per
      *>        run for RECS and ERRS, per day for EXCP, and a
      *>        program with no runs in the window is not judged
      *> with a severity (INFO, WARN or CRIT, WARN when blank) and a
      *> history window in days (7 when blank). A rule that does not
      *> parse is logged through ExceptionLog and skipped.
      *> Every breach is appended to hopper_alerts.txt for on-call
      *> pickup: severity, program, metric and test, expected value
      *> (the limit, or the historical average for PCT), and actual.
      *> The same breach -- program, metric, test and severity -- is
      *> raised once per cycle: a rerun in the same cycle finds it on
      *> hopper_alerts.txt already and only counts it as suppressed.
      *> Run outside the chain, the step judges against the last
      *> chain cycle, the way ReportDistrib picks its cycle. A breach
      *> ends the step RC=4, so it belongs on hopper_steps.txt with
      *> the C (continue) policy.
      *> "Today" is the business date from BusinessDate, as in
      *> JobMonitor: a joblog line or exception counts as today's when
      *> it was written on or since it, so a window held over past
      *> midnight is still judged as the business day it started, and
      *> the history window is the rule's days before that date.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JobAlert.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULEFILE ASSIGN TO "hopper_alert_rules.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.
           SELECT JLGFILE ASSIGN TO "hopper_joblog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JLG-STATUS.
           SELECT EXCINFILE ASSIGN TO "hopper_exceptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
           SELECT ALTFILE ASSIGN TO "hopper_alerts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> program, metric, test, limit, severity, history days --
      *> one space between each.
           FD RULEFILE.
           01 RULE-RECORD.
               05 RUL-PROGRAM   PIC X(20).
               05 FILLER        PIC X.
               05 RUL-METRIC    PIC X(4).
               05 FILLER        PIC X.
               05 RUL-TEST      PIC X(3).
               05 FILLER        PIC X.
               05 RUL-LIMIT     PIC X(6).
               05 FILLER        PIC X.
               05 RUL-SEVERITY  PIC X(4).
               05 FILLER        PIC X.
               05 RUL-DAYS      PIC X(2).

      *> Fixed column positions of JobLog's line, same re-parse
      *> BatchDriver's operations summary uses.
           FD JLGFILE.
           01 JLG-RECORD.
               05 JLG-DATE      PIC 9(8).
               05 FILLER        PIC X.
               05 JLG-TIME      PIC 9(6).
               05 FILLER        PIC X(5).
               05 JLG-PROGRAM   PIC X(20).
               05 FILLER        PIC X(4).
               05 JLG-RC        PIC 9(3).
               05 FILLER        PIC X(6).
               05 JLG-RECS      PIC 9(6).
               05 FILLER        PIC X(6).
               05 JLG-ERRS      PIC 9(6).
               05 FILLER        PIC X(7).
               05 JLG-RECON     PIC X(12).
               05 FILLER        PIC X(7).
               05 JLG-CYCLE     PIC X(16).
               05 FILLER        PIC X(46).

      *> Only the date and the program are needed from an exception
      *> line; ExceptionDashboard owns the full breakdown.
           FD EXCINFILE.
           01 EXC-IN-RECORD.
               05 EXC-IN-DATE    PIC 9(8).
               05 FILLER         PIC X.
               05 EXC-IN-TIME    PIC 9(6).
               05 FILLER         PIC X(5).
               05 EXC-IN-PROGRAM PIC X(20).
               05 FILLER         PIC X(160).

           FD ALTFILE.
           01 ALT-RECORD.
               05 ALT-DATE      PIC 9(8).
               05 FILLER        PIC X.
               05 ALT-TIME      PIC 9(6).
               05 FILLER        PIC X.
               05 ALT-CYCLE     PIC X(16).
               05 FILLER        PIC X.
               05 ALT-SEVERITY  PIC X(4).
               05 FILLER        PIC X.
               05 ALT-PROGRAM   PIC X(20).
               05 FILLER        PIC X.
               05 ALT-METRIC    PIC X(4).
               05 FILLER        PIC X.
               05 ALT-TEST      PIC X(3).
               05 FILLER        PIC X.
               05 ALT-EXPECTED  PIC 9(8).
               05 FILLER        PIC X.
               05 ALT-ACTUAL    PIC 9(8).

       WORKING-STORAGE SECTION.
           01 WS-RULE-STATUS PIC XX VALUE SPACES.
           01 WS-JLG-STATUS  PIC XX VALUE SPACES.
           01 WS-EXC-STATUS  PIC XX VALUE SPACES.
           01 WS-ALT-STATUS  PIC XX VALUE SPACES.
           01 WS-EOF         PIC X  VALUE "N".
               88 END-OF-FILE VALUE "Y".

           01 WS-MAX-RULES   PIC 9(2) VALUE 40.
           01 WS-RULE-COUNT  PIC 9(2) VALUE ZERO.
           01 WS-RULE-TABLE.
               05 WS-RUL-ENTRY OCCURS 40 TIMES.
                   10 WS-RUL-PROGRAM  PIC X(20).
                   10 WS-RUL-METRIC   PIC X(4).
                   10 WS-RUL-TEST     PIC X(3).
                   10 WS-RUL-LIMIT    PIC 9(6).
                   10 WS-RUL-SEVERITY PIC X(4).
                   10 WS-RUL-DAYS     PIC 9(2).
           01 WS-R             PIC 9(2) VALUE ZERO.
           01 WS-BAD-RULES     PIC 9(4) VALUE ZERO.
           01 WS-REJECT-REASON PIC X(40) VALUE SPACES.

      *> Every program with a joblog line or an exception today, with
      *> its latest line's counts and its exception count.
           01 WS-MAX-PROGRAMS  PIC 9(2) VALUE 60.
           01 WS-PGM-COUNT     PIC 9(2) VALUE ZERO.
           01 WS-PGM-TABLE.
               05 WS-PGM-ENTRY OCCURS 60 TIMES.
                   10 WS-PGM-NAME     PIC X(20).
                   10 WS-PGM-HAS-LINE PIC X.
                       88 PGM-RAN-TODAY VALUE "Y".
                   10 WS-PGM-RECS     PIC 9(6).
                   10 WS-PGM-ERRS     PIC 9(6).
                   10 WS-PGM-EXCP     PIC 9(6).
           01 WS-P             PIC 9(2) VALUE ZERO.
           01 WS-PGM-MATCH     PIC 9(2) VALUE ZERO.
           01 WS-FIND-NAME     PIC X(20) VALUE SPACES.

      *> Breaches already raised this cycle, from hopper_alerts.txt
      *> and from this run.
           01 WS-MAX-RAISED    PIC 9(3) VALUE 200.
           01 WS-RAISED-COUNT  PIC 9(3) VALUE ZERO.
           01 WS-RAISED-TABLE.
               05 WS-RAISED-KEY OCCURS 200 TIMES PIC X(31).
           01 WS-A             PIC 9(3) VALUE ZERO.
           01 WS-BREACH-KEY.
               05 WS-BK-PROGRAM  PIC X(20).
               05 WS-BK-METRIC   PIC X(4).
               05 WS-BK-TEST     PIC X(3).
               05 WS-BK-SEVERITY PIC X(4).
           01 WS-SEEN-SW       PIC X VALUE "N".
               88 BREACH-ALREADY-RAISED VALUE "Y".

           01 WS-ALERT-CYCLE       PIC X(16) VALUE SPACES.
           01 WS-LAST-CHAIN-CYCLE  PIC X(16) VALUE SPACES.
           01 WS-IN-CHAIN-SW       PIC X VALUE "N".
               88 RUNNING-IN-CHAIN VALUE "Y".

           01 WS-TODAY-INT     PIC 9(8) VALUE ZERO.
           01 WS-HIST-FROM     PIC 9(8) VALUE ZERO.
           01 WS-HIST-RUNS     PIC 9(6) VALUE ZERO.
           01 WS-HIST-SUM      PIC 9(9) VALUE ZERO.
           01 WS-HIST-AVG      PIC 9(8)V99 VALUE ZERO.
           01 WS-SWING         PIC 9(9)V99 VALUE ZERO.
           01 WS-UPPER         PIC 9(9)V99 VALUE ZERO.
           01 WS-LOWER         PIC S9(9)V99 VALUE ZERO.
           01 WS-ACTUAL        PIC 9(8) VALUE ZERO.
           01 WS-EXPECTED      PIC 9(8) VALUE ZERO.
           01 WS-JUDGE-SW      PIC X VALUE "N".
               88 CAN-JUDGE    VALUE "Y".
           01 WS-BREACH-SW     PIC X VALUE "N".
               88 IS-BREACH    VALUE "Y".

           01 WS-CHECK-COUNT      PIC 9(6) VALUE ZERO.
           01 WS-ALERT-COUNT      PIC 9(6) VALUE ZERO.
           01 WS-SUPPRESSED-COUNT PIC 9(6) VALUE ZERO.

           COPY DATESTAMP.
           COPY CYCLCTL.
           COPY EXCPCTL.
           COPY JOBCTL.

       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BusinessDate" USING DATE-TIME-STAMP
           MOVE FUNCTION INTEGER-OF-DATE(DTS-RUN-DATE) TO WS-TODAY-INT
           PERFORM 1000-LOAD-RULES
           IF WS-RULE-STATUS NOT = "00"
               DISPLAY "! Cannot open hopper_alert_rules.txt -- "
                       "nothing checked"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 2000-SCAN-TODAY
               IF WS-JLG-STATUS NOT = "00"
                   DISPLAY "! Cannot open hopper_joblog.txt -- "
                           "nothing checked"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 2500-COUNT-TODAY-EXCEPTIONS
                   PERFORM 3000-LOAD-RAISED
                   PERFORM 4000-APPLY-RULES
                   DISPLAY "Alert check complete. Cycle "
                           WS-ALERT-CYCLE " checks: " WS-CHECK-COUNT
                           " alerts: " WS-ALERT-COUNT
                           " suppressed: " WS-SUPPRESSED-COUNT
                   IF WS-ALERT-COUNT > ZERO OR WS-BAD-RULES > ZERO
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE ZERO TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           MOVE "JOBALERT" TO JOB-PROGRAM-NAME
           MOVE RETURN-CODE TO JOB-RETURN-CODE
           MOVE WS-CHECK-COUNT TO JOB-RECORD-COUNT
           MOVE WS-ALERT-COUNT TO JOB-ERROR-COUNT
           IF WS-SUPPRESSED-COUNT > ZERO
               STRING "SUPPRESSED=" WS-SUPPRESSED-COUNT
                   DELIMITED BY SIZE INTO JOB-NOTE
           END-IF
           CALL "JobLog" USING JOB-LOG-BLOCK
           GOBACK.

       1000-LOAD-RULES.
           OPEN INPUT RULEFILE
           IF WS-RULE-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ RULEFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF RULE-RECORD NOT = SPACES
                               PERFORM 1100-CHECK-RULE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RULEFILE
           END-IF.

       1100-CHECK-RULE.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE FUNCTION UPPER-CASE(RULE-RECORD) TO RULE-RECORD
           EVALUATE TRUE
               WHEN RUL-PROGRAM = SPACES
                   MOVE "no program named" TO WS-REJECT-REASON
               WHEN RUL-METRIC NOT = "RECS" AND NOT = "ERRS"
                       AND NOT = "EXCP"
                   MOVE "metric not RECS, ERRS or EXCP"
                       TO WS-REJECT-REASON
               WHEN RUL-TEST NOT = "MAX" AND NOT = "MIN"
                       AND NOT = "PCT"
                   MOVE "test not MAX, MIN or PCT"
                       TO WS-REJECT-REASON
               WHEN RUL-LIMIT NOT NUMERIC
                   MOVE "limit not a six-digit number"
                       TO WS-REJECT-REASON
               WHEN RUL-SEVERITY NOT = SPACES AND NOT = "INFO"
                       AND NOT = "WARN" AND NOT = "CRIT"
                   MOVE "severity not INFO, WARN or CRIT"
                       TO WS-REJECT-REASON
               WHEN RUL-DAYS NOT = SPACES
                       AND (RUL-DAYS NOT NUMERIC OR RUL-DAYS = "00")
                   MOVE "history days not 01-99"
                       TO WS-REJECT-REASON
               WHEN WS-RULE-COUNT NOT < WS-MAX-RULES
                   MOVE "more rules than the table holds"
                       TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-RULE-COUNT
               MOVE RUL-PROGRAM TO WS-RUL-PROGRAM(WS-RULE-COUNT)
               MOVE RUL-METRIC  TO WS-RUL-METRIC(WS-RULE-COUNT)
               MOVE RUL-TEST    TO WS-RUL-TEST(WS-RULE-COUNT)
               MOVE RUL-LIMIT   TO WS-RUL-LIMIT(WS-RULE-COUNT)
               MOVE "WARN"      TO WS-RUL-SEVERITY(WS-RULE-COUNT)
               IF RUL-SEVERITY NOT = SPACES
                   MOVE RUL-SEVERITY TO WS-RUL-SEVERITY(WS-RULE-COUNT)
               END-IF
               MOVE 7           TO WS-RUL-DAYS(WS-RULE-COUNT)
               IF RUL-DAYS NOT = SPACES
                   MOVE RUL-DAYS TO WS-RUL-DAYS(WS-RULE-COUNT)
               END-IF
           ELSE
               ADD 1 TO WS-BAD-RULES
               DISPLAY "! Alert rule skipped: " RULE-RECORD
               DISPLAY "  " WS-REJECT-REASON
               MOVE "JOBALERT"               TO EXC-PROGRAM-NAME
               MOVE "hopper_alert_rules.txt" TO EXC-SOURCE-FILE
               MOVE "RULE-RECORD"            TO EXC-FIELD-NAME
               MOVE RULE-RECORD              TO EXC-RAW-VALUE
               MOVE WS-REJECT-REASON         TO EXC-REASON
               CALL "ExceptionLog" USING EXCEPTION-LOG-BLOCK
           END-IF.

      *> One pass over the joblog: today's latest line per program,
      *> and which cycle the alerts belong to. A line already
      *> carrying this process's cycle id means a chain step ran
      *> ahead of us in the same process; otherwise the last chain
      *> run's cycle is the one being judged.
       2000-SCAN-TODAY.
           CALL "CycleId" USING CYCLE-ID-BLOCK
           MOVE CYC-CYCLE-ID TO WS-ALERT-CYCLE
           OPEN INPUT JLGFILE
           IF WS-JLG-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ JLGFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM 2100-TAKE-JOBLOG-LINE
                   END-READ
               END-PERFORM
               CLOSE JLGFILE
               IF NOT RUNNING-IN-CHAIN
                       AND WS-LAST-CHAIN-CYCLE NOT = SPACES
                   MOVE WS-LAST-CHAIN-CYCLE TO WS-ALERT-CYCLE
                   DISPLAY "Run outside the chain -- alerting under "
                           "the last chain cycle, " WS-ALERT-CYCLE
               END-IF
           END-IF.

       2100-TAKE-JOBLOG-LINE.
           IF JLG-CYCLE = CYC-CYCLE-ID
               SET RUNNING-IN-CHAIN TO TRUE
           END-IF
           IF JLG-PROGRAM = "BATCHDRIVER"
               MOVE JLG-CYCLE TO WS-LAST-CHAIN-CYCLE
           END-IF
           IF JLG-DATE NUMERIC AND JLG-DATE NOT < DTS-RUN-DATE
                   AND JLG-PROGRAM NOT = "JOBALERT"
                   AND JLG-RECS NUMERIC AND JLG-ERRS NUMERIC
               MOVE JLG-PROGRAM TO WS-FIND-NAME
               PERFORM 2900-FIND-PROGRAM
               IF WS-PGM-MATCH > ZERO
                   MOVE "Y"      TO WS-PGM-HAS-LINE(WS-PGM-MATCH)
                   MOVE JLG-RECS TO WS-PGM-RECS(WS-PGM-MATCH)
                   MOVE JLG-ERRS TO WS-PGM-ERRS(WS-PGM-MATCH)
               END-IF
           END-IF.

       2500-COUNT-TODAY-EXCEPTIONS.
           OPEN INPUT EXCINFILE
           IF WS-EXC-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ EXCINFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF EXC-IN-DATE NUMERIC
                                   AND EXC-IN-DATE NOT < DTS-RUN-DATE
                               MOVE EXC-IN-PROGRAM TO WS-FIND-NAME
                               PERFORM 2900-FIND-PROGRAM
                               IF WS-PGM-MATCH > ZERO
                                   ADD 1 TO WS-PGM-EXCP(WS-PGM-MATCH)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXCINFILE
           END-IF.

      *> WS-FIND-NAME's entry in the program table, added when new;
      *> WS-PGM-MATCH is zero only when the table is full.
       2900-FIND-PROGRAM.
           MOVE ZERO TO WS-PGM-MATCH
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PGM-COUNT OR WS-PGM-MATCH > ZERO
               IF WS-PGM-NAME(WS-P) = WS-FIND-NAME
                   MOVE WS-P TO WS-PGM-MATCH
               END-IF
           END-PERFORM
           IF WS-PGM-MATCH = ZERO AND WS-PGM-COUNT < WS-MAX-PROGRAMS
               ADD 1 TO WS-PGM-COUNT
               MOVE WS-PGM-COUNT TO WS-PGM-MATCH
               MOVE WS-FIND-NAME TO WS-PGM-NAME(WS-PGM-MATCH)
               MOVE "N"  TO WS-PGM-HAS-LINE(WS-PGM-MATCH)
               MOVE ZERO TO WS-PGM-RECS(WS-PGM-MATCH)
                            WS-PGM-ERRS(WS-PGM-MATCH)
                            WS-PGM-EXCP(WS-PGM-MATCH)
           END-IF.

      *> What has already gone to hopper_alerts.txt under this cycle.
       3000-LOAD-RAISED.
           OPEN INPUT ALTFILE
           IF WS-ALT-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ ALTFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF ALT-CYCLE = WS-ALERT-CYCLE
                               MOVE ALT-PROGRAM  TO WS-BK-PROGRAM
                               MOVE ALT-METRIC   TO WS-BK-METRIC
                               MOVE ALT-TEST     TO WS-BK-TEST
                               MOVE ALT-SEVERITY TO WS-BK-SEVERITY
                               PERFORM 3100-REMEMBER-BREACH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALTFILE
           END-IF.

       3100-REMEMBER-BREACH.
           IF WS-RAISED-COUNT < WS-MAX-RAISED
               ADD 1 TO WS-RAISED-COUNT
               MOVE WS-BREACH-KEY TO WS-RAISED-KEY(WS-RAISED-COUNT)
           END-IF.

       4000-APPLY-RULES.
           OPEN EXTEND ALTFILE
           IF WS-ALT-STATUS NOT = "00"
               OPEN OUTPUT ALTFILE
           END-IF
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-RULE-COUNT
               PERFORM VARYING WS-P FROM 1 BY 1
                       UNTIL WS-P > WS-PGM-COUNT
                   IF WS-RUL-PROGRAM(WS-R) = "*"
                           OR WS-RUL-PROGRAM(WS-R) = WS-PGM-NAME(WS-P)
                       PERFORM 4100-JUDGE-RULE
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE ALTFILE.

       4100-JUDGE-RULE.
           MOVE "Y" TO WS-JUDGE-SW
           MOVE "N" TO WS-BREACH-SW
           EVALUATE WS-RUL-METRIC(WS-R)
               WHEN "RECS"
                   MOVE WS-PGM-RECS(WS-P) TO WS-ACTUAL
               WHEN "ERRS"
                   MOVE WS-PGM-ERRS(WS-P) TO WS-ACTUAL
               WHEN "EXCP"
                   MOVE WS-PGM-EXCP(WS-P) TO WS-ACTUAL
           END-EVALUATE
      *> RECS and ERRS come from the joblog line -- a program seen
      *> today only through its exceptions has none to judge.
           IF WS-RUL-METRIC(WS-R) NOT = "EXCP"
                   AND NOT PGM-RAN-TODAY(WS-P)
               MOVE "N" TO WS-JUDGE-SW
           END-IF
           IF CAN-JUDGE
               EVALUATE WS-RUL-TEST(WS-R)
                   WHEN "MAX"
                       MOVE WS-RUL-LIMIT(WS-R) TO WS-EXPECTED
                       IF WS-ACTUAL > WS-RUL-LIMIT(WS-R)
                           SET IS-BREACH TO TRUE
                       END-IF
                   WHEN "MIN"
                       MOVE WS-RUL-LIMIT(WS-R) TO WS-EXPECTED
                       IF WS-ACTUAL < WS-RUL-LIMIT(WS-R)
                           SET IS-BREACH TO TRUE
                       END-IF
                   WHEN "PCT"
                       PERFORM 4200-JUDGE-TREND
               END-EVALUATE
           END-IF
           IF CAN-JUDGE
               ADD 1 TO WS-CHECK-COUNT
               IF IS-BREACH
                   PERFORM 4500-RAISE-ALERT
               END-IF
           END-IF.

      *> The program's history over the rule's window, today not
      *> included: per run for RECS and ERRS, per day for EXCP.
       4200-JUDGE-TREND.
           COMPUTE WS-HIST-FROM = FUNCTION DATE-OF-INTEGER(
               WS-TODAY-INT - WS-RUL-DAYS(WS-R))
           MOVE ZERO TO WS-HIST-RUNS WS-HIST-SUM
           IF WS-RUL-METRIC(WS-R) = "EXCP"
               PERFORM 4300-EXCEPTION-HISTORY
               MOVE WS-RUL-DAYS(WS-R) TO WS-HIST-RUNS
           ELSE
               PERFORM 4400-JOBLOG-HISTORY
           END-IF
           IF WS-HIST-RUNS = ZERO
               MOVE "N" TO WS-JUDGE-SW
           ELSE
               COMPUTE WS-HIST-AVG ROUNDED = WS-HIST-SUM / WS-HIST-RUNS
               COMPUTE WS-EXPECTED ROUNDED = WS-HIST-AVG
               COMPUTE WS-SWING ROUNDED =
                   WS-HIST-AVG * WS-RUL-LIMIT(WS-R) / 100
               COMPUTE WS-UPPER = WS-HIST-AVG + WS-SWING
               COMPUTE WS-LOWER = WS-HIST-AVG - WS-SWING
               IF WS-ACTUAL > WS-UPPER
                   SET IS-BREACH TO TRUE
               END-IF
               IF WS-RUL-METRIC(WS-R) = "RECS"
                       AND WS-ACTUAL < WS-LOWER
                   SET IS-BREACH TO TRUE
               END-IF
           END-IF.

       4300-EXCEPTION-HISTORY.
           OPEN INPUT EXCINFILE
           IF WS-EXC-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ EXCINFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF EXC-IN-DATE NUMERIC
                                   AND EXC-IN-DATE NOT < WS-HIST-FROM
                                   AND EXC-IN-DATE < DTS-RUN-DATE
                                   AND EXC-IN-PROGRAM
                                       = WS-PGM-NAME(WS-P)
                               ADD 1 TO WS-HIST-SUM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXCINFILE
           END-IF.

       4400-JOBLOG-HISTORY.
           OPEN INPUT JLGFILE
           IF WS-JLG-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ JLGFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF JLG-DATE NUMERIC
                                   AND JLG-DATE NOT < WS-HIST-FROM
                                   AND JLG-DATE < DTS-RUN-DATE
                                   AND JLG-PROGRAM = WS-PGM-NAME(WS-P)
                                   AND JLG-RECS NUMERIC
                                   AND JLG-ERRS NUMERIC
                               ADD 1 TO WS-HIST-RUNS
                               IF WS-RUL-METRIC(WS-R) = "RECS"
                                   ADD JLG-RECS TO WS-HIST-SUM
                               ELSE
                                   ADD JLG-ERRS TO WS-HIST-SUM
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JLGFILE
           END-IF.

       4500-RAISE-ALERT.
           MOVE WS-PGM-NAME(WS-P)     TO WS-BK-PROGRAM
           MOVE WS-RUL-METRIC(WS-R)   TO WS-BK-METRIC
           MOVE WS-RUL-TEST(WS-R)     TO WS-BK-TEST
           MOVE WS-RUL-SEVERITY(WS-R) TO WS-BK-SEVERITY
           MOVE "N" TO WS-SEEN-SW
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-RAISED-COUNT
               IF WS-RAISED-KEY(WS-A) = WS-BREACH-KEY
                   SET BREACH-ALREADY-RAISED TO TRUE
               END-IF
           END-PERFORM
           IF BREACH-ALREADY-RAISED
               ADD 1 TO WS-SUPPRESSED-COUNT
           ELSE
               MOVE SPACES TO ALT-RECORD
               MOVE DTS-RUN-DATE     TO ALT-DATE
               MOVE DTS-RUN-TIME     TO ALT-TIME
               MOVE WS-ALERT-CYCLE   TO ALT-CYCLE
               MOVE WS-BK-SEVERITY   TO ALT-SEVERITY
               MOVE WS-BK-PROGRAM    TO ALT-PROGRAM
               MOVE WS-BK-METRIC     TO ALT-METRIC
               MOVE WS-BK-TEST       TO ALT-TEST
               MOVE WS-EXPECTED      TO ALT-EXPECTED
               MOVE WS-ACTUAL        TO ALT-ACTUAL
               WRITE ALT-RECORD
               ADD 1 TO WS-ALERT-COUNT
               PERFORM 3100-REMEMBER-BREACH
               DISPLAY "ALERT " WS-BK-SEVERITY " " WS-BK-PROGRAM
                       " " WS-BK-METRIC " " WS-BK-TEST
                       " expected " WS-EXPECTED " actual " WS-ACTUAL
           END-IF.

      *> each step finishes, a timing report, and a consolidated
      *> operations summary rolled up from the hopper_joblog.txt
      *> entries the steps themselves wrote.
      *> A step can also be gated. Its hopper_steps.txt line may
      *> name up to two predecessor steps, each of which must have
      *> finished clean (condition code zero) -- in this session, or
      *> earlier today when the chain is resumed past it -- and up to
      *> two input files, each of which must be present and written
      *> since the step's last run in hopper_joblog.txt, so
      *> RegistrarImport no longer runs with registrar_extract.txt
      *> missing and MainframeAck no longer reapplies yesterday's
      *> mainframe_ack.dat. A missing or stale input is waited for,
      *> rechecked once a minute, up to the hopper_params.txt arrival
      *> limit; a gate still unmet then holds the step back under its
      *> own failure policy -- S stops the chain there, C skips the
      *> step and goes on. The reason is shown on the console and the
      *> operations summary, and written to hopper_joblog.txt as the
      *> step's own line (condition code 4 skipped, 12 stopped) with
      *> the reason in its NOTE column.
      *> Once the last step is done -- or the chain has stopped --
      *> ReportDistrib copies every report this cycle produced to the
      *> drop directories on hopper_distribution.txt, and the
      *> operations summary counts this cycle's lines in
      *> hopper_distribution_log.txt: delivered, failed, and expected
      *> reports that were never produced.
      *> The run-day calendar is judged against the business date
      *> from BusinessDate, not the clock, so a window held over
      *> past midnight -- or rerun for a prior day -- runs that day's
      *> steps; "today" in the joblog and exceptions rollups means
      *> on or since the business date for the same reason. When the
      *> chain finishes without stopping, DateRoll rolls the
      *> business date forward for the next window; a stopped chain
      *> leaves it where it is so the rerun processes the same day.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BatchDriver.

           SELECT EXCINFILE ASSIGN TO "hopper_exceptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-IN-STATUS.
           SELECT ARRFILE ASSIGN TO "hopper_arrival.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARR-STATUS.
           SELECT DLOGFILE ASSIGN TO "hopper_distribution_log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> One chain step per line: sequence, program name (the name
      *> CALLed and matched against the joblog), failure policy, then
      *> the optional gates -- two predecessor step names and two
      *> input file names, left blank when not wanted.
           FD STEPFILE.
           01 STEP-RECORD.
               05 STP-SEQ      PIC 9(3).
               05 STP-PROGRAM  PIC X(20).
               05 FILLER       PIC X.
               05 STP-POLICY   PIC X.
               05 FILLER       PIC X.
               05 STP-PRED-1   PIC X(20).
               05 FILLER       PIC X.
               05 STP-PRED-2   PIC X(20).
               05 FILLER       PIC X.
               05 STP-INPUT-1  PIC X(30).
               05 FILLER       PIC X.
               05 STP-INPUT-2  PIC X(30).

           FD CALFILE.
           01 CAL-RECORD.
               05 JLG-ERRS      PIC 9(6).
               05 FILLER        PIC X(7).
               05 JLG-RECON     PIC X(12).
               05 FILLER        PIC X(7).
               05 JLG-CYCLE     PIC X(16).
               05 FILLER        PIC X(6).
               05 JLG-NOTE      PIC X(40).

      *> Only the leading date is needed from each hopper_exceptions
      *> line -- the summary counts this run's entries, it does not
               05 EXC-IN-DATE   PIC 9(8).
               05 FILLER        PIC X(192).

      *> One line: an input file's last-written time, as the date
      *> command prints it, YYYYMMDDHHMMSS.
           FD ARRFILE.
           01 ARR-RECORD.
               05 ARR-STAMP     PIC 9(14).
               05 FILLER        PIC X(26).

      *> ReportDistrib's delivery log -- only the cycle id and the
      *> outcome are needed for the summary counts.
           FD DLOGFILE.
           01 DLOG-RECORD.
               05 FILLER        PIC X(16).
               05 DLG-CYCLE     PIC X(16).
               05 FILLER        PIC X.
               05 DLG-STATUS    PIC X(9).
               05 FILLER        PIC X(125).

       WORKING-STORAGE SECTION.
           01 WS-STEP-STATUS   PIC XX VALUE SPACES.
           01 WS-STEP-EOF      PIC X  VALUE "N".
                   10 WS-CHN-RECON   PIC X(12).
                   10 WS-CHN-FOUND   PIC X.
                       88 CHN-JOBLOG-FOUND VALUE "Y".
      *> Gates: predecessor names (upper-cased, matched like the
      *> step names) and input file names (kept as keyed -- file
      *> names are case-sensitive).
                   10 WS-CHN-PRED    PIC X(20) OCCURS 2 TIMES.
                   10 WS-CHN-INPUT   PIC X(30) OCCURS 2 TIMES.
      *> The condition code the step really ended with this session,
      *> before a continue policy clears it.
                   10 WS-CHN-STEP-RC PIC 9(3).
      *> From hopper_joblog.txt as it stood before the chain began:
      *> the step's last run (any day) and today's last result.
                   10 WS-CHN-LAST-RUN PIC 9(14).
                   10 WS-CHN-PRIOR-RC PIC 9(3).
                   10 WS-CHN-PRIOR-TODAY PIC X.
                       88 CHN-RAN-EARLIER-TODAY VALUE "Y".
                   10 WS-CHN-GATE-REASON PIC X(40).
                   10 WS-CHN-GATE-ACTION PIC X.
                       88 CHN-GATE-SKIPPED VALUE "K".
                       88 CHN-GATE-STOPPED VALUE "T".
           01 WS-CHN-SUB       PIC 9(2) VALUE ZERO.
           01 WS-SORT-SUB      PIC 9(2) VALUE ZERO.
           01 WS-SWAP-FLAG     PIC X VALUE "N".
               88 SORT-PASS-SWAPPED VALUE "Y".
           01 WS-HOLD-CHAIN-ENTRY PIC X(250) VALUE SPACES.

           01 WS-STEP-NAME      PIC X(20) VALUE SPACES.
           01 WS-STEP-CALL-NAME PIC X(20) VALUE SPACES.
      *> count is a multiple of 7, so MOD 7 lines up with that base.
           01 WS-TODAY-DAYS  PIC 9(8) VALUE ZERO.
           01 WS-TODAY-DOW   PIC 9    VALUE ZERO.
      *> The window's business date, kept apart from DATE-TIME-STAMP
      *> because the step timers reload that from the clock.
           01 WS-BUSINESS-DATE PIC 9(8) VALUE ZERO.
           01 WS-ROLL-HELD-BY  PIC X(20) VALUE SPACES.
           01 WS-CAL-RUN-FLAG PIC X   VALUE "Y".
               88 CAL-RUN-TODAY  VALUE "Y".
               88 CAL-SKIP-TODAY VALUE "N".
      *> carried into the consolidated operations summary below.
           01 WS-SKIPPED-COUNT PIC 9(3) VALUE ZERO.

      *> Gate checking for the step about to run.
           01 WS-GATED-COUNT   PIC 9(3) VALUE ZERO.
           01 WS-GATE-REASON   PIC X(40) VALUE SPACES.
           01 WS-GATE-SUB      PIC 9    VALUE ZERO.
           01 WS-PRED-IDX      PIC 9(2) VALUE ZERO.
           01 WS-PRED-MATCH    PIC 9(2) VALUE ZERO.
           01 WS-ARR-STATUS    PIC XX   VALUE SPACES.
           01 WS-ARR-STAMP     PIC 9(14) VALUE ZERO.
           01 WS-WAIT-LIMIT    PIC 9(6) VALUE ZERO.
           01 WS-WAITED-SECS   PIC 9(6) VALUE ZERO.
           01 WS-WAIT-SECS     PIC 9(3) VALUE 60.
           01 WS-SHELL-CMD     PIC X(250) VALUE SPACES.
           COPY HOPPARM.

           01 WS-JLG-STATUS  PIC XX VALUE SPACES.
           01 WS-JLG-EOF     PIC X  VALUE "N".
               88 JLG-END-OF-FILE VALUE "Y".
           01 WS-EXC-IN-EOF     PIC X   VALUE "N".
               88 EXC-IN-END-OF-FILE VALUE "Y".
           01 WS-EXC-TODAY-COUNT PIC 9(6) VALUE ZERO.
           01 WS-DLOG-STATUS    PIC XX  VALUE SPACES.
           01 WS-DLOG-EOF       PIC X   VALUE "N".
               88 DLOG-END-OF-FILE VALUE "Y".
           01 WS-DIST-DELIVERED PIC 9(4) VALUE ZERO.
           01 WS-DIST-FAILED    PIC 9(4) VALUE ZERO.
           01 WS-DIST-MISSING   PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.

           PERFORM 1004-LOAD-STEP-LIST
           PERFORM 1006-LOAD-CALENDAR
           PERFORM 1060-LOAD-PRIOR-RUNS
           CALL "ParamLoad" USING HOPPER-PARAMETERS
           COMPUTE WS-WAIT-LIMIT = PARM-ARRIVAL-WAIT-MINS * 60
           PERFORM 1005-PROMPT-START-STEP

           PERFORM VARYING WS-CHN-SUB FROM 1 BY 1
               PERFORM 1009-RUN-ONE-STEP
           END-PERFORM

      *> Whatever the chain did produce still goes out when it has
      *> stopped part-way; the missing reports are flagged.
           CALL "ReportDistrib"
           IF RETURN-CODE NOT = ZERO
               ADD 1 TO WS-WARN-COUNT
           END-IF
      *> Only a window that ran to the end clean moves the business
      *> date on: not stopped, and no continue-on-error step ended
      *> above condition code 4 (a step that could not even be
      *> CALLed leaves no joblog line for DateRoll to find, so the
      *> driver judges its own steps here as well).
           MOVE SPACES TO WS-ROLL-HELD-BY
           PERFORM VARYING WS-CHN-SUB FROM 1 BY 1
                   UNTIL WS-CHN-SUB > WS-CHAIN-COUNT
               IF CHN-STEP-RAN(WS-CHN-SUB)
                       AND WS-CHN-STEP-RC(WS-CHN-SUB) > 4
                       AND WS-ROLL-HELD-BY = SPACES
                   MOVE WS-CHN-PROGRAM(WS-CHN-SUB) TO WS-ROLL-HELD-BY
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN CHAIN-FAILED
                   DISPLAY "Business date " WS-BUSINESS-DATE
                           " held -- chain stopped"
               WHEN WS-ROLL-HELD-BY NOT = SPACES
                   DISPLAY "Business date " WS-BUSINESS-DATE
                           " held -- "
                           FUNCTION TRIM(WS-ROLL-HELD-BY)
                           " ended above condition code 4"
                   ADD 1 TO WS-WARN-COUNT
               WHEN OTHER
                   CALL "DateRoll"
                   IF RETURN-CODE NOT = ZERO
                       ADD 1 TO WS-WARN-COUNT
                   END-IF
           END-EVALUATE
           PERFORM 1040-PRINT-TIMING-REPORT
           PERFORM 1050-PRINT-OPERATIONS-SUMMARY

           IF CHAIN-FAILED
               DISPLAY "Batch chain STOPPED at " WS-STEP-NAME
               IF WS-GATE-REASON NOT = SPACES
                   DISPLAY "  (" FUNCTION TRIM(WS-GATE-REASON) ")"
               END-IF
               MOVE 12 TO RETURN-CODE
           ELSE
               DISPLAY "Batch chain complete. All steps passed."
               MOVE ZERO TO RETURN-CODE
           END-IF
           MOVE "BATCHDRIVER" TO JOB-PROGRAM-NAME
           MOVE SPACES TO JOB-NOTE
           MOVE RETURN-CODE TO JOB-RETURN-CODE
           MOVE WS-STEP-COUNT TO JOB-RECORD-COUNT
           IF CHAIN-FAILED
               MOVE "N"  TO WS-CHN-FOUND(WS-CHAIN-COUNT)
               MOVE ZERO TO WS-CHN-ELAPSED(WS-CHAIN-COUNT)
               MOVE SPACES TO WS-CHN-RECON(WS-CHAIN-COUNT)
               MOVE WS-CHAIN-COUNT TO WS-CHN-SUB
               PERFORM 1004-CLEAR-GATES
               MOVE FUNCTION UPPER-CASE(STP-PRED-1)
                   TO WS-CHN-PRED(WS-CHAIN-COUNT, 1)
               MOVE FUNCTION UPPER-CASE(STP-PRED-2)
                   TO WS-CHN-PRED(WS-CHAIN-COUNT, 2)
               MOVE STP-INPUT-1 TO WS-CHN-INPUT(WS-CHAIN-COUNT, 1)
               MOVE STP-INPUT-2 TO WS-CHN-INPUT(WS-CHAIN-COUNT, 2)
           END-IF.

       1004-CLEAR-GATES.
      *> No gates, no prior run on record -- the state of a step
      *> before its line and hopper_joblog.txt have been read.
           MOVE SPACES TO WS-CHN-PRED(WS-CHN-SUB, 1)
                          WS-CHN-PRED(WS-CHN-SUB, 2)
                          WS-CHN-INPUT(WS-CHN-SUB, 1)
                          WS-CHN-INPUT(WS-CHN-SUB, 2)
                          WS-CHN-GATE-REASON(WS-CHN-SUB)
                          WS-CHN-GATE-ACTION(WS-CHN-SUB)
           MOVE ZERO TO WS-CHN-STEP-RC(WS-CHN-SUB)
                        WS-CHN-LAST-RUN(WS-CHN-SUB)
                        WS-CHN-PRIOR-RC(WS-CHN-SUB)
           MOVE "N" TO WS-CHN-PRIOR-TODAY(WS-CHN-SUB).

       1004-SEED-DEFAULT-STEPS.
           PERFORM VARYING WS-CHN-SUB FROM 1 BY 1
                   UNTIL WS-CHN-SUB > 6
               MOVE "N" TO WS-CHN-FOUND(WS-CHN-SUB)
               MOVE ZERO TO WS-CHN-ELAPSED(WS-CHN-SUB)
               MOVE SPACES TO WS-CHN-RECON(WS-CHN-SUB)
               PERFORM 1004-CLEAR-GATES
           END-PERFORM
      *> Call names match the PROGRAM-IDs letter for letter, exactly
      *> as the old hardcoded CALL statements spelled them.
           END-IF.

       1006-LOAD-CALENDAR.
           CALL "BusinessDate" USING DATE-TIME-STAMP
           MOVE DTS-RUN-DATE TO WS-BUSINESS-DATE
           MOVE FUNCTION INTEGER-OF-DATE(DTS-RUN-DATE) TO WS-TODAY-DAYS
           COMPUTE WS-TODAY-DOW = FUNCTION MOD(WS-TODAY-DAYS, 7) + 1

           END-IF
           IF CHAIN-STARTED
               PERFORM 1007-CHECK-CALENDAR
               MOVE SPACES TO WS-GATE-REASON
               IF CAL-RUN-TODAY
                   PERFORM 1011-CHECK-PREDECESSORS
                   IF WS-GATE-REASON = SPACES
                       PERFORM 1013-AWAIT-INPUTS
                   END-IF
               END-IF
               IF CAL-RUN-TODAY AND WS-GATE-REASON NOT = SPACES
                   PERFORM 1018-HOLD-STEP
               END-IF
               IF CAL-RUN-TODAY AND WS-GATE-REASON = SPACES
                   PERFORM 1010-START-TIMER
      *> The step list carries the name to CALL, spelled as keyed --
      *> a dynamic CALL by identifier, so a new program joins the
                           MOVE 12 TO RETURN-CODE
                   END-CALL
                   PERFORM 1000-CHECK-STEP
               END-IF
               IF CAL-SKIP-TODAY
                   PERFORM 1008-DISPLAY-SKIPPED
               END-IF
           END-IF.

       1011-CHECK-PREDECESSORS.
      *> Each named predecessor must have ended with condition code
      *> zero: this session if it ran, otherwise its last joblog
      *> result from earlier today (a chain resumed past it). The
      *> first one that has not leaves its reason in WS-GATE-REASON.
           PERFORM VARYING WS-GATE-SUB FROM 1 BY 1
                   UNTIL WS-GATE-SUB > 2
                      OR WS-GATE-REASON NOT = SPACES
               IF WS-CHN-PRED(WS-CHN-SUB, WS-GATE-SUB) NOT = SPACES
                   PERFORM 1012-CHECK-ONE-PREDECESSOR
               END-IF
           END-PERFORM.

       1012-CHECK-ONE-PREDECESSOR.
           MOVE ZERO TO WS-PRED-MATCH
           PERFORM VARYING WS-PRED-IDX FROM 1 BY 1
                   UNTIL WS-PRED-IDX > WS-CHAIN-COUNT
               IF WS-CHN-PROGRAM(WS-PRED-IDX)
                       = WS-CHN-PRED(WS-CHN-SUB, WS-GATE-SUB)
                   MOVE WS-PRED-IDX TO WS-PRED-MATCH
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-PRED-MATCH = ZERO
                   STRING "PREDECESSOR "
                          FUNCTION TRIM
                              (WS-CHN-PRED(WS-CHN-SUB, WS-GATE-SUB))
                          " NOT IN CHAIN"
                       DELIMITED BY SIZE INTO WS-GATE-REASON
               WHEN CHN-STEP-RAN(WS-PRED-MATCH)
                   IF WS-CHN-STEP-RC(WS-PRED-MATCH) NOT = ZERO
                       STRING "PREDECESSOR "
                              FUNCTION TRIM
                                  (WS-CHN-PROGRAM(WS-PRED-MATCH))
                              " ENDED RC="
                              WS-CHN-STEP-RC(WS-PRED-MATCH)
                           DELIMITED BY SIZE INTO WS-GATE-REASON
                   END-IF
               WHEN CHN-RAN-EARLIER-TODAY(WS-PRED-MATCH)
                       AND WS-CHN-PRIOR-RC(WS-PRED-MATCH) = ZERO
                   CONTINUE
               WHEN OTHER
                   STRING "PREDECESSOR "
                          FUNCTION TRIM(WS-CHN-PROGRAM(WS-PRED-MATCH))
                          " NOT RUN CLEAN"
                       DELIMITED BY SIZE INTO WS-GATE-REASON
           END-EVALUATE.

       1013-AWAIT-INPUTS.
      *> Rechecked once a minute until every input is in or the
      *> arrival limit is used up; the last check's reason stands.
           MOVE ZERO TO WS-WAITED-SECS
           PERFORM 1014-CHECK-INPUTS
           IF WS-GATE-REASON NOT = SPACES
                   AND WS-WAIT-LIMIT > ZERO
               DISPLAY "--- Step: " WS-STEP-NAME " waiting up to "
                       PARM-ARRIVAL-WAIT-MINS " min -- "
                       FUNCTION TRIM(WS-GATE-REASON) " ---"
           END-IF
           PERFORM UNTIL WS-GATE-REASON = SPACES
                      OR WS-WAITED-SECS >= WS-WAIT-LIMIT
               MOVE SPACES TO WS-SHELL-CMD
               STRING "sleep " WS-WAIT-SECS
                   DELIMITED BY SIZE INTO WS-SHELL-CMD
               CALL "SYSTEM" USING WS-SHELL-CMD
               ADD WS-WAIT-SECS TO WS-WAITED-SECS
               PERFORM 1014-CHECK-INPUTS
           END-PERFORM.

       1014-CHECK-INPUTS.
           MOVE SPACES TO WS-GATE-REASON
           PERFORM VARYING WS-GATE-SUB FROM 1 BY 1
                   UNTIL WS-GATE-SUB > 2
                      OR WS-GATE-REASON NOT = SPACES
               IF WS-CHN-INPUT(WS-CHN-SUB, WS-GATE-SUB) NOT = SPACES
                   PERFORM 1015-CHECK-ONE-INPUT
               END-IF
           END-PERFORM.

       1015-CHECK-ONE-INPUT.
      *> ASSIGN names are static, so the file's last-written time is
      *> fetched through CALL "SYSTEM" into a work file and read
      *> back; a file that is not there leaves the work file empty.
           MOVE SPACES TO WS-SHELL-CMD
           STRING "date -r "
                  FUNCTION TRIM(WS-CHN-INPUT(WS-CHN-SUB, WS-GATE-SUB))
                  " +%Y%m%d%H%M%S > hopper_arrival.tmp 2>" "/dev/null"
               DELIMITED BY SIZE INTO WS-SHELL-CMD
           CALL "SYSTEM" USING WS-SHELL-CMD
           MOVE ZERO TO WS-ARR-STAMP
           OPEN INPUT ARRFILE
           IF WS-ARR-STATUS = "00"
               READ ARRFILE
                   NOT AT END
                       IF ARR-STAMP NUMERIC
                           MOVE ARR-STAMP TO WS-ARR-STAMP
                       END-IF
               END-READ
               CLOSE ARRFILE
           END-IF
           EVALUATE TRUE
               WHEN WS-ARR-STAMP = ZERO
                   STRING "INPUT "
                          FUNCTION TRIM
                              (WS-CHN-INPUT(WS-CHN-SUB, WS-GATE-SUB))
                          " NOT PRESENT"
                       DELIMITED BY SIZE INTO WS-GATE-REASON
               WHEN WS-ARR-STAMP <= WS-CHN-LAST-RUN(WS-CHN-SUB)
                   STRING "INPUT "
                          FUNCTION TRIM
                              (WS-CHN-INPUT(WS-CHN-SUB, WS-GATE-SUB))
                          " NOT NEW"
                       DELIMITED BY SIZE INTO WS-GATE-REASON
           END-EVALUATE.

       1018-HOLD-STEP.
      *> The step's own failure policy decides: continue skips it
      *> and the window goes on, stop ends the chain here. Either
      *> way the step gets a joblog line of its own carrying why.
           MOVE WS-GATE-REASON TO WS-CHN-GATE-REASON(WS-CHN-SUB)
           MOVE WS-STEP-NAME TO JOB-PROGRAM-NAME
           MOVE ZERO TO JOB-RECORD-COUNT
           MOVE 1 TO JOB-ERROR-COUNT
           MOVE SPACES TO JOB-RECON-RESULT
           MOVE WS-GATE-REASON TO JOB-NOTE
           IF CHN-CONTINUE-ON-ERROR(WS-CHN-SUB)
               SET CHN-GATE-SKIPPED(WS-CHN-SUB) TO TRUE
               ADD 1 TO WS-GATED-COUNT
               DISPLAY "--- Step: " WS-STEP-NAME " skipped -- "
                       FUNCTION TRIM(WS-GATE-REASON) " ---"
               MOVE 4 TO JOB-RETURN-CODE
           ELSE
               SET CHN-GATE-STOPPED(WS-CHN-SUB) TO TRUE
               SET CHAIN-FAILED TO TRUE
               DISPLAY "--- Step: " WS-STEP-NAME " stopped -- "
                       FUNCTION TRIM(WS-GATE-REASON) " ---"
               MOVE 12 TO JOB-RETURN-CODE
           END-IF
           CALL "JobLog" USING JOB-LOG-BLOCK
           MOVE SPACES TO JOB-NOTE
           MOVE ZERO TO RETURN-CODE.

       1000-CHECK-STEP.
           ADD 1 TO WS-STEP-COUNT
           PERFORM 1030-STOP-TIMER
           SET CHN-STEP-RAN(WS-CHN-SUB) TO TRUE
           MOVE RETURN-CODE TO WS-CHN-STEP-RC(WS-CHN-SUB)
           MOVE WS-ELAPSED-SECS TO WS-CHN-ELAPSED(WS-CHN-SUB)
           DISPLAY "--- Step: " WS-STEP-NAME
                   " condition code=" RETURN-CODE
       1050-PRINT-OPERATIONS-SUMMARY.
           PERFORM 1052-LOAD-OPS-FROM-JOBLOG
           PERFORM 1055-COUNT-TODAYS-EXCEPTIONS
           PERFORM 1057-COUNT-DISTRIBUTIONS
           DISPLAY "--- Operations summary ---"
           MOVE ZERO TO WS-OPS-TOTAL-RECS WS-OPS-TOTAL-ERRS
                        WS-OPS-TOTAL-TIME
           PERFORM VARYING WS-CHN-SUB FROM 1 BY 1
                   UNTIL WS-CHN-SUB > WS-CHAIN-COUNT
               EVALUATE TRUE
                   WHEN CHN-GATE-SKIPPED(WS-CHN-SUB)
                       DISPLAY "  " WS-CHN-PROGRAM(WS-CHN-SUB)
                               " -- skipped: "
                               WS-CHN-GATE-REASON(WS-CHN-SUB)
                   WHEN CHN-GATE-STOPPED(WS-CHN-SUB)
                       DISPLAY "  " WS-CHN-PROGRAM(WS-CHN-SUB)
                               " -- STOPPED: "
                               WS-CHN-GATE-REASON(WS-CHN-SUB)
                   WHEN CHN-JOBLOG-FOUND(WS-CHN-SUB)
                       DISPLAY "  " WS-CHN-PROGRAM(WS-CHN-SUB)
                               " RC=" WS-CHN-RC(WS-CHN-SUB)
                               " recs=" WS-CHN-RECS(WS-CHN-SUB)
                               " errs=" WS-CHN-ERRS(WS-CHN-SUB)
                       ADD WS-CHN-RECS(WS-CHN-SUB)
                           TO WS-OPS-TOTAL-RECS
                       ADD WS-CHN-ERRS(WS-CHN-SUB)
                           TO WS-OPS-TOTAL-ERRS
                       IF WS-CHN-RECON(WS-CHN-SUB) NOT = SPACES
                           DISPLAY "    reconciliation: "
                                   WS-CHN-RECON(WS-CHN-SUB)
                       END-IF
                   WHEN OTHER
                       DISPLAY "  " WS-CHN-PROGRAM(WS-CHN-SUB)
                               " -- not run this session"
               END-EVALUATE
               ADD WS-CHN-ELAPSED(WS-CHN-SUB) TO WS-OPS-TOTAL-TIME
           END-PERFORM
           DISPLAY "  Exceptions logged today=" WS-EXC-TODAY-COUNT
           DISPLAY "  Reports delivered=" WS-DIST-DELIVERED
                   " failed=" WS-DIST-FAILED
                   " missing=" WS-DIST-MISSING
           DISPLAY "  Steps run=" WS-STEP-COUNT
                   " skipped=" WS-SKIPPED-COUNT
                   " gated=" WS-GATED-COUNT
                   " warned=" WS-WARN-COUNT
                   " total elapsed=" WS-OPS-TOTAL-TIME "s"
           DISPLAY "  Total records=" WS-OPS-TOTAL-RECS
      *> hopper_exceptions.txt persists across windows now (its
      *> lifecycle belongs to ExceptionReview, so GenRotate leaves
      *> it alone) -- the date filter is what keeps this count to
      *> today's entries, those written on or since the business
      *> date.
           MOVE ZERO TO WS-EXC-TODAY-COUNT
           OPEN INPUT EXCINFILE
           IF WS-EXC-IN-STATUS = "00"
                   READ EXCINFILE
                       AT END SET EXC-IN-END-OF-FILE TO TRUE
                       NOT AT END
                           IF EXC-IN-DATE NOT < WS-BUSINESS-DATE
                               ADD 1 TO WS-EXC-TODAY-COUNT
                           END-IF
                   END-READ
               CLOSE EXCINFILE
           END-IF.

       1057-COUNT-DISTRIBUTIONS.
      *> The log keeps every cycle's deliveries; the cycle id keeps
      *> the count to this window's.
           MOVE ZERO TO WS-DIST-DELIVERED WS-DIST-FAILED
                        WS-DIST-MISSING
           OPEN INPUT DLOGFILE
           IF WS-DLOG-STATUS = "00"
               MOVE "N" TO WS-DLOG-EOF
               PERFORM UNTIL DLOG-END-OF-FILE
                   READ DLOGFILE
                       AT END SET DLOG-END-OF-FILE TO TRUE
                       NOT AT END
                           IF DLG-CYCLE = CYC-CYCLE-ID
                               EVALUATE DLG-STATUS
                                   WHEN "DELIVERED"
                                       ADD 1 TO WS-DIST-DELIVERED
                                   WHEN "FAILED"
                                       ADD 1 TO WS-DIST-FAILED
                                   WHEN "MISSING"
                                       ADD 1 TO WS-DIST-MISSING
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DLOGFILE
           END-IF.

       1052-LOAD-OPS-FROM-JOBLOG.
      *> hopper_joblog.txt is never rotated -- it is the whole run
      *> history for every HOPPER program -- so the file is read
      *> start to finish and, for each chain step, the last matching
      *> entry written TODAY (on or since the business date) wins;
      *> a step skipped under the calendar shows as not run rather
      *> than reusing a stale prior-day result.
           OPEN INPUT JLGFILE
           IF WS-JLG-STATUS = "00"
               MOVE "N" TO WS-JLG-EOF

       1053-MATCH-OPS-ENTRY.
           MOVE ZERO TO WS-OPS-MATCH-IDX
           IF JLG-DATE NOT < WS-BUSINESS-DATE
               PERFORM VARYING WS-CHN-SUB FROM 1 BY 1
                       UNTIL WS-CHN-SUB > WS-CHAIN-COUNT
                   IF WS-CHN-PROGRAM(WS-CHN-SUB) = JLG-PROGRAM
               MOVE "Y"       TO WS-CHN-FOUND(WS-OPS-MATCH-IDX)
           END-IF.

       1060-LOAD-PRIOR-RUNS.
      *> Read before the first step runs, so each step's entries are
      *> the runs before this session: its last run on any day (what
      *> an input file must be newer than) and today's last result
      *> (what a resumed chain's predecessor check goes by).
           OPEN INPUT JLGFILE
           IF WS-JLG-STATUS = "00"
               MOVE "N" TO WS-JLG-EOF
               PERFORM UNTIL JLG-END-OF-FILE
                   READ JLGFILE
                       AT END SET JLG-END-OF-FILE TO TRUE
                       NOT AT END
                           IF JLG-DATE NUMERIC AND JLG-TIME NUMERIC
                               PERFORM 1061-MATCH-PRIOR-RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JLGFILE
           END-IF.

       1061-MATCH-PRIOR-RUN.
           PERFORM VARYING WS-CHN-SUB FROM 1 BY 1
                   UNTIL WS-CHN-SUB > WS-CHAIN-COUNT
      *> A line carrying a note is a step this driver held back,
      *> not a run -- it counts as today's result but not as the run
      *> an input must be newer than.
               IF WS-CHN-PROGRAM(WS-CHN-SUB) = JLG-PROGRAM
                   IF JLG-NOTE = SPACES
                       COMPUTE WS-CHN-LAST-RUN(WS-CHN-SUB) =
                           JLG-DATE * 1000000 + JLG-TIME
                   END-IF
                   IF JLG-DATE NOT < WS-BUSINESS-DATE
                       MOVE "Y" TO WS-CHN-PRIOR-TODAY(WS-CHN-SUB)
                       MOVE JLG-RC TO WS-CHN-PRIOR-RC(WS-CHN-SUB)
                   END-IF
               END-IF
           END-PERFORM.

       9700-GET-CONSOLE-ANSWER.
      *> Prompt already DISPLAYed by the caller; the shared
      *> ConsoleInput routine answers it from batchdriver_sysin.txt when

      *> report-distrib.cob - HOPPER Example 10b: Report Distribution
      *> ReportWriter leaves one hopper_report_*.txt per caller, and
      *> getting each one to the people who read it was a hand copy
      *> every morning. BatchDriver now CALLs this program once the
      *> last step of the chain has finished. It works down
      *> hopper_distribution.txt, one line per report and recipient
      *> drop directory: the report file name (columns 1-30), the
      *> drop directory (32-71), the number of copies wanted there
      *> (73-74, one when blank) and whether the report is expected
      *> every cycle (column 76, Y when blank, N for a report that
      *> only appears some nights).
      *> A report counts as produced this cycle when its page heading
      *> carries the cycle id being distributed -- ReportWriter puts
      *> the id on every page, and GenRotate has already moved the
      *> prior night's file aside, so a stale file cannot pass for
      *> tonight's. Each produced report is copied to its directory
      *> (created if need be) as <report>_<cycle id>_<copy>.txt, one
      *> file per copy, by CALL "SYSTEM" -- the same computed-name
      *> escape GenRotate uses, since ASSIGN names are static. An
      *> expected report that was not produced is flagged: logged
      *> MISSING and written to ExceptionLog. Every line of the list
      *> lands in hopper_distribution_log.txt as DELIVERED, FAILED,
      *> MISSING or SKIPPED (not expected and not produced), with the
      *> cycle id, so BatchDriver's operations summary can count this
      *> cycle's deliveries.
      *> Run inside the chain, the cycle distributed is the chain's
      *> own. Run standalone (a rerun after a copy failed), it has
      *> minted a cycle no step has written under, so it takes the
      *> cycle of the last BatchDriver entry in hopper_joblog.txt
      *> instead. RC 4 when anything was MISSING or FAILED; an absent
      *> distribution list distributes nothing and ends clean.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReportDistrib.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISTFILE ASSIGN TO "hopper_distribution.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIST-STATUS.
           SELECT DLOGFILE ASSIGN TO "hopper_distribution_log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLOG-STATUS.
           SELECT JLGFILE ASSIGN TO "hopper_joblog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JLG-STATUS.
           SELECT HEADFILE ASSIGN TO "hopper_dist_work.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HEAD-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD DISTFILE.
           01 DIST-RECORD.
               05 DST-REPORT   PIC X(30).
               05 FILLER       PIC X.
               05 DST-DEST     PIC X(40).
               05 FILLER       PIC X.
               05 DST-COPIES   PIC X(2).
               05 FILLER       PIC X.
               05 DST-EXPECTED PIC X.

      *> One line per distribution-list line per cycle (one per copy
      *> for a delivery): when, which cycle, the outcome, the report,
      *> the copy number and where it went.
           FD DLOGFILE.
           01 DLOG-RECORD.
               05 DLG-DATE    PIC 9(8).
               05 FILLER      PIC X.
               05 DLG-TIME    PIC 9(6).
               05 FILLER      PIC X.
               05 DLG-CYCLE   PIC X(16).
               05 FILLER      PIC X.
               05 DLG-STATUS  PIC X(9).
               05 FILLER      PIC X.
               05 DLG-REPORT  PIC X(30).
               05 FILLER      PIC X.
               05 DLG-COPY    PIC 9(2).
               05 FILLER      PIC X.
               05 DLG-DEST    PIC X(90).

      *> JobLog's fixed columns, as BatchDriver reads them.
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

      *> The first two lines of a report: ReportWriter's title and
      *> the "Page n   Cycle <id>" line under it.
           FD HEADFILE.
           01 HEAD-RECORD PIC X(81).

       WORKING-STORAGE SECTION.
           01 WS-DIST-STATUS PIC XX VALUE SPACES.
           01 WS-DLOG-STATUS PIC XX VALUE SPACES.
           01 WS-JLG-STATUS  PIC XX VALUE SPACES.
           01 WS-HEAD-STATUS PIC XX VALUE SPACES.
           01 WS-EOF         PIC X  VALUE "N".
               88 END-OF-FILE VALUE "Y".
           01 WS-HEAD-EOF    PIC X  VALUE "N".
               88 HEAD-END-OF-FILE VALUE "Y".

           01 WS-DIST-CYCLE      PIC X(16) VALUE SPACES.
           01 WS-LAST-CHAIN-CYCLE PIC X(16) VALUE SPACES.
           01 WS-OWN-CYCLE-SEEN  PIC X VALUE "N".
               88 RUNNING-IN-CHAIN VALUE "Y".

           01 WS-REPORT-NAME PIC X(30) VALUE SPACES.
           01 WS-REPORT-STEM PIC X(30) VALUE SPACES.
           01 WS-REPORT-EXT  PIC X(10) VALUE SPACES.
           01 WS-DEST-DIR    PIC X(40) VALUE SPACES.
           01 WS-DEST-FILE   PIC X(90) VALUE SPACES.
           01 WS-COPIES      PIC 9(2) VALUE ZERO.
           01 WS-COPY-NUM    PIC 9(2) VALUE ZERO.
           01 WS-COPY-RC     PIC S9(9) VALUE ZERO.
           01 WS-OUTCOME     PIC X(9) VALUE SPACES.
           01 WS-HEAD-LINES  PIC 9    VALUE ZERO.
           01 WS-CYCLE-HITS  PIC 9(3) VALUE ZERO.
           01 WS-PRODUCED    PIC X VALUE "N".
               88 REPORT-PRODUCED VALUE "Y".
           01 WS-SHELL-CMD   PIC X(250) VALUE SPACES.

           01 WS-LIST-LINES     PIC 9(4) VALUE ZERO.
           01 WS-DELIVERED-COUNT PIC 9(4) VALUE ZERO.
           01 WS-FAILED-COUNT   PIC 9(4) VALUE ZERO.
           01 WS-MISSING-COUNT  PIC 9(4) VALUE ZERO.
           01 WS-SKIPPED-COUNT  PIC 9(4) VALUE ZERO.

           COPY DATESTAMP.
           COPY CYCLCTL.
           COPY EXCPCTL.
           COPY JOBCTL.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO DATE-TIME-STAMP
           PERFORM 0100-CHOOSE-CYCLE
           OPEN INPUT DISTFILE
           IF WS-DIST-STATUS NOT = "00"
               DISPLAY "No hopper_distribution.txt -- no reports "
                       "distributed"
           ELSE
               DISPLAY "--- Report distribution for cycle "
                       WS-DIST-CYCLE " ---"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ DISTFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF DST-REPORT NOT = SPACES
                                   AND DST-DEST NOT = SPACES
                               PERFORM 1000-DISTRIBUTE-ONE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISTFILE
               MOVE SPACES TO WS-SHELL-CMD
               STRING "rm -f hopper_dist_work.tmp"
                   DELIMITED BY SIZE INTO WS-SHELL-CMD
               CALL "SYSTEM" USING WS-SHELL-CMD
               DISPLAY "Distribution complete. Delivered="
                       WS-DELIVERED-COUNT " failed=" WS-FAILED-COUNT
                       " missing=" WS-MISSING-COUNT
                       " skipped=" WS-SKIPPED-COUNT
           END-IF
           IF WS-FAILED-COUNT > ZERO OR WS-MISSING-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           MOVE "REPORTDIST" TO JOB-PROGRAM-NAME
           MOVE RETURN-CODE TO JOB-RETURN-CODE
           MOVE WS-DELIVERED-COUNT TO JOB-RECORD-COUNT
           COMPUTE JOB-ERROR-COUNT = WS-FAILED-COUNT + WS-MISSING-COUNT
           CALL "JobLog" USING JOB-LOG-BLOCK
           GOBACK.

       0100-CHOOSE-CYCLE.
      *> Any joblog line already carrying this process's cycle id
      *> means a chain step ran ahead of us in the same process.
           CALL "CycleId" USING CYCLE-ID-BLOCK
           MOVE CYC-CYCLE-ID TO WS-DIST-CYCLE
           OPEN INPUT JLGFILE
           IF WS-JLG-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ JLGFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF JLG-CYCLE = CYC-CYCLE-ID
                               SET RUNNING-IN-CHAIN TO TRUE
                           END-IF
                           IF JLG-PROGRAM = "BATCHDRIVER"
                               MOVE JLG-CYCLE TO WS-LAST-CHAIN-CYCLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JLGFILE
           END-IF
           IF NOT RUNNING-IN-CHAIN AND WS-LAST-CHAIN-CYCLE NOT = SPACES
               MOVE WS-LAST-CHAIN-CYCLE TO WS-DIST-CYCLE
               DISPLAY "Run outside the chain -- distributing the "
                       "last chain cycle, " WS-DIST-CYCLE
           END-IF.

       1000-DISTRIBUTE-ONE-LINE.
           ADD 1 TO WS-LIST-LINES
           MOVE DST-REPORT TO WS-REPORT-NAME
           MOVE DST-DEST   TO WS-DEST-DIR
           IF DST-COPIES NUMERIC AND DST-COPIES > "00"
               MOVE DST-COPIES TO WS-COPIES
           ELSE
               MOVE 1 TO WS-COPIES
           END-IF
           PERFORM 1100-CHECK-PRODUCED
           EVALUATE TRUE
               WHEN REPORT-PRODUCED
                   PERFORM 1200-SPLIT-REPORT-NAME
                   PERFORM VARYING WS-COPY-NUM FROM 1 BY 1
                           UNTIL WS-COPY-NUM > WS-COPIES
                       PERFORM 1300-DELIVER-ONE-COPY
                   END-PERFORM
               WHEN DST-EXPECTED = "N" OR DST-EXPECTED = "n"
                   ADD 1 TO WS-SKIPPED-COUNT
                   MOVE ZERO TO WS-COPY-NUM
                   MOVE SPACES TO WS-DEST-FILE
                   STRING FUNCTION TRIM(WS-DEST-DIR) "/"
                       DELIMITED BY SIZE INTO WS-DEST-FILE
                   MOVE "SKIPPED" TO WS-OUTCOME
                   PERFORM 1900-WRITE-DIST-LOG
               WHEN OTHER
                   PERFORM 1400-FLAG-MISSING
           END-EVALUATE.

       1100-CHECK-PRODUCED.
      *> Only the heading is needed, so only the first two lines are
      *> pulled into the working file.
           MOVE "N" TO WS-PRODUCED
           MOVE SPACES TO WS-SHELL-CMD
           STRING "head -2 " FUNCTION TRIM(WS-REPORT-NAME)
                  " > hopper_dist_work.tmp 2> /dev/null; true"
               DELIMITED BY SIZE INTO WS-SHELL-CMD
           CALL "SYSTEM" USING WS-SHELL-CMD
           MOVE ZERO TO WS-HEAD-LINES
           OPEN INPUT HEADFILE
           IF WS-HEAD-STATUS = "00"
               MOVE "N" TO WS-HEAD-EOF
               PERFORM UNTIL HEAD-END-OF-FILE
                   READ HEADFILE
                       AT END MOVE "Y" TO WS-HEAD-EOF
                       NOT AT END
                           ADD 1 TO WS-HEAD-LINES
                           MOVE ZERO TO WS-CYCLE-HITS
                           INSPECT HEAD-RECORD TALLYING WS-CYCLE-HITS
                               FOR ALL WS-DIST-CYCLE
                           IF WS-CYCLE-HITS > ZERO
                               SET REPORT-PRODUCED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HEADFILE
           END-IF.

       1200-SPLIT-REPORT-NAME.
           MOVE SPACES TO WS-REPORT-STEM WS-REPORT-EXT
           UNSTRING WS-REPORT-NAME DELIMITED BY "."
               INTO WS-REPORT-STEM WS-REPORT-EXT
           END-UNSTRING
           IF WS-REPORT-EXT = SPACES
               MOVE "txt" TO WS-REPORT-EXT
           END-IF.

       1300-DELIVER-ONE-COPY.
           MOVE SPACES TO WS-DEST-FILE
           STRING FUNCTION TRIM(WS-DEST-DIR) "/"
                  FUNCTION TRIM(WS-REPORT-STEM) "_"
                  WS-DIST-CYCLE "_" WS-COPY-NUM "."
                  FUNCTION TRIM(WS-REPORT-EXT)
               DELIMITED BY SIZE INTO WS-DEST-FILE
           MOVE SPACES TO WS-SHELL-CMD
           STRING "mkdir -p " FUNCTION TRIM(WS-DEST-DIR)
                  " 2> /dev/null && cp "
                  FUNCTION TRIM(WS-REPORT-NAME) " "
                  FUNCTION TRIM(WS-DEST-FILE) " 2> /dev/null"
               DELIMITED BY SIZE INTO WS-SHELL-CMD
           CALL "SYSTEM" USING WS-SHELL-CMD
           MOVE RETURN-CODE TO WS-COPY-RC
           IF WS-COPY-RC = ZERO
               ADD 1 TO WS-DELIVERED-COUNT
               MOVE "DELIVERED" TO WS-OUTCOME
           ELSE
               ADD 1 TO WS-FAILED-COUNT
               MOVE "FAILED" TO WS-OUTCOME
               DISPLAY "  ! Copy of " FUNCTION TRIM(WS-REPORT-NAME)
                       " to " FUNCTION TRIM(WS-DEST-FILE) " failed"
           END-IF
           PERFORM 1900-WRITE-DIST-LOG.

       1400-FLAG-MISSING.
           ADD 1 TO WS-MISSING-COUNT
           MOVE ZERO TO WS-COPY-NUM
           MOVE SPACES TO WS-DEST-FILE
           STRING FUNCTION TRIM(WS-DEST-DIR) "/"
               DELIMITED BY SIZE INTO WS-DEST-FILE
           MOVE "MISSING" TO WS-OUTCOME
           PERFORM 1900-WRITE-DIST-LOG
           DISPLAY "  ! " FUNCTION TRIM(WS-REPORT-NAME)
                   " expected but not produced this cycle -- not "
                   "sent to " FUNCTION TRIM(WS-DEST-DIR)
           MOVE "REPORTDIST"              TO EXC-PROGRAM-NAME
           MOVE "hopper_distribution.txt" TO EXC-SOURCE-FILE
           MOVE "DST-REPORT"              TO EXC-FIELD-NAME
           MOVE WS-REPORT-NAME            TO EXC-RAW-VALUE
           MOVE "expected report not produced this cycle"
               TO EXC-REASON
           CALL "ExceptionLog" USING EXCEPTION-LOG-BLOCK.

       1900-WRITE-DIST-LOG.
      *> WS-OUTCOME, WS-COPY-NUM and WS-DEST-FILE staged by the
      *> caller.
           OPEN EXTEND DLOGFILE
           IF WS-DLOG-STATUS NOT = "00"
               OPEN OUTPUT DLOGFILE
           END-IF
           MOVE SPACES TO DLOG-RECORD
           MOVE DTS-RUN-DATE   TO DLG-DATE
           MOVE DTS-RUN-TIME   TO DLG-TIME
           MOVE WS-DIST-CYCLE  TO DLG-CYCLE
           MOVE WS-OUTCOME     TO DLG-STATUS
           MOVE WS-REPORT-NAME TO DLG-REPORT
           MOVE WS-COPY-NUM    TO DLG-COPY
           MOVE WS-DEST-FILE   TO DLG-DEST
           WRITE DLOG-RECORD
           CLOSE DLOGFILE.

      *> incomplete-lapse.cob - HOPPER Example 17c: Incomplete Grade
      *> Lapse
      *> An I on student_master.dat stayed an I forever unless
      *> someone remembered to override it. This run finds every
      *> Incomplete that has outlived its completion deadline -- the
      *> number of terms in incomplete_lapse.txt (default 1; the
      *> file absent or non-numeric keeps the default) -- and queues
      *> each to hopper_pending_changes.txt as an IL entry, a
      *> proposed change to F, so a second supervisor approves it
      *> through ChangeApprove like any other grade change. Nothing
      *> on the master changes here.
      *> An Incomplete's age is the number of terms on the master
      *> after its own, up to and including the current term from
      *> grade_term.txt. A student's latest record for a term and
      *> section is the one that counts, so an I the instructor has
      *> since graded is left alone. An Incomplete that already has
      *> an IL entry -- pending, or rejected because the supervisor
      *> granted more time -- is not queued again.
      *> The run also prints the notice list instructors use: every
      *> Incomplete that lapses when next term begins, so they can
      *> finish it first.
      *> A student under a privacy hold is listed by id alone.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IncompleteLapse.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MSTFILE ASSIGN TO "student_master.dat"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MST-STATUS.
           SELECT TERMFILE ASSIGN TO "grade_term.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS.
           SELECT LAPFILE ASSIGN TO "incomplete_lapse.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAP-STATUS.
           SELECT PNDFILE ASSIGN TO "hopper_pending_changes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PND-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD MSTFILE.
           01 MST-RECORD.
               05 MST-ID      PIC 9(5).
               05 MST-TERM-ID PIC 9(6).
               05 MST-SCORE   PIC 9(3).
               05 MST-GRADE   PIC X.
               05 MST-DATE    PIC 9(8).
               05 MST-TIME    PIC 9(6).
               05 MST-SECTION PIC X(4).
               05 MST-LAST-NAME  PIC X(20).
               05 MST-FIRST-NAME PIC X(15).
               05 MST-PRIVACY-HOLD PIC X.

           FD TERMFILE.
           01 TRM-RECORD.
               05 TRM-TERM-ID PIC 9(6).

           FD LAPFILE.
           01 LAP-RECORD.
               05 LAP-TERMS PIC X(2).

      *> Same queue layout GradeOverride, CutoffMaint, and
      *> LedgerPeriod write and ChangeApprove settles.
           FD PNDFILE.
           01 PND-RECORD.
               05 PND-TYPE     PIC X(2).
               05 FILLER       PIC X.
               05 PND-REQ-OPER PIC X(8).
               05 FILLER       PIC X.
               05 PND-DATE     PIC 9(8).
               05 FILLER       PIC X.
               05 PND-TIME     PIC 9(6).
               05 FILLER       PIC X.
               05 PND-STATUS   PIC X.
               05 FILLER       PIC X.
               05 PND-PAYLOAD  PIC X(40).

       WORKING-STORAGE SECTION.
           01 WS-MST-STATUS  PIC XX VALUE SPACES.
           01 WS-TERM-STATUS PIC XX VALUE SPACES.
           01 WS-LAP-STATUS  PIC XX VALUE SPACES.
           01 WS-PND-STATUS  PIC XX VALUE SPACES.
           01 WS-EOF         PIC X  VALUE "N".
               88 END-OF-FILE VALUE "Y".

           COPY TERMCTL.
           COPY DATESTAMP.
           COPY EXCPCTL.
           COPY RPTCTL.
           COPY JOBCTL.
           COPY RUNLKCTL.

           01 WS-LAPSE-TERMS  PIC 9(2) VALUE 1.

      *> The latest record per student, term, and section -- a
      *> regrade appends to the master rather than replacing.
           01 WS-MAX-RECORDS  PIC 9(4) VALUE 2000.
           01 WS-RECORD-COUNT PIC 9(4) VALUE ZERO.
           01 WS-RECORD-TABLE.
               05 WS-REC-ENTRY OCCURS 2000 TIMES.
                   10 WS-REC-ID      PIC 9(5).
                   10 WS-REC-TERM-ID PIC 9(6).
                   10 WS-REC-SECTION PIC X(4).
                   10 WS-REC-GRADE   PIC X.
                   10 WS-REC-STAMP   PIC 9(14).
                   10 WS-REC-LAST    PIC X(20).
                   10 WS-REC-FIRST   PIC X(15).
                   10 WS-REC-HOLD    PIC X.
                       88 WS-REC-PRIVACY-HELD VALUE "Y".
           01 WS-REC-SUB      PIC 9(4) VALUE ZERO.
           01 WS-REC-MATCH    PIC 9(4) VALUE ZERO.
           01 WS-OVERFLOW     PIC X VALUE "N".
               88 RECORD-TABLE-OVERFLOWED VALUE "Y".
           01 WS-MST-STAMP    PIC 9(14) VALUE ZERO.

      *> Every term id the master holds, plus the current term, so
      *> an Incomplete's age is counted in terms actually run.
           01 WS-MAX-TERMS    PIC 9(3) VALUE 200.
           01 WS-TERM-COUNT   PIC 9(3) VALUE ZERO.
           01 WS-TERM-TABLE.
               05 WS-TERM-ENTRY OCCURS 200 TIMES PIC 9(6).
           01 WS-TERM-SUB     PIC 9(3) VALUE ZERO.
           01 WS-TERM-FOUND   PIC X VALUE "N".
               88 TERM-IS-LISTED VALUE "Y".
           01 WS-NEW-TERM     PIC 9(6) VALUE ZERO.
           01 WS-AGE          PIC 9(3) VALUE ZERO.

      *> IL entries already on the queue, pending or rejected.
           01 WS-MAX-QUEUED   PIC 9(3) VALUE 100.
           01 WS-QUEUED-COUNT PIC 9(3) VALUE ZERO.
           01 WS-QUEUED-TABLE.
               05 WS-QUEUED-KEY OCCURS 100 TIMES PIC X(17).
           01 WS-QUEUED-SUB   PIC 9(3) VALUE ZERO.
           01 WS-QUEUED-FOUND PIC X VALUE "N".
               88 ALREADY-QUEUED VALUE "Y".
           01 WS-QUEUE-OVERFLOW PIC X VALUE "N".
               88 QUEUE-TABLE-OVERFLOWED VALUE "Y".

      *> The IL payload, the layout ChangeApprove pulls apart.
           01 WS-IL-PAYLOAD.
               05 WS-IL-ID      PIC 9(5).
               05 FILLER        PIC X.
               05 WS-IL-TERM    PIC 9(6).
               05 FILLER        PIC X.
               05 WS-IL-SECTION PIC X(4).
               05 FILLER        PIC X(23).

           01 WS-RECORDS-READ  PIC 9(6) VALUE ZERO.
           01 WS-BAD-RECORDS   PIC 9(6) VALUE ZERO.
           01 WS-INCOMPLETE-COUNT PIC 9(4) VALUE ZERO.
           01 WS-QUEUED-NOW    PIC 9(4) VALUE ZERO.
           01 WS-SKIPPED-COUNT PIC 9(4) VALUE ZERO.
           01 WS-DUE-COUNT     PIC 9(4) VALUE ZERO.
           01 WS-SECTION-SHOWN PIC X VALUE "N".
               88 SECTION-LINE-SHOWN VALUE "Y".
           01 WS-DISP-NAME     PIC X(24) VALUE SPACES.
           01 WS-DISP-COUNT    PIC ZZZ9.
           01 WS-DISP-AGE      PIC ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
      *> One holder of this lock at a time -- a second start against
      *> a held lock refuses here before any file is touched (see
      *> RunLock / hopper_runlocks.txt).
      *> STUDENTMASTER is also held by ChangeApprove while it
      *> rewrites the pending queue, so the IL entries appended here
      *> can never be lost under its rewrite.
           PERFORM 9800-ACQUIRE-RUN-LOCK
           IF NOT RL-IS-GRANTED
               DISPLAY "! Run refused -- STUDENTMASTER"
                       " lock held by " RL-HELD-BY
                       " since " RL-HELD-DATE "-" RL-HELD-TIME
               MOVE 12 TO RETURN-CODE
               MOVE "INCLAPSE" TO JOB-PROGRAM-NAME
               MOVE RETURN-CODE TO JOB-RETURN-CODE
               MOVE ZERO TO JOB-RECORD-COUNT
               MOVE 1 TO JOB-ERROR-COUNT
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
           CALL "BusinessDate" USING DATE-TIME-STAMP
           PERFORM 0100-LOAD-TERM
           PERFORM 0150-LOAD-LAPSE-TERMS
           MOVE TC-TERM-ID TO WS-NEW-TERM
           PERFORM 0280-NOTE-TERM
           PERFORM 0200-LOAD-MASTER
           IF WS-MST-STATUS NOT = "00" AND WS-MST-STATUS NOT = "10"
               DISPLAY "! Cannot open student_master.dat, status "
                       WS-MST-STATUS " -- nothing queued"
               MOVE 8 TO RETURN-CODE
               MOVE "INCLAPSE" TO JOB-PROGRAM-NAME
               MOVE RETURN-CODE TO JOB-RETURN-CODE
               MOVE ZERO TO JOB-RECORD-COUNT
               MOVE 1 TO JOB-ERROR-COUNT
               PERFORM 9900-RELEASE-RUN-LOCK
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
           PERFORM 0300-LOAD-QUEUED
           IF RECORD-TABLE-OVERFLOWED OR QUEUE-TABLE-OVERFLOWED
               DISPLAY "! student_master.dat, its term list, or the "
                       "pending queue outgrew its table -- a partial "
                       "pass could queue the same lapse twice, so "
                       "nothing was queued"
               MOVE 12 TO RETURN-CODE
               MOVE "INCLAPSE" TO JOB-PROGRAM-NAME
               MOVE RETURN-CODE TO JOB-RETURN-CODE
               MOVE WS-RECORDS-READ TO JOB-RECORD-COUNT
               MOVE 1 TO JOB-ERROR-COUNT
               PERFORM 9900-RELEASE-RUN-LOCK
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
           MOVE "INCLAPSE" TO RPT-PROGRAM-NAME
           MOVE "INCOMPLETE GRADE LAPSE" TO RPT-REPORT-TITLE
           MOVE "OPEN " TO RPT-FUNCTION
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           PERFORM 2000-QUEUE-LAPSES
           PERFORM 3000-WRITE-DUE-NOTICES
           PERFORM 4000-WRITE-CONTROL-TOTALS
           MOVE "CLOSE" TO RPT-FUNCTION
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           DISPLAY "Incomplete lapse run: " WS-QUEUED-NOW
                   " queued for approval, " WS-SKIPPED-COUNT
                   " already queued, " WS-DUE-COUNT
                   " due next term"
           IF WS-BAD-RECORDS > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           MOVE "INCLAPSE" TO JOB-PROGRAM-NAME
           MOVE RETURN-CODE TO JOB-RETURN-CODE
           MOVE WS-RECORDS-READ TO JOB-RECORD-COUNT
           MOVE WS-BAD-RECORDS TO JOB-ERROR-COUNT
           PERFORM 9900-RELEASE-RUN-LOCK
           CALL "JobLog" USING JOB-LOG-BLOCK
           GOBACK.

       0100-LOAD-TERM.
      *> default term id, used when the control file is absent: the
      *> run date's year and month -- the same default GradeBatch
      *> applies, so both runs agree on the term
           MOVE DTS-RUN-DATE(1:6) TO TC-TERM-ID
           OPEN INPUT TERMFILE
           IF WS-TERM-STATUS = "00"
               READ TERMFILE
                   NOT AT END
                       IF TRM-TERM-ID NOT NUMERIC
                           MOVE "INCLAPSE"       TO EXC-PROGRAM-NAME
                           MOVE "grade_term.txt" TO EXC-SOURCE-FILE
                           MOVE "TRM-TERM-ID"    TO EXC-FIELD-NAME
                           MOVE TRM-RECORD       TO EXC-RAW-VALUE
                           MOVE "non-numeric term id, default kept"
                               TO EXC-REASON
                           CALL "ExceptionLog" USING EXCEPTION-LOG-BLOCK
                       ELSE
                           MOVE TRM-TERM-ID TO TC-TERM-ID
                       END-IF
               END-READ
               CLOSE TERMFILE
           END-IF.

       0150-LOAD-LAPSE-TERMS.
           OPEN INPUT LAPFILE
           IF WS-LAP-STATUS = "00"
               READ LAPFILE
                   NOT AT END
                       IF LAP-TERMS NOT NUMERIC OR LAP-TERMS = ZERO
                           MOVE "INCLAPSE"       TO EXC-PROGRAM-NAME
                           MOVE "incomplete_lapse.txt"
                               TO EXC-SOURCE-FILE
                           MOVE "LAP-TERMS"      TO EXC-FIELD-NAME
                           MOVE LAP-RECORD       TO EXC-RAW-VALUE
                           MOVE "terms not 01-99, default kept"
                               TO EXC-REASON
                           CALL "ExceptionLog" USING EXCEPTION-LOG-BLOCK
                       ELSE
                           MOVE LAP-TERMS TO WS-LAPSE-TERMS
                       END-IF
               END-READ
               CLOSE LAPFILE
           END-IF.

       0200-LOAD-MASTER.
           OPEN INPUT MSTFILE
           IF WS-MST-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ MSTFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM 0250-LOAD-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE MSTFILE
           END-IF.

       0250-LOAD-ONE-RECORD.
           ADD 1 TO WS-RECORDS-READ
           IF MST-ID NOT NUMERIC OR MST-TERM-ID NOT NUMERIC
                   OR MST-DATE NOT NUMERIC OR MST-TIME NOT NUMERIC
               ADD 1 TO WS-BAD-RECORDS
               MOVE "INCLAPSE"           TO EXC-PROGRAM-NAME
               MOVE "student_master.dat" TO EXC-SOURCE-FILE
               MOVE "MST-RECORD"         TO EXC-FIELD-NAME
               MOVE MST-RECORD           TO EXC-RAW-VALUE
               MOVE "unreadable master record, skipped"
                   TO EXC-REASON
               CALL "ExceptionLog" USING EXCEPTION-LOG-BLOCK
           ELSE
               MOVE MST-TERM-ID TO WS-NEW-TERM
               PERFORM 0280-NOTE-TERM
               COMPUTE WS-MST-STAMP = MST-DATE * 1000000 + MST-TIME
               PERFORM 0260-FIND-RECORD
               IF WS-REC-MATCH = ZERO
                   IF WS-RECORD-COUNT < WS-MAX-RECORDS
                       ADD 1 TO WS-RECORD-COUNT
                       MOVE WS-RECORD-COUNT TO WS-REC-MATCH
                       MOVE MST-ID      TO WS-REC-ID(WS-REC-MATCH)
                       MOVE MST-TERM-ID TO WS-REC-TERM-ID(WS-REC-MATCH)
                       MOVE MST-SECTION TO WS-REC-SECTION(WS-REC-MATCH)
                       MOVE ZERO        TO WS-REC-STAMP(WS-REC-MATCH)
                   ELSE
                       SET RECORD-TABLE-OVERFLOWED TO TRUE
                   END-IF
               END-IF
               IF WS-REC-MATCH > ZERO
                   IF WS-MST-STAMP NOT < WS-REC-STAMP(WS-REC-MATCH)
                       MOVE WS-MST-STAMP TO WS-REC-STAMP(WS-REC-MATCH)
                       MOVE MST-GRADE    TO WS-REC-GRADE(WS-REC-MATCH)
                       MOVE MST-LAST-NAME
                           TO WS-REC-LAST(WS-REC-MATCH)
                       MOVE MST-FIRST-NAME
                           TO WS-REC-FIRST(WS-REC-MATCH)
                       MOVE MST-PRIVACY-HOLD
                           TO WS-REC-HOLD(WS-REC-MATCH)
                   END-IF
               END-IF
           END-IF.

       0260-FIND-RECORD.
           MOVE ZERO TO WS-REC-MATCH
           PERFORM VARYING WS-REC-SUB FROM 1 BY 1
                   UNTIL WS-REC-SUB > WS-RECORD-COUNT
               IF WS-REC-ID(WS-REC-SUB) = MST-ID
                       AND WS-REC-TERM-ID(WS-REC-SUB) = MST-TERM-ID
                       AND WS-REC-SECTION(WS-REC-SUB) = MST-SECTION
                   MOVE WS-REC-SUB TO WS-REC-MATCH
               END-IF
           END-PERFORM.

       0280-NOTE-TERM.
           MOVE "N" TO WS-TERM-FOUND
           PERFORM VARYING WS-TERM-SUB FROM 1 BY 1
                   UNTIL WS-TERM-SUB > WS-TERM-COUNT
               IF WS-TERM-ENTRY(WS-TERM-SUB) = WS-NEW-TERM
                   SET TERM-IS-LISTED TO TRUE
               END-IF
           END-PERFORM
           IF NOT TERM-IS-LISTED
               IF WS-TERM-COUNT < WS-MAX-TERMS
                   ADD 1 TO WS-TERM-COUNT
                   MOVE WS-NEW-TERM TO WS-TERM-ENTRY(WS-TERM-COUNT)
               ELSE
                   SET RECORD-TABLE-OVERFLOWED TO TRUE
               END-IF
           END-IF.

       0300-LOAD-QUEUED.
           OPEN INPUT PNDFILE
           IF WS-PND-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ PNDFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF PND-TYPE = "IL"
                                   AND (PND-STATUS = "P"
                                        OR PND-STATUS = "R")
                               PERFORM 0350-NOTE-QUEUED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PNDFILE
           END-IF.

       0350-NOTE-QUEUED.
           IF WS-QUEUED-COUNT < WS-MAX-QUEUED
               ADD 1 TO WS-QUEUED-COUNT
               MOVE PND-PAYLOAD(1:17) TO WS-QUEUED-KEY(WS-QUEUED-COUNT)
           ELSE
               SET QUEUE-TABLE-OVERFLOWED TO TRUE
           END-IF.

       1000-COMPUTE-AGE.
      *> terms on the master after the Incomplete's own, through the
      *> current term
           MOVE ZERO TO WS-AGE
           PERFORM VARYING WS-TERM-SUB FROM 1 BY 1
                   UNTIL WS-TERM-SUB > WS-TERM-COUNT
               IF WS-TERM-ENTRY(WS-TERM-SUB)
                       > WS-REC-TERM-ID(WS-REC-SUB)
                   AND WS-TERM-ENTRY(WS-TERM-SUB) NOT > TC-TERM-ID
                   ADD 1 TO WS-AGE
               END-IF
           END-PERFORM.

       1100-BUILD-PAYLOAD.
           MOVE SPACES TO WS-IL-PAYLOAD
           MOVE WS-REC-ID(WS-REC-SUB)      TO WS-IL-ID
           MOVE WS-REC-TERM-ID(WS-REC-SUB) TO WS-IL-TERM
           MOVE WS-REC-SECTION(WS-REC-SUB) TO WS-IL-SECTION
           MOVE "N" TO WS-QUEUED-FOUND
           PERFORM VARYING WS-QUEUED-SUB FROM 1 BY 1
                   UNTIL WS-QUEUED-SUB > WS-QUEUED-COUNT
               IF WS-QUEUED-KEY(WS-QUEUED-SUB) = WS-IL-PAYLOAD(1:17)
                   SET ALREADY-QUEUED TO TRUE
               END-IF
           END-PERFORM.

       1200-BUILD-NAME.
           MOVE SPACES TO WS-DISP-NAME
           IF NOT WS-REC-PRIVACY-HELD(WS-REC-SUB)
               STRING FUNCTION TRIM(WS-REC-LAST(WS-REC-SUB))
                      ", "
                      FUNCTION TRIM(WS-REC-FIRST(WS-REC-SUB))
                   DELIMITED BY SIZE INTO WS-DISP-NAME
           END-IF.

       2000-QUEUE-LAPSES.
           MOVE SPACES TO RPT-DETAIL-LINE
           STRING "Current term " TC-TERM-ID
                  " -- an Incomplete lapses to F after "
                  WS-LAPSE-TERMS " term(s)"
               DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           MOVE "WRITE" TO RPT-FUNCTION
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           MOVE SPACES TO RPT-DETAIL-LINE
           MOVE "QUEUED FOR LAPSE TO F (awaiting ChangeApprove)"
               TO RPT-DETAIL-LINE
           MOVE "0" TO RPT-CARRIAGE-CTL
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           MOVE SPACE TO RPT-CARRIAGE-CTL
           PERFORM 5000-WRITE-COLUMN-HEADING
           OPEN EXTEND PNDFILE
           IF WS-PND-STATUS NOT = "00"
               OPEN OUTPUT PNDFILE
           END-IF
           PERFORM VARYING WS-REC-SUB FROM 1 BY 1
                   UNTIL WS-REC-SUB > WS-RECORD-COUNT
               IF WS-REC-GRADE(WS-REC-SUB) = "I"
                       AND WS-REC-TERM-ID(WS-REC-SUB)
                           NOT > TC-TERM-ID
                   ADD 1 TO WS-INCOMPLETE-COUNT
                   PERFORM 1000-COMPUTE-AGE
                   IF WS-AGE NOT < WS-LAPSE-TERMS
                       PERFORM 2100-QUEUE-ONE-LAPSE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE PNDFILE
           IF WS-QUEUED-NOW = ZERO
               MOVE SPACES TO RPT-DETAIL-LINE
               MOVE "  (none)" TO RPT-DETAIL-LINE
               MOVE "WRITE" TO RPT-FUNCTION
               CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           END-IF.

       2100-QUEUE-ONE-LAPSE.
           PERFORM 1100-BUILD-PAYLOAD
           IF ALREADY-QUEUED
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               MOVE SPACES TO PND-RECORD
               MOVE "IL" TO PND-TYPE
               MOVE "SYSTEM" TO PND-REQ-OPER
               MOVE DTS-RUN-DATE TO PND-DATE
               MOVE DTS-RUN-TIME TO PND-TIME
               MOVE "P" TO PND-STATUS
               MOVE WS-IL-PAYLOAD TO PND-PAYLOAD
               MOVE "I TO F, LAPSED" TO PND-PAYLOAD(19:22)
               WRITE PND-RECORD
               ADD 1 TO WS-QUEUED-NOW
               PERFORM 5100-WRITE-INCOMPLETE-LINE
           END-IF.

       3000-WRITE-DUE-NOTICES.
      *> One term short of the limit today means the Incomplete
      *> lapses as soon as next term is on the books.
           MOVE SPACES TO RPT-DETAIL-LINE
           MOVE "COMING DUE NEXT TERM (finish before it lapses)"
               TO RPT-DETAIL-LINE
           MOVE "0" TO RPT-CARRIAGE-CTL
           MOVE "WRITE" TO RPT-FUNCTION
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           MOVE SPACE TO RPT-CARRIAGE-CTL
           PERFORM 5000-WRITE-COLUMN-HEADING
           PERFORM VARYING WS-REC-SUB FROM 1 BY 1
                   UNTIL WS-REC-SUB > WS-RECORD-COUNT
               IF WS-REC-GRADE(WS-REC-SUB) = "I"
                       AND WS-REC-TERM-ID(WS-REC-SUB)
                           NOT > TC-TERM-ID
                   PERFORM 1000-COMPUTE-AGE
                   IF WS-AGE + 1 = WS-LAPSE-TERMS
                       ADD 1 TO WS-DUE-COUNT
                       PERFORM 5100-WRITE-INCOMPLETE-LINE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-DUE-COUNT = ZERO
               MOVE SPACES TO RPT-DETAIL-LINE
               MOVE "  (none)" TO RPT-DETAIL-LINE
               MOVE "WRITE" TO RPT-FUNCTION
               CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           END-IF.

       4000-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO RPT-DETAIL-LINE
           MOVE WS-INCOMPLETE-COUNT TO WS-DISP-COUNT
           STRING "Incompletes on file: " WS-DISP-COUNT
               DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           MOVE "0" TO RPT-CARRIAGE-CTL
           MOVE "WRITE" TO RPT-FUNCTION
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           MOVE SPACE TO RPT-CARRIAGE-CTL
           MOVE SPACES TO RPT-DETAIL-LINE
           MOVE WS-QUEUED-NOW TO WS-DISP-COUNT
           STRING "Queued this run:     " WS-DISP-COUNT
               DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           MOVE SPACES TO RPT-DETAIL-LINE
           MOVE WS-SKIPPED-COUNT TO WS-DISP-COUNT
           STRING "Already queued:      " WS-DISP-COUNT
                  "  (pending, or extended by a supervisor)"
               DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           MOVE SPACES TO RPT-DETAIL-LINE
           MOVE WS-DUE-COUNT TO WS-DISP-COUNT
           STRING "Due next term:       " WS-DISP-COUNT
               DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK.

       5000-WRITE-COLUMN-HEADING.
           MOVE SPACES TO RPT-DETAIL-LINE
           MOVE "  ID    NAME                     SECT  TERM    AGE"
               TO RPT-DETAIL-LINE
           MOVE "WRITE" TO RPT-FUNCTION
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK.

       5100-WRITE-INCOMPLETE-LINE.
           PERFORM 1200-BUILD-NAME
           MOVE WS-AGE TO WS-DISP-AGE
           MOVE SPACES TO RPT-DETAIL-LINE
           STRING "  " WS-REC-ID(WS-REC-SUB)
                  " " WS-DISP-NAME
                  " " WS-REC-SECTION(WS-REC-SUB)
                  "  " WS-REC-TERM-ID(WS-REC-SUB)
                  "  " WS-DISP-AGE
               DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           MOVE "WRITE" TO RPT-FUNCTION
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK.

       9800-ACQUIRE-RUN-LOCK.
           MOVE "ACQ" TO RL-FUNCTION
           MOVE "STUDENTMASTER" TO RL-PROGRAM-NAME
           MOVE "SYSTEM" TO RL-OPERATOR-ID
           CALL "RunLock" USING RUN-LOCK-BLOCK.

       9900-RELEASE-RUN-LOCK.
           MOVE "REL" TO RL-FUNCTION
           MOVE "STUDENTMASTER" TO RL-PROGRAM-NAME
           MOVE "SYSTEM" TO RL-OPERATOR-ID
           CALL "RunLock" USING RUN-LOCK-BLOCK.

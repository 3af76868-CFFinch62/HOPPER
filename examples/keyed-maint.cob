      *> keyed-maint.cob - HOPPER Example 8c: Batch Keyed File
      *> Maintenance
      *> FileIO's 4000-CORRECT-RECORD corrects one hopper_test.dat
      *> record at a time at the console; a batch of corrections or
      *> retirements meant an operator keying each one. This program
      *> applies a whole file of them, hopper_test_maint.txt, one
      *> transaction per line: an action (A add, C change, D delete),
      *> the OUT-KEY it applies to, and for an add or change the new
      *> data. The RELATIVE file is addressed by slot, not by key --
      *> FileCheck's compaction renumbers slots -- so one sequential
      *> pass first maps every key on file to its slot, and each
      *> transaction then goes straight to its record by RRN. An add
      *> lands in the slot FileIO would have given the key (key + 1)
      *> when that slot is free, otherwise past the last slot in use.
      *> Transactions apply in file order, so a key added early in
      *> the batch can be changed or deleted later in the same batch.
      *> An add for a key already on file, a change or delete for a
      *> key that is not, a change with no new data, or a line with
      *> an unknown action or a non-numeric key is rejected to the
      *> shared exceptions log and the batch goes on. Every applied
      *> transaction puts the record's images on the audit trail --
      *> BEFORE for a change or delete, AFTER for an add or change --
      *> under the signed-on operator, who must hold tier W as for
      *> FileIO's own write phase. The control report lists each
      *> transaction's outcome and proves adds + changes + deletes +
      *> rejects equal the transactions read. FILEIO is the resource
      *> lock for hopper_test.dat, as for FileCheck.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KeyedMaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TSTFILE ASSIGN TO "hopper_test.dat"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-TST-RRN
               FILE STATUS IS WS-TST-STATUS.
           SELECT TRNFILE ASSIGN TO "hopper_test_maint.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRN-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD TSTFILE.
           01 TST-RECORD.
               05 TST-KEY   PIC 9(5).
               05 TST-DATE  PIC 9(8).
               05 TST-TIME  PIC 9(6).
               05 TST-DATA  PIC X(61).

      *> action, one space, OUT-KEY, one space, the new data (blank
      *> on a delete).
           FD TRNFILE.
           01 TRN-RECORD.
               05 TRN-ACTION PIC X.
               05 FILLER     PIC X.
               05 TRN-KEY    PIC X(5).
               05 FILLER     PIC X.
               05 TRN-DATA   PIC X(61).

       WORKING-STORAGE SECTION.
           01 WS-TST-STATUS  PIC XX VALUE SPACES.
           01 WS-TRN-STATUS  PIC XX VALUE SPACES.
           01 WS-TST-RRN     PIC 9(5) VALUE ZERO.
           01 WS-EOF         PIC X  VALUE "N".
               88 END-OF-FILE VALUE "Y".

           01 WS-OPERATOR-ID  PIC X(8) VALUE "SYSTEM".
           01 WS-OPERATOR-PIN PIC X(4) VALUE SPACES.
           01 WS-OP-AUTHORIZED PIC X VALUE "N".
               88 OPERATOR-AUTHORIZED VALUE "Y".
           COPY OPERCTL.

      *> Every key on file and the slot it sits in. A delete leaves
      *> its entry in place, marked gone, so a later add of the same
      *> key in the batch is not mistaken for a duplicate.
           01 WS-MAX-KEYS    PIC 9(4) VALUE 500.
           01 WS-KEY-COUNT   PIC 9(4) VALUE ZERO.
           01 WS-KEY-TABLE.
               05 WS-KEY-ENTRY OCCURS 500 TIMES.
                   10 WS-KEY-VALUE PIC 9(5).
                   10 WS-KEY-RRN   PIC 9(5).
                   10 WS-KEY-LIVE  PIC X.
                       88 KEY-ON-FILE VALUE "Y".
           01 WS-K           PIC 9(4) VALUE ZERO.
           01 WS-KEY-MATCH   PIC 9(4) VALUE ZERO.
           01 WS-MAX-RRN     PIC 9(5) VALUE ZERO.
           01 WS-KEY-OVERFLOW PIC X VALUE "N".
               88 KEY-TABLE-FULL VALUE "Y".
           01 WS-TRN-KEY-NUM PIC 9(5) VALUE ZERO.

           01 WS-TRN-READ    PIC 9(6) VALUE ZERO.
           01 WS-ADD-COUNT   PIC 9(6) VALUE ZERO.
           01 WS-CHANGE-COUNT PIC 9(6) VALUE ZERO.
           01 WS-DELETE-COUNT PIC 9(6) VALUE ZERO.
           01 WS-REJECT-COUNT PIC 9(6) VALUE ZERO.
           01 WS-PROOF-TOTAL PIC 9(6) VALUE ZERO.
      *> The run's condition code, staged here because every CALL
      *> below (RunLock, ReportWriter, AuditLog) resets RETURN-CODE.
           01 WS-RUN-RC      PIC 9(3) VALUE ZERO.
           01 WS-REJECT-REASON PIC X(40) VALUE SPACES.
           01 WS-BEFORE-IMAGE PIC X(80) VALUE SPACES.
           01 WS-IMAGE-TAG   PIC X(6) VALUE SPACES.
           01 WS-IMAGE       PIC X(80) VALUE SPACES.

           COPY DATESTAMP.
           COPY CONINCTL.
           COPY AUDCTL.
           COPY EXCPCTL.
           COPY RPTCTL.
           COPY JOBCTL.
           COPY RUNLKCTL.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-SIGN-ON
           IF NOT OPERATOR-AUTHORIZED
               DISPLAY "! Sign-on denied for operator '"
                       WS-OPERATOR-ID "' -- no transactions applied"
               MOVE 12 TO WS-RUN-RC
               PERFORM 9000-LOG-AND-EXIT
           END-IF
      *> Refused here before any file is touched (see RunLock /
      *> hopper_runlocks.txt).
           PERFORM 9800-ACQUIRE-RUN-LOCK
           IF NOT RL-IS-GRANTED
               DISPLAY "! Run refused -- FILEIO"
                       " lock held by " RL-HELD-BY
                       " since " RL-HELD-DATE "-" RL-HELD-TIME
               MOVE 12 TO WS-RUN-RC
               PERFORM 9000-LOG-AND-EXIT
           END-IF
           OPEN INPUT TRNFILE
           IF WS-TRN-STATUS NOT = "00"
               DISPLAY "! Cannot open hopper_test_maint.txt -- "
                       "no transactions to apply"
               MOVE 8 TO WS-RUN-RC
               PERFORM 9900-RELEASE-RUN-LOCK
               PERFORM 9000-LOG-AND-EXIT
           END-IF
           PERFORM 2000-MAP-KEYS
           IF WS-TST-STATUS NOT = "00"
               DISPLAY "! Cannot open hopper_test.dat, status "
                       WS-TST-STATUS " -- no transactions applied"
               CLOSE TRNFILE
               MOVE 8 TO WS-RUN-RC
               PERFORM 9900-RELEASE-RUN-LOCK
               PERFORM 9000-LOG-AND-EXIT
           END-IF
      *> A key the table could not hold could be added a second time
      *> or reported missing when it is on file, so nothing is
      *> applied against a partial map.
           IF KEY-TABLE-FULL
               DISPLAY "! hopper_test.dat holds more than "
                       WS-MAX-KEYS " keys -- no transactions applied"
               CLOSE TRNFILE
               MOVE 12 TO WS-RUN-RC
               PERFORM 9900-RELEASE-RUN-LOCK
               PERFORM 9000-LOG-AND-EXIT
           END-IF
           PERFORM 3000-OPEN-CONTROL-REPORT
           OPEN I-O TSTFILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL END-OF-FILE
               READ TRNFILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF TRN-RECORD NOT = SPACES
                           PERFORM 4000-APPLY-TRANSACTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TSTFILE
           CLOSE TRNFILE
           PERFORM 5000-CONTROL-TOTALS
           DISPLAY "Keyed maintenance complete. Read: " WS-TRN-READ
                   " Adds: " WS-ADD-COUNT
                   " Changes: " WS-CHANGE-COUNT
                   " Deletes: " WS-DELETE-COUNT
                   " Rejects: " WS-REJECT-COUNT
           EVALUATE TRUE
               WHEN JOB-RECON-RESULT = "DISCREPANCY"
                   MOVE 8 TO WS-RUN-RC
               WHEN WS-REJECT-COUNT > ZERO
                   MOVE 4 TO WS-RUN-RC
               WHEN OTHER
                   MOVE ZERO TO WS-RUN-RC
           END-EVALUATE
           PERFORM 9900-RELEASE-RUN-LOCK
           PERFORM 9000-LOG-AND-EXIT.

       1000-SIGN-ON.
      *> The same tier-W sign-on FileIO's write phase asks for; an
      *> unattended run answers it from hopper_sysin.txt through
      *> ConsoleInput.
           DISPLAY "Operator sign-on required to maintain "
                   "hopper_test.dat."
           DISPLAY "Enter operator id: " WITH NO ADVANCING
           PERFORM 9700-GET-CONSOLE-ANSWER
           MOVE CI-ANSWER(1:8) TO WS-OPERATOR-ID
           DISPLAY "Enter PIN: " WITH NO ADVANCING
           MOVE "Y" TO CI-SECRET
           PERFORM 9700-GET-CONSOLE-ANSWER
           MOVE CI-ANSWER(1:4) TO WS-OPERATOR-PIN
           MOVE WS-OPERATOR-ID  TO OA-OPERATOR-ID
           MOVE WS-OPERATOR-PIN TO OA-PIN
           MOVE "W"             TO OA-REQUIRED-TIER
           MOVE "KEYEDMAINT"    TO OA-INPUT-SLOT
           CALL "OperatorAuth" USING OPERATOR-AUTH-BLOCK
           MOVE OA-AUTHORIZED TO WS-OP-AUTHORIZED
           IF OPERATOR-AUTHORIZED
               DISPLAY "  Sign-on accepted for operator '"
                       WS-OPERATOR-ID "'"
           END-IF.

      *> READ NEXT on a RELATIVE file leaves each record's RRN in the
      *> RELATIVE KEY field, the property FileIO's date index and
      *> FileCheck's slot walk rely on. A slot whose key is not
      *> numeric is passed over -- no transaction can name it.
       2000-MAP-KEYS.
           OPEN INPUT TSTFILE
           IF WS-TST-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ TSTFILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM 2100-MAP-ONE-KEY
                   END-READ
               END-PERFORM
               CLOSE TSTFILE
               MOVE "00" TO WS-TST-STATUS
           END-IF.

       2100-MAP-ONE-KEY.
           IF WS-TST-RRN > WS-MAX-RRN
               MOVE WS-TST-RRN TO WS-MAX-RRN
           END-IF
           IF TST-KEY NUMERIC
               IF WS-KEY-COUNT < WS-MAX-KEYS
                   ADD 1 TO WS-KEY-COUNT
                   MOVE TST-KEY    TO WS-KEY-VALUE(WS-KEY-COUNT)
                   MOVE WS-TST-RRN TO WS-KEY-RRN(WS-KEY-COUNT)
                   MOVE "Y"        TO WS-KEY-LIVE(WS-KEY-COUNT)
               ELSE
                   SET KEY-TABLE-FULL TO TRUE
               END-IF
           END-IF.

       3000-OPEN-CONTROL-REPORT.
           MOVE "KEYEDMAINT" TO RPT-PROGRAM-NAME
           MOVE "TEST FILE MAINT CONTROL" TO RPT-REPORT-TITLE
           MOVE "OPEN " TO RPT-FUNCTION
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK
           MOVE SPACES TO RPT-DETAIL-LINE
           STRING "OPERATOR " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE SPACES TO RPT-DETAIL-LINE
           STRING "ACT KEY   SLOT  RESULT   REASON"
               DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           PERFORM 3900-WRITE-REPORT-LINE.

       3900-WRITE-REPORT-LINE.
           MOVE "WRITE" TO RPT-FUNCTION
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK.

       4000-APPLY-TRANSACTION.
           ADD 1 TO WS-TRN-READ
           MOVE SPACES TO WS-REJECT-REASON
           MOVE ZERO TO WS-TST-RRN
           MOVE FUNCTION UPPER-CASE(TRN-ACTION) TO TRN-ACTION
           EVALUATE TRUE
               WHEN TRN-ACTION NOT = "A" AND NOT = "C"
                       AND NOT = "D"
                   MOVE "action not A, C or D" TO WS-REJECT-REASON
               WHEN TRN-KEY NOT NUMERIC
                   MOVE "key not a five-digit number"
                       TO WS-REJECT-REASON
               WHEN TRN-ACTION = "C" AND TRN-DATA = SPACES
                   MOVE "change carries no new data"
                       TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               MOVE TRN-KEY TO WS-TRN-KEY-NUM
               PERFORM 4050-FIND-KEY
               EVALUATE TRN-ACTION
                   WHEN "A"
                       IF WS-KEY-MATCH > ZERO
                           MOVE "add for a key already on file"
                               TO WS-REJECT-REASON
                       ELSE
                           PERFORM 4100-ADD-RECORD
                       END-IF
                   WHEN "C"
                       IF WS-KEY-MATCH = ZERO
                           MOVE "change for a key not on file"
                               TO WS-REJECT-REASON
                       ELSE
                           PERFORM 4200-CHANGE-RECORD
                       END-IF
                   WHEN "D"
                       IF WS-KEY-MATCH = ZERO
                           MOVE "delete for a key not on file"
                               TO WS-REJECT-REASON
                       ELSE
                           PERFORM 4300-DELETE-RECORD
                       END-IF
               END-EVALUATE
           END-IF
           MOVE SPACES TO RPT-DETAIL-LINE
           IF WS-REJECT-REASON = SPACES
               STRING " " TRN-ACTION "  " TRN-KEY " " WS-TST-RRN
                      " APPLIED"
                   DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           ELSE
               PERFORM 4900-REJECT-TRANSACTION
               STRING " " TRN-ACTION "  " TRN-KEY "       "
                      "REJECTED " WS-REJECT-REASON
                   DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           END-IF
           PERFORM 3900-WRITE-REPORT-LINE.

      *> WS-KEY-MATCH is the live table entry for the key, zero when
      *> the key is not on file.
       4050-FIND-KEY.
           MOVE ZERO TO WS-KEY-MATCH
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-KEY-COUNT OR WS-KEY-MATCH > ZERO
               IF WS-KEY-VALUE(WS-K) = WS-TRN-KEY-NUM
                       AND KEY-ON-FILE(WS-K)
                   MOVE WS-K TO WS-KEY-MATCH
               END-IF
           END-PERFORM.

      *> FileIO gives key n slot n + 1; when that slot is taken the
      *> record goes just past the last slot in use.
       4100-ADD-RECORD.
           IF WS-KEY-COUNT NOT < WS-MAX-KEYS
               MOVE "key map full, add not applied"
                   TO WS-REJECT-REASON
           ELSE
               CALL "BusinessDate" USING DATE-TIME-STAMP
               MOVE WS-TRN-KEY-NUM TO TST-KEY
               MOVE DTS-RUN-DATE   TO TST-DATE
               MOVE DTS-RUN-TIME   TO TST-TIME
               MOVE TRN-DATA       TO TST-DATA
               IF WS-TRN-KEY-NUM < 99999
                   COMPUTE WS-TST-RRN = WS-TRN-KEY-NUM + 1
               ELSE
                   COMPUTE WS-TST-RRN = WS-MAX-RRN + 1
               END-IF
               WRITE TST-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
               IF WS-TST-STATUS = "22"
                   COMPUTE WS-TST-RRN = WS-MAX-RRN + 1
                   WRITE TST-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
               END-IF
               IF WS-TST-STATUS = "00"
                   ADD 1 TO WS-ADD-COUNT
                   IF WS-TST-RRN > WS-MAX-RRN
                       MOVE WS-TST-RRN TO WS-MAX-RRN
                   END-IF
                   ADD 1 TO WS-KEY-COUNT
                   MOVE TST-KEY    TO WS-KEY-VALUE(WS-KEY-COUNT)
                   MOVE WS-TST-RRN TO WS-KEY-RRN(WS-KEY-COUNT)
                   MOVE "Y"        TO WS-KEY-LIVE(WS-KEY-COUNT)
                   MOVE "AFTER=" TO WS-IMAGE-TAG
                   MOVE TST-RECORD TO WS-IMAGE
                   PERFORM 4800-AUDIT-IMAGE
               ELSE
                   STRING "add write failed, status " WS-TST-STATUS
                       DELIMITED BY SIZE INTO WS-REJECT-REASON
               END-IF
           END-IF.

      *> The record keeps its key, date and time; only the data
      *> changes, as with FileIO's in-place correction.
       4200-CHANGE-RECORD.
           MOVE WS-KEY-RRN(WS-KEY-MATCH) TO WS-TST-RRN
           READ TSTFILE
               INVALID KEY CONTINUE
           END-READ
           IF WS-TST-STATUS NOT = "00"
               STRING "change read failed, status " WS-TST-STATUS
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
           ELSE
               MOVE TST-RECORD TO WS-BEFORE-IMAGE
               MOVE TRN-DATA TO TST-DATA
               REWRITE TST-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
               IF WS-TST-STATUS = "00"
                   ADD 1 TO WS-CHANGE-COUNT
                   MOVE "BEFORE" TO WS-IMAGE-TAG
                   MOVE WS-BEFORE-IMAGE TO WS-IMAGE
                   PERFORM 4800-AUDIT-IMAGE
                   MOVE "AFTER=" TO WS-IMAGE-TAG
                   MOVE TST-RECORD TO WS-IMAGE
                   PERFORM 4800-AUDIT-IMAGE
               ELSE
                   STRING "change rewrite failed, status "
                          WS-TST-STATUS
                       DELIMITED BY SIZE INTO WS-REJECT-REASON
               END-IF
           END-IF.

       4300-DELETE-RECORD.
           MOVE WS-KEY-RRN(WS-KEY-MATCH) TO WS-TST-RRN
           READ TSTFILE
               INVALID KEY CONTINUE
           END-READ
           IF WS-TST-STATUS NOT = "00"
               STRING "delete read failed, status " WS-TST-STATUS
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
           ELSE
               MOVE TST-RECORD TO WS-BEFORE-IMAGE
               DELETE TSTFILE RECORD
                   INVALID KEY CONTINUE
               END-DELETE
               IF WS-TST-STATUS = "00"
                   ADD 1 TO WS-DELETE-COUNT
                   MOVE "N" TO WS-KEY-LIVE(WS-KEY-MATCH)
                   MOVE "BEFORE" TO WS-IMAGE-TAG
                   MOVE WS-BEFORE-IMAGE TO WS-IMAGE
                   PERFORM 4800-AUDIT-IMAGE
               ELSE
                   STRING "delete failed, status " WS-TST-STATUS
                       DELIMITED BY SIZE INTO WS-REJECT-REASON
               END-IF
           END-IF.

      *> One audit line per record image, the whole 80-byte record
      *> as it stood (BEFORE) or as it now stands (AFTER).
       4800-AUDIT-IMAGE.
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID
           MOVE "KEYEDMAINT"   TO AUD-PROGRAM-ID
           MOVE SPACES TO AUD-DETAIL
           IF WS-IMAGE-TAG = "BEFORE"
               STRING "MAINT=" TRN-ACTION " KEY=" TRN-KEY
                      " RRN=" WS-TST-RRN " BEFORE=" WS-IMAGE
                   DELIMITED BY SIZE INTO AUD-DETAIL
           ELSE
               STRING "MAINT=" TRN-ACTION " KEY=" TRN-KEY
                      " RRN=" WS-TST-RRN " AFTER=" WS-IMAGE
                   DELIMITED BY SIZE INTO AUD-DETAIL
           END-IF
           CALL "AuditLog" USING AUDIT-LOG-BLOCK.

       4900-REJECT-TRANSACTION.
           ADD 1 TO WS-REJECT-COUNT
           DISPLAY "  ! Rejected " TRN-ACTION " " TRN-KEY ": "
                   WS-REJECT-REASON
           MOVE "KEYEDMAINT"            TO EXC-PROGRAM-NAME
           MOVE "hopper_test_maint.txt" TO EXC-SOURCE-FILE
           MOVE "TRN-RECORD"            TO EXC-FIELD-NAME
           MOVE TRN-RECORD              TO EXC-RAW-VALUE
           MOVE WS-REJECT-REASON        TO EXC-REASON
           CALL "ExceptionLog" USING EXCEPTION-LOG-BLOCK.

      *> Every transaction read ends as exactly one add, change,
      *> delete or reject; the proof line says whether it did.
       5000-CONTROL-TOTALS.
           COMPUTE WS-PROOF-TOTAL = WS-ADD-COUNT + WS-CHANGE-COUNT
               + WS-DELETE-COUNT + WS-REJECT-COUNT
           IF WS-PROOF-TOTAL = WS-TRN-READ
               MOVE "MATCH" TO JOB-RECON-RESULT
           ELSE
               MOVE "DISCREPANCY" TO JOB-RECON-RESULT
           END-IF
           MOVE SPACES TO RPT-DETAIL-LINE
           MOVE "0" TO RPT-CARRIAGE-CTL
           STRING "TRANSACTIONS READ   " WS-TRN-READ
               DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE SPACE TO RPT-CARRIAGE-CTL
           MOVE SPACES TO RPT-DETAIL-LINE
           STRING "  ADDS              " WS-ADD-COUNT
               DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE SPACES TO RPT-DETAIL-LINE
           STRING "  CHANGES           " WS-CHANGE-COUNT
               DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE SPACES TO RPT-DETAIL-LINE
           STRING "  DELETES           " WS-DELETE-COUNT
               DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE SPACES TO RPT-DETAIL-LINE
           STRING "  REJECTS           " WS-REJECT-COUNT
               DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE SPACES TO RPT-DETAIL-LINE
           STRING "A+C+D+REJECTS       " WS-PROOF-TOTAL
                  "  PROOF: " JOB-RECON-RESULT
               DELIMITED BY SIZE INTO RPT-DETAIL-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE "CLOSE" TO RPT-FUNCTION
           CALL "ReportWriter" USING RPT-CONTROL-BLOCK.

       9000-LOG-AND-EXIT.
           MOVE "KEYEDMAINT" TO JOB-PROGRAM-NAME
           MOVE WS-RUN-RC TO JOB-RETURN-CODE
           MOVE WS-TRN-READ TO JOB-RECORD-COUNT
           IF WS-RUN-RC > 4 AND WS-TRN-READ = ZERO
               MOVE 1 TO JOB-ERROR-COUNT
           ELSE
               MOVE WS-REJECT-COUNT TO JOB-ERROR-COUNT
           END-IF
           CALL "JobLog" USING JOB-LOG-BLOCK
           GOBACK.

       9700-GET-CONSOLE-ANSWER.
           MOVE "KEYEDMAINT" TO CI-PROGRAM-NAME
           CALL "ConsoleInput" USING CONSOLE-INPUT-BLOCK.

       9800-ACQUIRE-RUN-LOCK.
           MOVE "ACQ" TO RL-FUNCTION
           MOVE "FILEIO" TO RL-PROGRAM-NAME
           MOVE WS-OPERATOR-ID TO RL-OPERATOR-ID
           CALL "RunLock" USING RUN-LOCK-BLOCK.

       9900-RELEASE-RUN-LOCK.
           MOVE "REL" TO RL-FUNCTION
           MOVE "FILEIO" TO RL-PROGRAM-NAME
           MOVE WS-OPERATOR-ID TO RL-OPERATOR-ID
           CALL "RunLock" USING RUN-LOCK-BLOCK.

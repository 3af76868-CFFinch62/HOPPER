      *> master-index.cob - HOPPER Example 11i: Student Master Index
      *> student_master.dat is a keyed file now -- RELATIVE, the same
      *> RELATIVE-plus-key arrangement FileIO uses for hopper_test.dat,
      *> since this runtime has no ISAM -- but a relative record
      *> number says nothing about whose record sits in the slot.
      *> student_master.idx is the student-id index over it: itself a
      *> RELATIVE file whose record number IS the student id, each
      *> entry listing the master RRNs that student's records occupy
      *> (one per student per term and section, in the order they
      *> were written). GradeInquiry, GradeTranscript, GradeOverride
      *> and ChangeApprove ask for a student's entry and READ those
      *> RRNs directly instead of walking the whole master; GradeBatch
      *> posts each record it appends, MasterArchive rebuilds the
      *> index after it renumbers the master, and MasterReindex
      *> rebuilds and verifies it on demand. This subprogram is the
      *> one place the index is read or written (the single-owner
      *> shape CheckDigit and OperatorAuth give their own rules).
      *> A stale index is worse than none -- a lookup would silently
      *> miss terms -- so any post or rebuild that fails part-way
      *> removes student_master.idx outright, and every caller reads
      *> the master through until MasterReindex puts it back. A
      *> student with more records than one entry holds is flagged
      *> full and read through the same way.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MasterIndex.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MSTFILE ASSIGN TO "student_master.dat"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-MST-RRN
               FILE STATUS IS WS-MST-STATUS.
           SELECT IDXFILE ASSIGN TO "student_master.idx"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-IDX-RRN
               FILE STATUS IS WS-IDX-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Only the id is needed to index or verify a master record.
           FD MSTFILE.
           01 MST-RECORD.
               05 MST-ID      PIC 9(5).
               05 FILLER      PIC X(64).

      *> One entry per student, at relative record number = the id.
           FD IDXFILE.
           01 IDX-RECORD.
               05 IDX-STUDENT-ID PIC 9(5).
               05 IDX-FULL       PIC X.
                   88 IDX-ENTRY-FULL VALUE "Y".
               05 IDX-RRN-COUNT  PIC 9(2).
               05 IDX-RRN        PIC 9(7) OCCURS 40 TIMES.

       WORKING-STORAGE SECTION.
           01 WS-MST-STATUS PIC XX VALUE SPACES.
           01 WS-IDX-STATUS PIC XX VALUE SPACES.
           01 WS-MST-RRN    PIC 9(7) VALUE ZERO.
           01 WS-IDX-RRN    PIC 9(5) VALUE ZERO.
           01 WS-EOF        PIC X  VALUE "N".
               88 END-OF-FILE VALUE "Y".
      *> Eight terms of five courses -- a student past that is read
      *> through rather than indexed.
           01 WS-MAX-RRNS   PIC 9(2) VALUE 40.
           01 WS-SUB        PIC 9(2) VALUE ZERO.
      *> The one record being posted: by ADD for the caller's record,
      *> by REBUILD for each master record in turn.
           01 WS-POST-ID    PIC 9(5) VALUE ZERO.
           01 WS-POST-RRN   PIC 9(7) VALUE ZERO.
           01 WS-POST-OK    PIC X VALUE "N".
               88 POST-SUCCEEDED VALUE "Y".
           01 WS-POST-NEW   PIC X VALUE "N".
               88 POST-STARTED-ENTRY VALUE "Y".
           01 WS-RRN-HIT    PIC X VALUE "N".
               88 RRN-ON-ENTRY VALUE "Y".
           01 WS-MST-OPEN   PIC X VALUE "N".
               88 MASTER-IS-OPEN VALUE "Y".
      *> VERIFY's pigeonhole check: every master record found on its
      *> own entry, every listed RRN holding that student, and the
      *> two totals equal means no RRN is listed twice.
           01 WS-COVERED    PIC 9(7) VALUE ZERO.
           01 WS-LISTED     PIC 9(7) VALUE ZERO.
           01 WS-SHELL-CMD  PIC X(250) VALUE SPACES.
           COPY EXCPCTL.

       LINKAGE SECTION.
           COPY MSTIXCTL.

       PROCEDURE DIVISION USING MASTER-INDEX-BLOCK.
       0000-MAIN.
           MOVE "U" TO MIX-RESULT
           EVALUATE TRUE
               WHEN MIX-FN-GET
                   PERFORM 1000-GET-ENTRY
               WHEN MIX-FN-ADD
                   PERFORM 2000-ADD-ENTRY
               WHEN MIX-FN-REBUILD
                   PERFORM 3000-REBUILD-INDEX
               WHEN MIX-FN-VERIFY
                   PERFORM 4000-VERIFY-INDEX
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GOBACK.

       1000-GET-ENTRY.
           MOVE ZERO TO MIX-RRN-COUNT
           IF MIX-STUDENT-ID = ZERO
               MOVE "O" TO MIX-RESULT
           ELSE
               OPEN INPUT IDXFILE
               IF WS-IDX-STATUS = "00"
                   MOVE MIX-STUDENT-ID TO WS-IDX-RRN
                   READ IDXFILE
                       INVALID KEY CONTINUE
                   END-READ
                   EVALUATE TRUE
                       WHEN WS-IDX-STATUS = "23"
                           MOVE "N" TO MIX-RESULT
                       WHEN WS-IDX-STATUS NOT = "00"
                               OR IDX-STUDENT-ID NOT = MIX-STUDENT-ID
                           MOVE "U" TO MIX-RESULT
                       WHEN IDX-ENTRY-FULL
                           MOVE "O" TO MIX-RESULT
                       WHEN OTHER
                           MOVE IDX-RRN-COUNT TO MIX-RRN-COUNT
                           PERFORM VARYING WS-SUB FROM 1 BY 1
                                   UNTIL WS-SUB > IDX-RRN-COUNT
                               MOVE IDX-RRN(WS-SUB)
                                   TO MIX-RRN-ENTRY(WS-SUB)
                           END-PERFORM
                           MOVE "F" TO MIX-RESULT
                   END-EVALUATE
                   CLOSE IDXFILE
               END-IF
           END-IF.

       2000-ADD-ENTRY.
      *> An absent index stays absent -- starting one here would hold
      *> only this run's records and answer every lookup short.
           IF MIX-STUDENT-ID = ZERO
               MOVE "O" TO MIX-RESULT
           ELSE
               OPEN I-O IDXFILE
               IF WS-IDX-STATUS = "00"
                   MOVE MIX-STUDENT-ID TO WS-POST-ID
                   MOVE MIX-RRN        TO WS-POST-RRN
                   PERFORM 2100-POST-ONE-RRN
                   IF POST-SUCCEEDED
                       IF IDX-ENTRY-FULL
                           MOVE "O" TO MIX-RESULT
                       ELSE
                           MOVE "F" TO MIX-RESULT
                       END-IF
                   END-IF
                   CLOSE IDXFILE
                   IF NOT POST-SUCCEEDED
                       PERFORM 2900-DISCARD-INDEX
                   END-IF
               END-IF
           END-IF.

       2100-POST-ONE-RRN.
      *> IDXFILE is open I-O. A new student starts an entry; a known
      *> one has the RRN appended, or the entry flagged full.
           MOVE "N" TO WS-POST-OK
           MOVE "N" TO WS-POST-NEW
           MOVE WS-POST-ID TO WS-IDX-RRN
           READ IDXFILE
               INVALID KEY CONTINUE
           END-READ
           EVALUATE TRUE
               WHEN WS-IDX-STATUS = "23"
                   INITIALIZE IDX-RECORD
                   MOVE WS-POST-ID  TO IDX-STUDENT-ID
                   MOVE "N"         TO IDX-FULL
                   MOVE 1           TO IDX-RRN-COUNT
                   MOVE WS-POST-RRN TO IDX-RRN(1)
                   WRITE IDX-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
                   IF WS-IDX-STATUS = "00"
                       SET POST-SUCCEEDED TO TRUE
                       SET POST-STARTED-ENTRY TO TRUE
                   END-IF
               WHEN WS-IDX-STATUS = "00"
                       AND IDX-STUDENT-ID = WS-POST-ID
                   IF IDX-RRN-COUNT < WS-MAX-RRNS
                       ADD 1 TO IDX-RRN-COUNT
                       MOVE WS-POST-RRN TO IDX-RRN(IDX-RRN-COUNT)
                   ELSE
                       MOVE "Y" TO IDX-FULL
                   END-IF
                   REWRITE IDX-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
                   IF WS-IDX-STATUS = "00"
                       SET POST-SUCCEEDED TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2900-DISCARD-INDEX.
           MOVE "U" TO MIX-RESULT
           MOVE SPACES TO WS-SHELL-CMD
           STRING "rm -f student_master.idx"
               DELIMITED BY SIZE INTO WS-SHELL-CMD
           CALL "SYSTEM" USING WS-SHELL-CMD.

       3000-REBUILD-INDEX.
      *> OPEN OUTPUT starts the index empty; an absent master simply
      *> leaves it empty, ready for GradeBatch's first posts.
           MOVE ZERO TO MIX-RECORD-COUNT MIX-STUDENT-COUNT
                        MIX-ERROR-COUNT
           OPEN OUTPUT IDXFILE
           CLOSE IDXFILE
           OPEN I-O IDXFILE
           IF WS-IDX-STATUS NOT = "00"
               PERFORM 2900-DISCARD-INDEX
           ELSE
               OPEN INPUT MSTFILE
               IF WS-MST-STATUS = "00"
                   MOVE "N" TO WS-EOF
                   PERFORM UNTIL END-OF-FILE
                       READ MSTFILE NEXT RECORD
                           AT END MOVE "Y" TO WS-EOF
                           NOT AT END PERFORM 3100-INDEX-ONE-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE MSTFILE
               END-IF
               CLOSE IDXFILE
               IF MIX-ERROR-COUNT = ZERO
                   MOVE "F" TO MIX-RESULT
               ELSE
                   PERFORM 2900-DISCARD-INDEX
               END-IF
           END-IF.

       3100-INDEX-ONE-RECORD.
      *> READ NEXT leaves the record's RRN in WS-MST-RRN. A record
      *> whose id cannot be a record number is left off the index --
      *> no keyed id lookup can ask for it -- and reported.
           ADD 1 TO MIX-RECORD-COUNT
           IF MST-ID NOT NUMERIC OR MST-ID = ZERO
               MOVE "student_master.dat" TO EXC-SOURCE-FILE
               MOVE "MST-ID" TO EXC-FIELD-NAME
               MOVE MST-RECORD TO EXC-RAW-VALUE
               MOVE "id not a record number, not indexed"
                   TO EXC-REASON
               PERFORM 4900-LOG-DISCREPANCY
           ELSE
               MOVE MST-ID     TO WS-POST-ID
               MOVE WS-MST-RRN TO WS-POST-RRN
               PERFORM 2100-POST-ONE-RRN
               IF POST-SUCCEEDED
                   IF POST-STARTED-ENTRY
                       ADD 1 TO MIX-STUDENT-COUNT
                   END-IF
               ELSE
                   ADD 1 TO MIX-ERROR-COUNT
               END-IF
           END-IF.

       4000-VERIFY-INDEX.
      *> Pass 1 walks the master and finds every record on its own
      *> entry; pass 2 walks the index and READs every RRN it lists.
           MOVE ZERO TO MIX-RECORD-COUNT MIX-STUDENT-COUNT
                        MIX-ERROR-COUNT WS-COVERED WS-LISTED
           MOVE "N" TO WS-MST-OPEN
           OPEN INPUT IDXFILE
           IF WS-IDX-STATUS = "00"
               OPEN INPUT MSTFILE
               IF WS-MST-STATUS = "00"
                   SET MASTER-IS-OPEN TO TRUE
                   MOVE "N" TO WS-EOF
                   PERFORM UNTIL END-OF-FILE
                       READ MSTFILE NEXT RECORD
                           AT END MOVE "Y" TO WS-EOF
                           NOT AT END PERFORM 4100-CHECK-MASTER-RECORD
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE IDXFILE
               OPEN INPUT IDXFILE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ IDXFILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM 4200-CHECK-INDEX-ENTRY
                   END-READ
               END-PERFORM
               CLOSE IDXFILE
               IF MASTER-IS-OPEN
                   CLOSE MSTFILE
               END-IF
               IF WS-LISTED NOT = WS-COVERED
                   MOVE "student_master.idx" TO EXC-SOURCE-FILE
                   MOVE "IDX-RRN-COUNT" TO EXC-FIELD-NAME
                   MOVE SPACES TO EXC-RAW-VALUE
                   STRING WS-LISTED "/" WS-COVERED
                       DELIMITED BY SIZE INTO EXC-RAW-VALUE
                   MOVE "RRNs listed vs master records differ"
                       TO EXC-REASON
                   PERFORM 4900-LOG-DISCREPANCY
                   ADD 1 TO MIX-ERROR-COUNT
               END-IF
               IF MIX-ERROR-COUNT = ZERO
                   MOVE "F" TO MIX-RESULT
               ELSE
                   MOVE "M" TO MIX-RESULT
               END-IF
           END-IF.

       4100-CHECK-MASTER-RECORD.
           ADD 1 TO MIX-RECORD-COUNT
           IF MST-ID NUMERIC AND MST-ID > ZERO
               MOVE MST-ID TO WS-IDX-RRN
               READ IDXFILE
                   INVALID KEY CONTINUE
               END-READ
               MOVE "N" TO WS-RRN-HIT
               EVALUATE TRUE
                   WHEN WS-IDX-STATUS NOT = "00"
                           OR IDX-STUDENT-ID NOT = MST-ID
                       CONTINUE
                   WHEN IDX-ENTRY-FULL
                       SET RRN-ON-ENTRY TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-COVERED
                       PERFORM VARYING WS-SUB FROM 1 BY 1
                               UNTIL WS-SUB > IDX-RRN-COUNT
                           IF IDX-RRN(WS-SUB) = WS-MST-RRN
                               SET RRN-ON-ENTRY TO TRUE
                           END-IF
                       END-PERFORM
               END-EVALUATE
               IF NOT RRN-ON-ENTRY
                   MOVE "student_master.dat" TO EXC-SOURCE-FILE
                   MOVE "MST-ID" TO EXC-FIELD-NAME
                   MOVE SPACES TO EXC-RAW-VALUE
                   STRING "ID=" MST-ID " RRN=" WS-MST-RRN
                       DELIMITED BY SIZE INTO EXC-RAW-VALUE
                   MOVE "master record missing from the index"
                       TO EXC-REASON
                   PERFORM 4900-LOG-DISCREPANCY
                   ADD 1 TO MIX-ERROR-COUNT
               END-IF
           END-IF.

       4200-CHECK-INDEX-ENTRY.
      *> READ NEXT leaves the entry's record number -- the id it is
      *> filed under -- in WS-IDX-RRN.
           ADD 1 TO MIX-STUDENT-COUNT
           IF IDX-STUDENT-ID NOT = WS-IDX-RRN
               MOVE "student_master.idx" TO EXC-SOURCE-FILE
               MOVE "IDX-STUDENT-ID" TO EXC-FIELD-NAME
               MOVE SPACES TO EXC-RAW-VALUE
               STRING "SLOT=" WS-IDX-RRN " ID=" IDX-STUDENT-ID
                   DELIMITED BY SIZE INTO EXC-RAW-VALUE
               MOVE "entry filed under the wrong id"
                   TO EXC-REASON
               PERFORM 4900-LOG-DISCREPANCY
               ADD 1 TO MIX-ERROR-COUNT
           ELSE
               IF NOT IDX-ENTRY-FULL
                   ADD IDX-RRN-COUNT TO WS-LISTED
                   PERFORM VARYING WS-SUB FROM 1 BY 1
                           UNTIL WS-SUB > IDX-RRN-COUNT
                       PERFORM 4250-CHECK-LISTED-RRN
                   END-PERFORM
               END-IF
           END-IF.

       4250-CHECK-LISTED-RRN.
           MOVE "00" TO WS-MST-STATUS
           IF MASTER-IS-OPEN
               MOVE IDX-RRN(WS-SUB) TO WS-MST-RRN
               READ MSTFILE
                   INVALID KEY CONTINUE
               END-READ
           END-IF
           IF NOT MASTER-IS-OPEN OR WS-MST-STATUS NOT = "00"
                   OR MST-ID NOT = IDX-STUDENT-ID
               MOVE "student_master.idx" TO EXC-SOURCE-FILE
               MOVE "IDX-RRN" TO EXC-FIELD-NAME
               MOVE SPACES TO EXC-RAW-VALUE
               STRING "ID=" IDX-STUDENT-ID " RRN=" IDX-RRN(WS-SUB)
                   DELIMITED BY SIZE INTO EXC-RAW-VALUE
               MOVE "index points at another record"
                   TO EXC-REASON
               PERFORM 4900-LOG-DISCREPANCY
               ADD 1 TO MIX-ERROR-COUNT
           END-IF.

       4900-LOG-DISCREPANCY.
           MOVE MIX-PROGRAM-ID TO EXC-PROGRAM-NAME
           CALL "ExceptionLog" USING EXCEPTION-LOG-BLOCK.

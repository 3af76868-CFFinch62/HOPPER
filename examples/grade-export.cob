      *> grade-export.cob - HOPPER Example 4g: Registrar Final-Grade
      *> Export
      *> Enrollment arrives from the registrar as a file
      *> (RegistrarImport), but final grades went back on a printout
      *> that someone re-keyed. This step runs after GradeBatch and
      *> sends the term's grades back as a fixed-width file,
      *> registrar_grades.txt: a header carrying the term id and the
      *> run date, one detail line per student_master.dat record for
      *> the term in grade_term.txt -- the id as the six-digit checked
      *> id the registrar keys on (CheckDigit issues the digit),
      *> section, term, grade and grade points, W and I included --
      *> and a trailer carrying the detail count and the grade-point
      *> hash total, the same header/detail/trailer shape GLExtract
      *> uses for gl_interface.txt.
      *> Every detail sent is remembered in registrar_grades_sent.txt.
      *> Once a term has gone, a later run for the same term does not
      *> send the whole term again: it compares the master with what
      *> was sent and writes only the differences to
      *> registrar_grade_corrections.txt, in the same layout with an
      *> action on each line (C a changed grade, A a record not sent
      *> before). A grade on the master only changes through
      *> ChangeApprove, so every difference is an approved change. A
      *> correction run with nothing to correct still writes the
      *> header and a zero trailer, so an earlier correction file is
      *> never picked up twice.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GradeExport.

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
           SELECT SNTFILE ASSIGN TO "registrar_grades_sent.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNT-STATUS.
           SELECT EXPFILE ASSIGN TO "registrar_grades.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXP-STATUS.
           SELECT CORFILE ASSIGN TO "registrar_grade_corrections.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COR-STATUS.

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

      *> One line per detail ever sent; the latest line for a
      *> student, section and term is what the registrar now holds.
           FD SNTFILE.
           01 SNT-RECORD.
               05 SNT-TERM-ID  PIC 9(6).
               05 FILLER       PIC X.
               05 SNT-ID       PIC 9(5).
               05 FILLER       PIC X.
               05 SNT-SECTION  PIC X(4).
               05 FILLER       PIC X.
               05 SNT-GRADE    PIC X.
               05 FILLER       PIC X.
               05 SNT-DATE     PIC 9(8).
               05 FILLER       PIC X.
               05 SNT-FILE     PIC X(8).

      *> Header, detail, and trailer share one 80-byte record; the
      *> record type in byte 1 says which view applies. The export
      *> and the correction file use the same layout, told apart by
      *> EXH-FILE-TYPE.
           FD EXPFILE.
           01 EXP-RECORD PIC X(80).

           FD CORFILE.
           01 COR-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-MST-STATUS  PIC XX VALUE SPACES.
           01 WS-TERM-STATUS PIC XX VALUE SPACES.
           01 WS-SNT-STATUS  PIC XX VALUE SPACES.
           01 WS-EXP-STATUS  PIC XX VALUE SPACES.
           01 WS-COR-STATUS  PIC XX VALUE SPACES.
           01 WS-EOF         PIC X  VALUE "N".
               88 END-OF-FILE VALUE "Y".

           COPY TERMCTL.
           COPY CHKDGCTL.
           COPY CYCLCTL.
           COPY DATESTAMP.
           COPY EXCPCTL.
           COPY JOBCTL.
           COPY RUNLKCTL.

           01 EXH-HEADER.
               05 EXH-REC-TYPE  PIC X.
               05 EXH-FILE-TYPE PIC X(8).
               05 EXH-TERM-ID   PIC 9(6).
               05 EXH-RUN-DATE  PIC 9(8).
               05 EXH-RUN-TIME  PIC 9(6).
               05 EXH-SOURCE    PIC X(10).
               05 EXH-CYCLE-ID  PIC X(16).
               05 FILLER        PIC X(25).
      *> EXD-ACTION and EXD-OLD-GRADE are blank on the term export;
      *> on a correction EXD-ACTION is C (changed) or A (added) and
      *> EXD-OLD-GRADE is the grade sent before.
           01 EXD-DETAIL.
               05 EXD-REC-TYPE  PIC X.
               05 EXD-ID        PIC 9(6).
               05 EXD-SECTION   PIC X(4).
               05 EXD-TERM-ID   PIC 9(6).
               05 EXD-GRADE     PIC X.
               05 EXD-POINTS    PIC 9.
               05 EXD-ACTION    PIC X.
               05 EXD-OLD-GRADE PIC X.
               05 FILLER        PIC X(59).
           01 EXT-TRAILER.
               05 EXT-REC-TYPE     PIC X.
               05 EXT-RECORD-COUNT PIC 9(6).
               05 EXT-POINTS-HASH  PIC 9(8).
               05 FILLER           PIC X(65).

      *> The term's master records, latest per student and section
      *> (a regrade appends, it does not replace), with what the
      *> registrar was last sent for each.
           01 WS-MAX-RECORDS  PIC 9(4) VALUE 2000.
           01 WS-RECORD-COUNT PIC 9(4) VALUE ZERO.
           01 WS-RECORD-TABLE.
               05 WS-REC-ENTRY OCCURS 2000 TIMES.
                   10 WS-REC-ID         PIC 9(5).
                   10 WS-REC-SECTION    PIC X(4).
                   10 WS-REC-GRADE      PIC X.
                   10 WS-REC-STAMP      PIC 9(14).
                   10 WS-REC-SENT-GRADE PIC X.
                   10 WS-REC-SENT       PIC X.
                       88 REC-WAS-SENT VALUE "Y".
           01 WS-REC-SUB      PIC 9(4) VALUE ZERO.
           01 WS-REC-MATCH    PIC 9(4) VALUE ZERO.
           01 WS-OVERFLOW     PIC X VALUE "N".
               88 RECORD-TABLE-OVERFLOWED VALUE "Y".
           01 WS-MST-STAMP    PIC 9(14) VALUE ZERO.

           01 WS-TERM-SENT    PIC X VALUE "N".
               88 TERM-ALREADY-SENT VALUE "Y".
           01 WS-POINTS       PIC 9 VALUE ZERO.
           01 WS-POINTS-HASH  PIC 9(8) VALUE ZERO.
           01 WS-DETAIL-COUNT PIC 9(6) VALUE ZERO.
           01 WS-ACTION       PIC X VALUE SPACE.

           01 WS-RECORDS-READ PIC 9(6) VALUE ZERO.
           01 WS-BAD-RECORDS  PIC 9(6) VALUE ZERO.
           01 WS-SENT-READ    PIC 9(6) VALUE ZERO.
           01 WS-CHANGED-COUNT PIC 9(6) VALUE ZERO.
           01 WS-ADDED-COUNT  PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
      *> One holder of this lock at a time -- a second start against
      *> a held lock refuses here before any file is touched (see
      *> RunLock / hopper_runlocks.txt).
      *> The lock name is the student_master.dat resource lock
      *> GradeBatch and ChangeApprove hold, so the export never reads
      *> the master half-written.
           PERFORM 9800-ACQUIRE-RUN-LOCK
           IF NOT RL-IS-GRANTED
               DISPLAY "! Run refused -- STUDENTMASTER"
                       " lock held by " RL-HELD-BY
                       " since " RL-HELD-DATE "-" RL-HELD-TIME
               MOVE 12 TO RETURN-CODE
               MOVE "GRADEEXPORT" TO JOB-PROGRAM-NAME
               MOVE RETURN-CODE TO JOB-RETURN-CODE
               MOVE ZERO TO JOB-RECORD-COUNT
               MOVE 1 TO JOB-ERROR-COUNT
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
           CALL "BusinessDate" USING DATE-TIME-STAMP
           PERFORM 0100-LOAD-TERM
           PERFORM 0200-LOAD-MASTER
           IF WS-MST-STATUS NOT = "00" AND WS-MST-STATUS NOT = "10"
               DISPLAY "! Cannot open student_master.dat, status "
                       WS-MST-STATUS " -- nothing exported"
               MOVE 8 TO RETURN-CODE
               MOVE "GRADEEXPORT" TO JOB-PROGRAM-NAME
               MOVE RETURN-CODE TO JOB-RETURN-CODE
               MOVE ZERO TO JOB-RECORD-COUNT
               MOVE 1 TO JOB-ERROR-COUNT
               PERFORM 9900-RELEASE-RUN-LOCK
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
           IF RECORD-TABLE-OVERFLOWED
               DISPLAY "! More than " WS-MAX-RECORDS " grades for "
                       "term " TC-TERM-ID " -- a partial export would "
                       "balance on its own trailer and still be "
                       "short, so nothing was exported"
               MOVE 12 TO RETURN-CODE
               MOVE "GRADEEXPORT" TO JOB-PROGRAM-NAME
               MOVE RETURN-CODE TO JOB-RETURN-CODE
               MOVE ZERO TO JOB-RECORD-COUNT
               MOVE 1 TO JOB-ERROR-COUNT
               PERFORM 9900-RELEASE-RUN-LOCK
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
           IF WS-RECORD-COUNT = ZERO
               DISPLAY "! No grades on student_master.dat for term "
                       TC-TERM-ID " -- nothing exported"
               MOVE 4 TO RETURN-CODE
               MOVE "GRADEEXPORT" TO JOB-PROGRAM-NAME
               MOVE RETURN-CODE TO JOB-RETURN-CODE
               MOVE ZERO TO JOB-RECORD-COUNT
               MOVE WS-BAD-RECORDS TO JOB-ERROR-COUNT
               PERFORM 9900-RELEASE-RUN-LOCK
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
           PERFORM 0300-LOAD-SENT
           CALL "CycleId" USING CYCLE-ID-BLOCK
           IF TERM-ALREADY-SENT
               PERFORM 3000-WRITE-CORRECTIONS
               DISPLAY "Term " TC-TERM-ID " already exported -- "
                       "registrar_grade_corrections.txt written: "
                       WS-CHANGED-COUNT " changed, "
                       WS-ADDED-COUNT " added"
           ELSE
               PERFORM 2000-WRITE-TERM-EXPORT
               DISPLAY "registrar_grades.txt written for term "
                       TC-TERM-ID " -- " WS-DETAIL-COUNT
                       " grade(s), grade-point hash " WS-POINTS-HASH
           END-IF
           IF WS-BAD-RECORDS > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           MOVE "GRADEEXPORT" TO JOB-PROGRAM-NAME
           MOVE RETURN-CODE TO JOB-RETURN-CODE
           MOVE WS-DETAIL-COUNT TO JOB-RECORD-COUNT
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
                           MOVE "GRADEEXPORT"    TO EXC-PROGRAM-NAME
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
               MOVE "GRADEEXPORT"        TO EXC-PROGRAM-NAME
               MOVE "student_master.dat" TO EXC-SOURCE-FILE
               MOVE "MST-RECORD"         TO EXC-FIELD-NAME
               MOVE MST-RECORD           TO EXC-RAW-VALUE
               MOVE "unreadable master record, not exported"
                   TO EXC-REASON
               CALL "ExceptionLog" USING EXCEPTION-LOG-BLOCK
           ELSE
               IF MST-TERM-ID = TC-TERM-ID
                   COMPUTE WS-MST-STAMP = MST-DATE * 1000000
                                        + MST-TIME
                   PERFORM 0260-FIND-RECORD
                   IF WS-REC-MATCH = ZERO
                       IF WS-RECORD-COUNT < WS-MAX-RECORDS
                           ADD 1 TO WS-RECORD-COUNT
                           MOVE WS-RECORD-COUNT TO WS-REC-MATCH
                           MOVE MST-ID TO WS-REC-ID(WS-REC-MATCH)
                           MOVE MST-SECTION
                               TO WS-REC-SECTION(WS-REC-MATCH)
                           MOVE ZERO TO WS-REC-STAMP(WS-REC-MATCH)
                           MOVE SPACE
                               TO WS-REC-SENT-GRADE(WS-REC-MATCH)
                           MOVE "N" TO WS-REC-SENT(WS-REC-MATCH)
                       ELSE
                           SET RECORD-TABLE-OVERFLOWED TO TRUE
                       END-IF
                   END-IF
                   IF WS-REC-MATCH > ZERO
                       IF WS-MST-STAMP NOT < WS-REC-STAMP(WS-REC-MATCH)
                           MOVE WS-MST-STAMP
                               TO WS-REC-STAMP(WS-REC-MATCH)
                           MOVE MST-GRADE TO WS-REC-GRADE(WS-REC-MATCH)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0260-FIND-RECORD.
           MOVE ZERO TO WS-REC-MATCH
           PERFORM VARYING WS-REC-SUB FROM 1 BY 1
                   UNTIL WS-REC-SUB > WS-RECORD-COUNT
               IF WS-REC-ID(WS-REC-SUB) = MST-ID
                       AND WS-REC-SECTION(WS-REC-SUB) = MST-SECTION
                   MOVE WS-REC-SUB TO WS-REC-MATCH
               END-IF
           END-PERFORM.

       0300-LOAD-SENT.
      *> Any sent line for the term means the term export has gone.
           OPEN INPUT SNTFILE
           IF WS-SNT-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ SNTFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF SNT-TERM-ID = TC-TERM-ID
                               PERFORM 0350-NOTE-SENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SNTFILE
           END-IF.

       0350-NOTE-SENT.
           ADD 1 TO WS-SENT-READ
           SET TERM-ALREADY-SENT TO TRUE
           MOVE SNT-ID      TO MST-ID
           MOVE SNT-SECTION TO MST-SECTION
           PERFORM 0260-FIND-RECORD
           IF WS-REC-MATCH > ZERO
               MOVE SNT-GRADE TO WS-REC-SENT-GRADE(WS-REC-MATCH)
               MOVE "Y" TO WS-REC-SENT(WS-REC-MATCH)
           END-IF.

       2000-WRITE-TERM-EXPORT.
           OPEN OUTPUT EXPFILE
           PERFORM 5000-BUILD-HEADER
           MOVE "FINAL" TO EXH-FILE-TYPE
           MOVE EXH-HEADER TO EXP-RECORD
           WRITE EXP-RECORD
           OPEN EXTEND SNTFILE
           IF WS-SNT-STATUS NOT = "00"
               OPEN OUTPUT SNTFILE
           END-IF
           MOVE SPACE TO WS-ACTION
           PERFORM VARYING WS-REC-SUB FROM 1 BY 1
                   UNTIL WS-REC-SUB > WS-RECORD-COUNT
               PERFORM 5100-BUILD-DETAIL
               MOVE EXD-DETAIL TO EXP-RECORD
               WRITE EXP-RECORD
               PERFORM 5300-RECORD-SENT
           END-PERFORM
           CLOSE SNTFILE
           PERFORM 5200-BUILD-TRAILER
           MOVE EXT-TRAILER TO EXP-RECORD
           WRITE EXP-RECORD
           CLOSE EXPFILE.

       3000-WRITE-CORRECTIONS.
           OPEN OUTPUT CORFILE
           PERFORM 5000-BUILD-HEADER
           MOVE "CORRECT" TO EXH-FILE-TYPE
           MOVE EXH-HEADER TO COR-RECORD
           WRITE COR-RECORD
           OPEN EXTEND SNTFILE
           IF WS-SNT-STATUS NOT = "00"
               OPEN OUTPUT SNTFILE
           END-IF
           PERFORM VARYING WS-REC-SUB FROM 1 BY 1
                   UNTIL WS-REC-SUB > WS-RECORD-COUNT
               EVALUATE TRUE
                   WHEN NOT REC-WAS-SENT(WS-REC-SUB)
                       MOVE "A" TO WS-ACTION
                       ADD 1 TO WS-ADDED-COUNT
                   WHEN WS-REC-GRADE(WS-REC-SUB)
                           NOT = WS-REC-SENT-GRADE(WS-REC-SUB)
                       MOVE "C" TO WS-ACTION
                       ADD 1 TO WS-CHANGED-COUNT
                   WHEN OTHER
                       MOVE SPACE TO WS-ACTION
               END-EVALUATE
               IF WS-ACTION NOT = SPACE
                   PERFORM 5100-BUILD-DETAIL
                   MOVE EXD-DETAIL TO COR-RECORD
                   WRITE COR-RECORD
                   PERFORM 5300-RECORD-SENT
               END-IF
           END-PERFORM
           CLOSE SNTFILE
           PERFORM 5200-BUILD-TRAILER
           MOVE EXT-TRAILER TO COR-RECORD
           WRITE COR-RECORD
           CLOSE CORFILE.

       5000-BUILD-HEADER.
           MOVE SPACES TO EXH-HEADER
           MOVE "H"          TO EXH-REC-TYPE
           MOVE TC-TERM-ID   TO EXH-TERM-ID
           MOVE DTS-RUN-DATE TO EXH-RUN-DATE
           MOVE DTS-RUN-TIME TO EXH-RUN-TIME
           MOVE "HOPPER"     TO EXH-SOURCE
           MOVE CYC-CYCLE-ID TO EXH-CYCLE-ID.

       5100-BUILD-DETAIL.
      *> The registrar keys on the checked id: the base id followed
      *> by the digit CheckDigit issues for it.
           MOVE SPACES TO CD-ID-WITH-CHECK
           STRING WS-REC-ID(WS-REC-SUB) "0"
               DELIMITED BY SIZE INTO CD-ID-WITH-CHECK
           CALL "CheckDigit" USING CHECK-DIGIT-BLOCK
           EVALUATE WS-REC-GRADE(WS-REC-SUB)
               WHEN "A"   MOVE 4 TO WS-POINTS
               WHEN "B"   MOVE 3 TO WS-POINTS
               WHEN "C"   MOVE 2 TO WS-POINTS
               WHEN "D"   MOVE 1 TO WS-POINTS
               WHEN OTHER MOVE 0 TO WS-POINTS
           END-EVALUATE
           MOVE SPACES TO EXD-DETAIL
           MOVE "D"                      TO EXD-REC-TYPE
           COMPUTE EXD-ID = WS-REC-ID(WS-REC-SUB) * 10
                          + CD-CHECK-DIGIT
           MOVE WS-REC-SECTION(WS-REC-SUB) TO EXD-SECTION
           MOVE TC-TERM-ID               TO EXD-TERM-ID
           MOVE WS-REC-GRADE(WS-REC-SUB) TO EXD-GRADE
           MOVE WS-POINTS                TO EXD-POINTS
           MOVE WS-ACTION                TO EXD-ACTION
           IF WS-ACTION = "C"
               MOVE WS-REC-SENT-GRADE(WS-REC-SUB) TO EXD-OLD-GRADE
           END-IF
           ADD 1 TO WS-DETAIL-COUNT
           ADD WS-POINTS TO WS-POINTS-HASH.

       5200-BUILD-TRAILER.
           MOVE SPACES TO EXT-TRAILER
           MOVE "T"             TO EXT-REC-TYPE
           MOVE WS-DETAIL-COUNT TO EXT-RECORD-COUNT
           MOVE WS-POINTS-HASH  TO EXT-POINTS-HASH.

       5300-RECORD-SENT.
           MOVE SPACES TO SNT-RECORD
           MOVE "FINAL" TO SNT-FILE
           IF WS-ACTION NOT = SPACE
               MOVE "CORRECT" TO SNT-FILE
           END-IF
           MOVE TC-TERM-ID                 TO SNT-TERM-ID
           MOVE WS-REC-ID(WS-REC-SUB)      TO SNT-ID
           MOVE WS-REC-SECTION(WS-REC-SUB) TO SNT-SECTION
           MOVE WS-REC-GRADE(WS-REC-SUB)   TO SNT-GRADE
           MOVE DTS-RUN-DATE               TO SNT-DATE
           WRITE SNT-RECORD.

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

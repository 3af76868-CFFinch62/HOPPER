               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
           SELECT MSTFILE ASSIGN TO "student_master.dat"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MST-STATUS.
           SELECT TERMFILE ASSIGN TO "grade_term.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               05 MST-SECTION PIC X(4).
               05 MST-LAST-NAME  PIC X(20).
               05 MST-FIRST-NAME PIC X(15).
               05 MST-PRIVACY-HOLD PIC X.

           FD TERMFILE.
           01 TRM-RECORD.
      *> Default term id when the control file is absent: the run
      *> date's year and month -- the same rule GradeBatch applies,
      *> so both programs mean the same term.
           CALL "BusinessDate" USING DATE-TIME-STAMP
           MOVE DTS-RUN-DATE(1:6) TO TC-TERM-ID
           OPEN INPUT TERMFILE
           IF WS-TERM-STATUS = "00"
      *> Read yesterday's snapshot (if any), report whether today's
      *> total/average moved up, down, or stayed put, then overwrite
      *> the snapshot with today's figures for tomorrow's comparison.
           CALL "BusinessDate" USING DATE-TIME-STAMP
           MOVE "N" TO WS-PRIOR-FOUND
           OPEN INPUT SNAPFILE
           IF WS-SNAP-STATUS = "00"

      *> master-export.cob - HOPPER Example 23: Master File CSV Export
      *> Analysts want the master files in a spreadsheet, and until
      *> now that meant someone retyping a fixed-width file or
      *> guessing where one column stopped and the next began. This
      *> utility writes a comma-delimited copy of each selected
      *> master file -- student_master.dat, ledger_accounts.txt,
      *> customers_standardized.txt and hopper_joblog.txt -- to
      *> hopper_export_<name>.csv, a header row of field names first.
      *> Money is edited with its sign and decimal point, dates and
      *> times are punctuated, text is trimmed, and a field that
      *> carries a comma or a quote is quoted (an embedded quote
      *> doubled), so a spreadsheet opens every file in its proper
      *> columns. A student under a privacy hold is exported by id
      *> alone, the name columns left blank, as every other roster
      *> output does.
      *> hopper_export_control.txt picks what is exported, one line
      *> per file: the file (STUDENT, LEDGER, CUSTOMER or JOBLOG),
      *> then an optional from-date and to-date (YYYYMMDD) and an
      *> optional term id. The date range applies to the student
      *> master's record date and to the joblog's run date; the term
      *> applies to the student master alone. A line with a filter
      *> its file does not carry, or a filter that is not a date or
      *> term, is logged through ExceptionLog and that export is not
      *> run -- an analyst asking for one term gets that term or
      *> nothing, never the whole file. With no control file all
      *> four files are exported unfiltered.
      *> Each export is reconciled before it is trusted: the records
      *> read from the source must equal the rows exported plus the
      *> rows the filter passed over, and the CSV is read back to
      *> prove it holds exactly the rows written. Each export gets
      *> its own joblog line carrying that result as MATCH or
      *> DISCREPANCY and the read and filtered counts in its note.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MasterExport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTLFILE ASSIGN TO "hopper_export_control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT MSTFILE ASSIGN TO "student_master.dat"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MST-STATUS.
           SELECT ACCTFILE ASSIGN TO "ledger_accounts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT STDFILE ASSIGN TO "customers_standardized.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STD-STATUS.
           SELECT JLGFILE ASSIGN TO "hopper_joblog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JLG-STATUS.
           SELECT STUCSV ASSIGN TO "hopper_export_student.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.
           SELECT LEDCSV ASSIGN TO "hopper_export_ledger.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.
           SELECT CUSCSV ASSIGN TO "hopper_export_customer.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.
           SELECT JLGCSV ASSIGN TO "hopper_export_joblog.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD CTLFILE.
           01 CTL-RECORD.
               05 CTL-SOURCE    PIC X(8).
               05 FILLER        PIC X.
               05 CTL-FROM-DATE PIC X(8).
               05 FILLER        PIC X.
               05 CTL-TO-DATE   PIC X(8).
               05 FILLER        PIC X.
               05 CTL-TERM-ID   PIC X(6).

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

           FD ACCTFILE.
           01 ACCT-RECORD.
               05 ACCT-ID      PIC 9(5).
               05 ACCT-BALANCE PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
               05 ACCT-LIMIT   PIC S9(7)V99 SIGN IS TRAILING SEPARATE.

      *> The fixed layout NameStandardize's 1200-WRITE-STANDARD-RECORD
      *> STRINGs, status byte last.
           FD STDFILE.
           01 STD-RECORD.
               05 STD-CUST-ID  PIC X(5).
               05 FILLER       PIC X.
               05 STD-LAST     PIC X(20).
               05 FILLER       PIC X(2).
               05 STD-FIRST    PIC X(15).
               05 FILLER       PIC X.
               05 STD-MIDDLE   PIC X(15).
               05 FILLER       PIC X.
               05 STD-SUFFIX   PIC X(10).
               05 FILLER       PIC X.
               05 STD-STREET   PIC X(30).
               05 FILLER       PIC X.
               05 STD-CITY     PIC X(20).
               05 FILLER       PIC X.
               05 STD-STATE    PIC X(2).
               05 FILLER       PIC X.
               05 STD-ZIP      PIC X(5).
               05 STD-STATUS   PIC X.

      *> The fixed columns JobLog STRINGs; a line without a note
      *> simply leaves JLG-NOTE blank.
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
               05 FILLER        PIC X(6).
               05 JLG-NOTE      PIC X(40).

           FD STUCSV.
           01 STU-CSV-RECORD PIC X(300).

           FD LEDCSV.
           01 LED-CSV-RECORD PIC X(300).

           FD CUSCSV.
           01 CUS-CSV-RECORD PIC X(300).

           FD JLGCSV.
           01 JLG-CSV-RECORD PIC X(300).

       WORKING-STORAGE SECTION.
           01 WS-CTL-STATUS  PIC XX VALUE SPACES.
           01 WS-MST-STATUS  PIC XX VALUE SPACES.
           01 WS-ACCT-STATUS PIC XX VALUE SPACES.
           01 WS-STD-STATUS  PIC XX VALUE SPACES.
           01 WS-JLG-STATUS  PIC XX VALUE SPACES.
           01 WS-CSV-STATUS  PIC XX VALUE SPACES.
           01 WS-EOF         PIC X  VALUE "N".
               88 END-OF-FILE VALUE "Y".

      *> The exports asked for, in control-file order. A control line
      *> that fails its checks never reaches this table.
           01 WS-MAX-EXPORTS   PIC 9(2) VALUE 8.
           01 WS-EXPORT-COUNT  PIC 9(2) VALUE ZERO.
           01 WS-EXPORTS.
               05 WS-XP-ENTRY OCCURS 8 TIMES.
                   10 WS-XP-SOURCE    PIC X(8).
                   10 WS-XP-FROM-DATE PIC 9(8).
                   10 WS-XP-TO-DATE   PIC 9(8).
                   10 WS-XP-TERM-ID   PIC 9(6).
                   10 WS-XP-DATE-SW   PIC X.
                       88 WS-XP-BY-DATE VALUE "Y".
                   10 WS-XP-TERM-SW   PIC X.
                       88 WS-XP-BY-TERM VALUE "Y".
           01 WS-X             PIC 9(2) VALUE ZERO.
           01 WS-REJECT-COUNT  PIC 9(4) VALUE ZERO.
           01 WS-REJECT-REASON PIC X(40) VALUE SPACES.

      *> Counts for the export under way, reset for each one.
           01 WS-READ-COUNT    PIC 9(6) VALUE ZERO.
           01 WS-WRITTEN-COUNT PIC 9(6) VALUE ZERO.
           01 WS-SKIP-COUNT    PIC 9(6) VALUE ZERO.
           01 WS-CSV-ROWS      PIC 9(6) VALUE ZERO.
           01 WS-SOURCE-FILE   PIC X(30) VALUE SPACES.
           01 WS-CSV-FILE      PIC X(30) VALUE SPACES.
           01 WS-SOURCE-SW     PIC X VALUE "N".
               88 SOURCE-OPENED VALUE "Y".
           01 WS-KEEP-SW       PIC X VALUE "Y".
               88 KEEP-RECORD   VALUE "Y".
           01 WS-EXPORT-RC     PIC 9(3) VALUE ZERO.
           01 WS-WORST-RC      PIC 9(3) VALUE ZERO.
           01 WS-EXPORTS-DONE  PIC 9(2) VALUE ZERO.

      *> One CSV line is built field by field in WS-CSV-LINE.
      *> WS-FLD-VALUE is the field being added; it is trimmed, and
      *> quoted when it carries a comma or a quote.
           01 WS-CSV-LINE      PIC X(300) VALUE SPACES.
           01 WS-CSV-PTR       PIC 9(3) VALUE 1.
           01 WS-FLD-VALUE     PIC X(60) VALUE SPACES.
           01 WS-FLD-TRIM      PIC X(60) VALUE SPACES.
           01 WS-FLD-LEN       PIC 9(2) VALUE ZERO.
           01 WS-FLD-SPECIAL   PIC 9(2) VALUE ZERO.
           01 WS-C             PIC 9(2) VALUE ZERO.

           01 WS-ED-MONEY      PIC -(7)9.99.
           01 WS-ED-COUNT      PIC Z(5)9.
           01 WS-ED-DATE       PIC 9(8).
           01 WS-ED-DATE-X REDEFINES WS-ED-DATE.
               05 WS-ED-YYYY   PIC X(4).
               05 WS-ED-MM     PIC X(2).
               05 WS-ED-DD     PIC X(2).
           01 WS-ED-TIME       PIC 9(6).
           01 WS-ED-TIME-X REDEFINES WS-ED-TIME.
               05 WS-ED-HH     PIC X(2).
               05 WS-ED-MI     PIC X(2).
               05 WS-ED-SS     PIC X(2).

           COPY EXCPCTL.
           COPY JOBCTL.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-LOAD-CONTROL
           PERFORM VARYING WS-X FROM 1 BY 1
                   UNTIL WS-X > WS-EXPORT-COUNT
               PERFORM 1000-RUN-EXPORT
           END-PERFORM
           IF WS-REJECT-COUNT > ZERO AND WS-WORST-RC < 4
               MOVE 4 TO WS-WORST-RC
           END-IF
           DISPLAY "Master export complete. Exports: "
                   WS-EXPORTS-DONE " Control lines rejected: "
                   WS-REJECT-COUNT
      *> Every export has already logged its own line; this one
      *> closes the run with the worst of them and the rejects.
           MOVE SPACES TO JOB-RECON-RESULT
           MOVE "MASTEREXPORT" TO JOB-PROGRAM-NAME
           MOVE WS-WORST-RC TO JOB-RETURN-CODE
           MOVE WS-EXPORTS-DONE TO JOB-RECORD-COUNT
           MOVE WS-REJECT-COUNT TO JOB-ERROR-COUNT
           MOVE "RUN TOTAL" TO JOB-NOTE
           CALL "JobLog" USING JOB-LOG-BLOCK
           GOBACK.

      *> With no control file every master is exported unfiltered.
       0100-LOAD-CONTROL.
           OPEN INPUT CTLFILE
           IF WS-CTL-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ CTLFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF CTL-RECORD NOT = SPACES
                               PERFORM 0150-CHECK-CONTROL-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CTLFILE
           ELSE
               MOVE SPACES TO CTL-RECORD
               MOVE "STUDENT" TO CTL-SOURCE
               PERFORM 0150-CHECK-CONTROL-LINE
               MOVE "LEDGER" TO CTL-SOURCE
               PERFORM 0150-CHECK-CONTROL-LINE
               MOVE "CUSTOMER" TO CTL-SOURCE
               PERFORM 0150-CHECK-CONTROL-LINE
               MOVE "JOBLOG" TO CTL-SOURCE
               PERFORM 0150-CHECK-CONTROL-LINE
           END-IF.

       0150-CHECK-CONTROL-LINE.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE FUNCTION UPPER-CASE(CTL-SOURCE) TO CTL-SOURCE
           IF CTL-SOURCE NOT = "STUDENT" AND NOT = "LEDGER"
                   AND NOT = "CUSTOMER" AND NOT = "JOBLOG"
               MOVE "not STUDENT, LEDGER, CUSTOMER or JOBLOG"
                   TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               IF (CTL-FROM-DATE NOT = SPACES
                       AND CTL-FROM-DATE NOT NUMERIC)
                  OR (CTL-TO-DATE NOT = SPACES
                       AND CTL-TO-DATE NOT NUMERIC)
                   MOVE "date filter not YYYYMMDD"
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               IF CTL-TERM-ID NOT = SPACES
                       AND CTL-TERM-ID NOT NUMERIC
                   MOVE "term filter not a term id"
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               IF (CTL-FROM-DATE NOT = SPACES
                       OR CTL-TO-DATE NOT = SPACES)
                  AND CTL-SOURCE NOT = "STUDENT"
                  AND CTL-SOURCE NOT = "JOBLOG"
                   MOVE "file carries no date to filter on"
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               IF CTL-TERM-ID NOT = SPACES
                       AND CTL-SOURCE NOT = "STUDENT"
                   MOVE "file carries no term to filter on"
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               IF CTL-FROM-DATE NUMERIC AND CTL-TO-DATE NUMERIC
                       AND CTL-FROM-DATE > CTL-TO-DATE
                   MOVE "from-date is after to-date"
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
                   AND WS-EXPORT-COUNT NOT < WS-MAX-EXPORTS
               MOVE "more export lines than the run takes"
                   TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 0160-ADD-EXPORT
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "! Export line rejected: " CTL-RECORD
               DISPLAY "  " WS-REJECT-REASON
               MOVE "MASTEREXPORT"              TO EXC-PROGRAM-NAME
               MOVE "hopper_export_control.txt" TO EXC-SOURCE-FILE
               MOVE "CTL-RECORD"                TO EXC-FIELD-NAME
               MOVE CTL-RECORD                  TO EXC-RAW-VALUE
               MOVE WS-REJECT-REASON            TO EXC-REASON
               CALL "ExceptionLog" USING EXCEPTION-LOG-BLOCK
           END-IF.

      *> A from-date alone runs to the end of time, a to-date alone
      *> from the beginning.
       0160-ADD-EXPORT.
           ADD 1 TO WS-EXPORT-COUNT
           MOVE CTL-SOURCE TO WS-XP-SOURCE(WS-EXPORT-COUNT)
           MOVE ZERO       TO WS-XP-FROM-DATE(WS-EXPORT-COUNT)
           MOVE 99999999   TO WS-XP-TO-DATE(WS-EXPORT-COUNT)
           MOVE ZERO       TO WS-XP-TERM-ID(WS-EXPORT-COUNT)
           MOVE "N"        TO WS-XP-DATE-SW(WS-EXPORT-COUNT)
                              WS-XP-TERM-SW(WS-EXPORT-COUNT)
           IF CTL-FROM-DATE NUMERIC
               MOVE CTL-FROM-DATE TO WS-XP-FROM-DATE(WS-EXPORT-COUNT)
               MOVE "Y" TO WS-XP-DATE-SW(WS-EXPORT-COUNT)
           END-IF
           IF CTL-TO-DATE NUMERIC
               MOVE CTL-TO-DATE TO WS-XP-TO-DATE(WS-EXPORT-COUNT)
               MOVE "Y" TO WS-XP-DATE-SW(WS-EXPORT-COUNT)
           END-IF
           IF CTL-TERM-ID NUMERIC
               MOVE CTL-TERM-ID TO WS-XP-TERM-ID(WS-EXPORT-COUNT)
               MOVE "Y" TO WS-XP-TERM-SW(WS-EXPORT-COUNT)
           END-IF.

       1000-RUN-EXPORT.
           MOVE ZERO TO WS-READ-COUNT WS-WRITTEN-COUNT
                        WS-SKIP-COUNT WS-CSV-ROWS WS-EXPORT-RC
           MOVE "N" TO WS-SOURCE-SW
           EVALUATE WS-XP-SOURCE(WS-X)
               WHEN "STUDENT"
                   MOVE "student_master.dat" TO WS-SOURCE-FILE
                   MOVE "hopper_export_student.csv" TO WS-CSV-FILE
                   PERFORM 2000-EXPORT-STUDENTS
               WHEN "LEDGER"
                   MOVE "ledger_accounts.txt" TO WS-SOURCE-FILE
                   MOVE "hopper_export_ledger.csv" TO WS-CSV-FILE
                   PERFORM 3000-EXPORT-LEDGER
               WHEN "CUSTOMER"
                   MOVE "customers_standardized.txt" TO WS-SOURCE-FILE
                   MOVE "hopper_export_customer.csv" TO WS-CSV-FILE
                   PERFORM 4000-EXPORT-CUSTOMERS
               WHEN "JOBLOG"
                   MOVE "hopper_joblog.txt" TO WS-SOURCE-FILE
                   MOVE "hopper_export_joblog.csv" TO WS-CSV-FILE
                   PERFORM 5000-EXPORT-JOBLOG
           END-EVALUATE
           IF SOURCE-OPENED
               PERFORM 1800-RECONCILE-EXPORT
           ELSE
               PERFORM 1700-SOURCE-MISSING
           END-IF
           PERFORM 1900-LOG-EXPORT
           IF WS-EXPORT-RC > WS-WORST-RC
               MOVE WS-EXPORT-RC TO WS-WORST-RC
           END-IF.

       1700-SOURCE-MISSING.
           DISPLAY "! Cannot open " WS-SOURCE-FILE
                   " -- nothing exported"
           MOVE "MASTEREXPORT"  TO EXC-PROGRAM-NAME
           MOVE WS-SOURCE-FILE  TO EXC-SOURCE-FILE
           MOVE "FILE"          TO EXC-FIELD-NAME
           MOVE SPACES          TO EXC-RAW-VALUE
           MOVE "source file missing, no CSV written" TO EXC-REASON
           CALL "ExceptionLog" USING EXCEPTION-LOG-BLOCK
           MOVE SPACES TO JOB-RECON-RESULT
           MOVE 8 TO WS-EXPORT-RC.

      *> Every record read was either exported or passed over by the
      *> filter, and the CSV holds the header plus exactly the rows
      *> written -- read back here rather than taken on trust.
       1800-RECONCILE-EXPORT.
           EVALUATE WS-XP-SOURCE(WS-X)
               WHEN "STUDENT"  PERFORM 1810-COUNT-STUDENT-CSV
               WHEN "LEDGER"   PERFORM 1820-COUNT-LEDGER-CSV
               WHEN "CUSTOMER" PERFORM 1830-COUNT-CUSTOMER-CSV
               WHEN "JOBLOG"   PERFORM 1840-COUNT-JOBLOG-CSV
           END-EVALUATE
           IF WS-CSV-ROWS > ZERO
               SUBTRACT 1 FROM WS-CSV-ROWS
           END-IF
           IF WS-READ-COUNT = WS-WRITTEN-COUNT + WS-SKIP-COUNT
                   AND WS-CSV-ROWS = WS-WRITTEN-COUNT
               MOVE "MATCH" TO JOB-RECON-RESULT
               ADD 1 TO WS-EXPORTS-DONE
               DISPLAY WS-CSV-FILE " -- " WS-WRITTEN-COUNT
                       " rows of " WS-READ-COUNT " read, "
                       WS-SKIP-COUNT " filtered"
           ELSE
               MOVE "DISCREPANCY" TO JOB-RECON-RESULT
               MOVE 8 TO WS-EXPORT-RC
               DISPLAY "! " WS-CSV-FILE " does not reconcile: "
                       WS-READ-COUNT " read, " WS-WRITTEN-COUNT
                       " written, " WS-SKIP-COUNT " filtered, "
                       WS-CSV-ROWS " rows on file"
           END-IF.

       1810-COUNT-STUDENT-CSV.
           OPEN INPUT STUCSV
           IF WS-CSV-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ STUCSV
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-CSV-ROWS
                   END-READ
               END-PERFORM
               CLOSE STUCSV
           END-IF.

       1820-COUNT-LEDGER-CSV.
           OPEN INPUT LEDCSV
           IF WS-CSV-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ LEDCSV
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-CSV-ROWS
                   END-READ
               END-PERFORM
               CLOSE LEDCSV
           END-IF.

       1830-COUNT-CUSTOMER-CSV.
           OPEN INPUT CUSCSV
           IF WS-CSV-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ CUSCSV
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-CSV-ROWS
                   END-READ
               END-PERFORM
               CLOSE CUSCSV
           END-IF.

       1840-COUNT-JOBLOG-CSV.
           OPEN INPUT JLGCSV
           IF WS-CSV-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ JLGCSV
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-CSV-ROWS
                   END-READ
               END-PERFORM
               CLOSE JLGCSV
           END-IF.

      *> One joblog line per export, so the reconciliation of each
      *> file stands on its own line.
       1900-LOG-EXPORT.
           MOVE "MASTEREXPORT" TO JOB-PROGRAM-NAME
           MOVE WS-EXPORT-RC TO JOB-RETURN-CODE
           MOVE WS-WRITTEN-COUNT TO JOB-RECORD-COUNT
           IF JOB-RECON-RESULT = "DISCREPANCY"
               MOVE 1 TO JOB-ERROR-COUNT
           ELSE
               MOVE ZERO TO JOB-ERROR-COUNT
           END-IF
           MOVE SPACES TO JOB-NOTE
           STRING WS-XP-SOURCE(WS-X) DELIMITED BY SPACE
                  " READ=" WS-READ-COUNT
                  " FILTERED=" WS-SKIP-COUNT
               DELIMITED BY SIZE INTO JOB-NOTE
           CALL "JobLog" USING JOB-LOG-BLOCK.

      *> student_master.dat: every record on file, regrades included
      *> -- the analyst sees the history the master holds.
       2000-EXPORT-STUDENTS.
           OPEN INPUT MSTFILE
           IF WS-MST-STATUS = "00"
               SET SOURCE-OPENED TO TRUE
               OPEN OUTPUT STUCSV
               MOVE SPACES TO WS-CSV-LINE
               STRING "student_id,term_id,section,score,grade,"
                      "record_date,record_time,last_name,"
                      "first_name,privacy_hold"
                   DELIMITED BY SIZE INTO WS-CSV-LINE
               WRITE STU-CSV-RECORD FROM WS-CSV-LINE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ MSTFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM 2100-FILTER-STUDENT
                           IF KEEP-RECORD
                               PERFORM 2200-WRITE-STUDENT-ROW
                           ELSE
                               ADD 1 TO WS-SKIP-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUCSV
               CLOSE MSTFILE
           END-IF.

       2100-FILTER-STUDENT.
           MOVE "Y" TO WS-KEEP-SW
           IF WS-XP-BY-DATE(WS-X)
               IF MST-DATE < WS-XP-FROM-DATE(WS-X)
                       OR MST-DATE > WS-XP-TO-DATE(WS-X)
                   MOVE "N" TO WS-KEEP-SW
               END-IF
           END-IF
           IF WS-XP-BY-TERM(WS-X)
               IF MST-TERM-ID NOT = WS-XP-TERM-ID(WS-X)
                   MOVE "N" TO WS-KEEP-SW
               END-IF
           END-IF.

       2200-WRITE-STUDENT-ROW.
           MOVE SPACES TO WS-CSV-LINE
           MOVE 1 TO WS-CSV-PTR
           MOVE MST-ID TO WS-FLD-VALUE
           PERFORM 6000-ADD-FIELD
           MOVE MST-TERM-ID TO WS-FLD-VALUE
           PERFORM 6000-ADD-FIELD
           MOVE MST-SECTION TO WS-FLD-VALUE
           PERFORM 6000-ADD-FIELD
           MOVE MST-SCORE TO WS-ED-COUNT
           MOVE WS-ED-COUNT TO WS-FLD-VALUE
           PERFORM 6000-ADD-FIELD
           MOVE MST-GRADE TO WS-FLD-VALUE
           PERFORM 6000-ADD-FIELD
           MOVE MST-DATE TO WS-ED-DATE
           PERFORM 6100-EDIT-DATE
           PERFORM 6000-ADD-FIELD
           MOVE MST-TIME TO WS-ED-TIME
           PERFORM 6200-EDIT-TIME
           PERFORM 6000-ADD-FIELD
           IF MST-PRIVACY-HOLD = "Y"
               MOVE SPACES TO WS-FLD-VALUE
               PERFORM 6000-ADD-FIELD
               PERFORM 6000-ADD-FIELD
               MOVE "Y" TO WS-FLD-VALUE
           ELSE
               MOVE MST-LAST-NAME TO WS-FLD-VALUE
               PERFORM 6000-ADD-FIELD
               MOVE MST-FIRST-NAME TO WS-FLD-VALUE
               PERFORM 6000-ADD-FIELD
               MOVE "N" TO WS-FLD-VALUE
           END-IF
           PERFORM 6000-ADD-FIELD
           WRITE STU-CSV-RECORD FROM WS-CSV-LINE
           ADD 1 TO WS-WRITTEN-COUNT.

       3000-EXPORT-LEDGER.
           OPEN INPUT ACCTFILE
           IF WS-ACCT-STATUS = "00"
               SET SOURCE-OPENED TO TRUE
               OPEN OUTPUT LEDCSV
               MOVE SPACES TO WS-CSV-LINE
               STRING "account_id,balance,credit_limit"
                   DELIMITED BY SIZE INTO WS-CSV-LINE
               WRITE LED-CSV-RECORD FROM WS-CSV-LINE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ ACCTFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM 3200-WRITE-LEDGER-ROW
                   END-READ
               END-PERFORM
               CLOSE LEDCSV
               CLOSE ACCTFILE
           END-IF.

       3200-WRITE-LEDGER-ROW.
           MOVE SPACES TO WS-CSV-LINE
           MOVE 1 TO WS-CSV-PTR
           MOVE ACCT-ID TO WS-FLD-VALUE
           PERFORM 6000-ADD-FIELD
           MOVE ACCT-BALANCE TO WS-ED-MONEY
           MOVE WS-ED-MONEY TO WS-FLD-VALUE
           PERFORM 6000-ADD-FIELD
           MOVE ACCT-LIMIT TO WS-ED-MONEY
           MOVE WS-ED-MONEY TO WS-FLD-VALUE
           PERFORM 6000-ADD-FIELD
           WRITE LED-CSV-RECORD FROM WS-CSV-LINE
           ADD 1 TO WS-WRITTEN-COUNT.

       4000-EXPORT-CUSTOMERS.
           OPEN INPUT STDFILE
           IF WS-STD-STATUS = "00"
               SET SOURCE-OPENED TO TRUE
               OPEN OUTPUT CUSCSV
               MOVE SPACES TO WS-CSV-LINE
               STRING "customer_id,last_name,first_name,"
                      "middle_name,suffix,street,city,state,zip,"
                      "status"
                   DELIMITED BY SIZE INTO WS-CSV-LINE
               WRITE CUS-CSV-RECORD FROM WS-CSV-LINE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ STDFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM 4200-WRITE-CUSTOMER-ROW
                   END-READ
               END-PERFORM
               CLOSE CUSCSV
               CLOSE STDFILE
           END-IF.

       4200-WRITE-CUSTOMER-ROW.
           MOVE SPACES TO WS-CSV-LINE
           MOVE 1 TO WS-CSV-PTR
           MOVE STD-CUST-ID TO WS-FLD-VALUE
           PERFORM 6000-ADD-FIELD
           MOVE STD-LAST TO WS-FLD-VALUE
           PERFORM 6000-ADD-FIELD
           MOVE STD-FIRST TO WS-FLD-VALUE
           PERFORM 6000-ADD-FIELD
           MOVE STD-MIDDLE TO WS-FLD-VALUE
           PERFORM 6000-ADD-FIELD
           MOVE STD-SUFFIX TO WS-FLD-VALUE
           PERFORM 6000-ADD-FIELD
           MOVE STD-STREET TO WS-FLD-VALUE
           PERFORM 6000-ADD-FIELD
           MOVE STD-CITY TO WS-FLD-VALUE
           PERFORM 6000-ADD-FIELD
           MOVE STD-STATE TO WS-FLD-VALUE
           PERFORM 6000-ADD-FIELD
           MOVE STD-ZIP TO WS-FLD-VALUE
           PERFORM 6000-ADD-FIELD
           MOVE STD-STATUS TO WS-FLD-VALUE
           PERFORM 6000-ADD-FIELD
           WRITE CUS-CSV-RECORD FROM WS-CSV-LINE
           ADD 1 TO WS-WRITTEN-COUNT.

      *> The joblog as it stands when the export opens it; this run's
      *> own lines for earlier exports are on it too.
       5000-EXPORT-JOBLOG.
           OPEN INPUT JLGFILE
           IF WS-JLG-STATUS = "00"
               SET SOURCE-OPENED TO TRUE
               OPEN OUTPUT JLGCSV
               MOVE SPACES TO WS-CSV-LINE
               STRING "run_date,run_time,program,return_code,"
                      "records,errors,recon,cycle_id,note"
                   DELIMITED BY SIZE INTO WS-CSV-LINE
               WRITE JLG-CSV-RECORD FROM WS-CSV-LINE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL END-OF-FILE
                   READ JLGFILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM 5100-FILTER-JOBLOG
                           IF KEEP-RECORD
                               PERFORM 5200-WRITE-JOBLOG-ROW
                           ELSE
                               ADD 1 TO WS-SKIP-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JLGCSV
               CLOSE JLGFILE
           END-IF.

      *> A line whose date cannot be read cannot be said to fall in
      *> the range, so a date filter passes it over.
       5100-FILTER-JOBLOG.
           MOVE "Y" TO WS-KEEP-SW
           IF WS-XP-BY-DATE(WS-X)
               IF JLG-DATE NOT NUMERIC
                   MOVE "N" TO WS-KEEP-SW
               ELSE
                   IF JLG-DATE < WS-XP-FROM-DATE(WS-X)
                           OR JLG-DATE > WS-XP-TO-DATE(WS-X)
                       MOVE "N" TO WS-KEEP-SW
                   END-IF
               END-IF
           END-IF.

       5200-WRITE-JOBLOG-ROW.
           MOVE SPACES TO WS-CSV-LINE
           MOVE 1 TO WS-CSV-PTR
           IF JLG-DATE NUMERIC
               MOVE JLG-DATE TO WS-ED-DATE
               PERFORM 6100-EDIT-DATE
           ELSE
               MOVE JLG-DATE TO WS-FLD-VALUE
           END-IF
           PERFORM 6000-ADD-FIELD
           IF JLG-TIME NUMERIC
               MOVE JLG-TIME TO WS-ED-TIME
               PERFORM 6200-EDIT-TIME
           ELSE
               MOVE JLG-TIME TO WS-FLD-VALUE
           END-IF
           PERFORM 6000-ADD-FIELD
           MOVE JLG-PROGRAM TO WS-FLD-VALUE
           PERFORM 6000-ADD-FIELD
           IF JLG-RC NUMERIC
               MOVE JLG-RC TO WS-ED-COUNT
               MOVE WS-ED-COUNT TO WS-FLD-VALUE
           ELSE
               MOVE JLG-RC TO WS-FLD-VALUE
           END-IF
           PERFORM 6000-ADD-FIELD
           IF JLG-RECS NUMERIC
               MOVE JLG-RECS TO WS-ED-COUNT
               MOVE WS-ED-COUNT TO WS-FLD-VALUE
           ELSE
               MOVE JLG-RECS TO WS-FLD-VALUE
           END-IF
           PERFORM 6000-ADD-FIELD
           IF JLG-ERRS NUMERIC
               MOVE JLG-ERRS TO WS-ED-COUNT
               MOVE WS-ED-COUNT TO WS-FLD-VALUE
           ELSE
               MOVE JLG-ERRS TO WS-FLD-VALUE
           END-IF
           PERFORM 6000-ADD-FIELD
           MOVE JLG-RECON TO WS-FLD-VALUE
           PERFORM 6000-ADD-FIELD
           MOVE JLG-CYCLE TO WS-FLD-VALUE
           PERFORM 6000-ADD-FIELD
           MOVE JLG-NOTE TO WS-FLD-VALUE
           PERFORM 6000-ADD-FIELD
           WRITE JLG-CSV-RECORD FROM WS-CSV-LINE
           ADD 1 TO WS-WRITTEN-COUNT.

      *> Adds WS-FLD-VALUE to WS-CSV-LINE behind a comma (none before
      *> the first field), trimmed both sides. A field holding a
      *> comma or a quote goes out in quotes, each quote doubled.
       6000-ADD-FIELD.
           IF WS-CSV-PTR > 1
               STRING "," DELIMITED BY SIZE INTO WS-CSV-LINE
                   WITH POINTER WS-CSV-PTR
           END-IF
           IF WS-FLD-VALUE NOT = SPACES
               MOVE FUNCTION TRIM(WS-FLD-VALUE) TO WS-FLD-TRIM
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-FLD-VALUE))
                   TO WS-FLD-LEN
               MOVE ZERO TO WS-FLD-SPECIAL
               INSPECT WS-FLD-TRIM TALLYING WS-FLD-SPECIAL
                   FOR ALL "," ALL QUOTE
               IF WS-FLD-SPECIAL = ZERO
                   STRING WS-FLD-TRIM(1:WS-FLD-LEN)
                       DELIMITED BY SIZE INTO WS-CSV-LINE
                       WITH POINTER WS-CSV-PTR
               ELSE
                   STRING QUOTE DELIMITED BY SIZE INTO WS-CSV-LINE
                       WITH POINTER WS-CSV-PTR
                   PERFORM VARYING WS-C FROM 1 BY 1
                           UNTIL WS-C > WS-FLD-LEN
                       IF WS-FLD-TRIM(WS-C:1) = QUOTE
                           STRING QUOTE DELIMITED BY SIZE
                               INTO WS-CSV-LINE
                               WITH POINTER WS-CSV-PTR
                       END-IF
                       STRING WS-FLD-TRIM(WS-C:1) DELIMITED BY SIZE
                           INTO WS-CSV-LINE
                           WITH POINTER WS-CSV-PTR
                   END-PERFORM
                   STRING QUOTE DELIMITED BY SIZE INTO WS-CSV-LINE
                       WITH POINTER WS-CSV-PTR
               END-IF
           END-IF
           MOVE SPACES TO WS-FLD-VALUE.

      *> YYYYMMDD in WS-ED-DATE to YYYY-MM-DD in WS-FLD-VALUE; a zero
      *> date goes out blank.
       6100-EDIT-DATE.
           MOVE SPACES TO WS-FLD-VALUE
           IF WS-ED-DATE NOT = ZERO
               STRING WS-ED-YYYY "-" WS-ED-MM "-" WS-ED-DD
                   DELIMITED BY SIZE INTO WS-FLD-VALUE
           END-IF.

      *> HHMMSS in WS-ED-TIME to HH:MM:SS in WS-FLD-VALUE.
       6200-EDIT-TIME.
           MOVE SPACES TO WS-FLD-VALUE
           STRING WS-ED-HH ":" WS-ED-MI ":" WS-ED-SS
               DELIMITED BY SIZE INTO WS-FLD-VALUE.

               05 LTRAN-DATE    PIC 9(8).
               05 LTRAN-TYPE    PIC X(2).
               05 LTRAN-REF-SERIAL PIC 9(6).
               05 LTRAN-TO-ACCT-ID PIC 9(6).

      *> First line: monthly interest rate percent. Following lines:
      *> one balance tier each, low bound ascending, with the monthly
               CALL "JobLog" USING JOB-LOG-BLOCK
               GOBACK
           END-IF
           CALL "BusinessDate" USING DATE-TIME-STAMP
           PERFORM 0100-LOAD-ACCRUAL-CONTROL
           OPEN INPUT ACCTFILE
           IF WS-ACCT-STATUS NOT = "00"

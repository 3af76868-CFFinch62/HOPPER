       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MSTFILE  ASSIGN TO "student_master.dat"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MST-STATUS.
           SELECT STDFILE  ASSIGN TO "customers_standardized.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               05 MST-SECTION PIC X(4).
               05 MST-LAST-NAME  PIC X(20).
               05 MST-FIRST-NAME PIC X(15).
               05 MST-PRIVACY-HOLD PIC X.

      *> Column positions mirror NameStandardize's
      *> 1200-WRITE-STANDARD-RECORD, the same layout CustomerDedupe

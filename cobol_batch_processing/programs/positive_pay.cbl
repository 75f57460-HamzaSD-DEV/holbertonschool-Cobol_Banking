           05  CLR-AMOUNT       PIC X(10).
           05  CLR-DATE         PIC X(8).
           05  CLR-TYPE         PIC X.
      *> Direct-debit creditor ID and mandate reference - carried
      *> through untouched for CLEARING-IMPORT's mandate check.
           05  FILLER           PIC X(20).

       FD  CLEARING-WORK.
       01  CLEARING-WORK-REC    PIC X(54).

       FD  ISSUED-FILE.
       01  ISSUED-RECORD        PIC X(50).

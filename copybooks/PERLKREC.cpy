      *****************************************************************
      *    PERLKREC - CLOSED (LOCKED) FISCAL PERIOD RECORD            *
      *    USED BY    : PERCLOSE, POSTING, REVMAINT                   *
      *    PURPOSE    : ONE RECORD PER FISCAL PERIOD CLOSED, GIVING   *
      *                 THE CALENDAR DATES THE PERIOD COVERED AND     *
      *                 WHEN IT WAS CLOSED.  ONCE A PERIOD IS ON THIS *
      *                 FILE NOTHING MAY POST UNDER, OR REVERSE OR    *
      *                 CORRECT AN ENTRY DATED, ANY DATE FROM         *
      *                 PL-START-DATE THROUGH PL-END-DATE.            *
      *****************************************************************
       01  PERIOD-LOCK-RECORD.
           05  PL-FISCAL-YEAR       PIC 9(04).
           05  PL-SPACE-1           PIC X(01).
           05  PL-FISCAL-PERIOD     PIC 9(02).
           05  PL-SPACE-2           PIC X(01).
           05  PL-START-DATE        PIC 9(08).
           05  PL-SPACE-3           PIC X(01).
           05  PL-END-DATE          PIC 9(08).
           05  PL-SPACE-4           PIC X(01).
           05  PL-CLOSE-DATE        PIC 9(08).
           05  PL-SPACE-5           PIC X(01).
           05  PL-CLOSE-TIME.
               10  PL-CLOSE-HOUR    PIC 99.
               10  PL-TIME-SEP      PIC X(01).
               10  PL-CLOSE-MINUTE  PIC 99.
           05  PL-SPACE-6           PIC X(01).
           05  PL-ACCOUNT-COUNT     PIC 9(06).

      *****************************************************************
      *    VACPTRC - VENDOR ACCEPTED-TOTALS LEDGER RECORD             *
      *    USED BY    : FLDEDIT, VNDRECN                              *
      *    PURPOSE    : ONE RECORD PER BUSINESS DATE, VENDOR, AND     *
      *                 VENDOR FILE DATE, CARRYING THE COUNT AND      *
      *                 AMOUNT OF THAT VENDOR FILE'S DETAILS THE EDIT *
      *                 RUN RELEASED TO THE ACCEPTED FILE THAT DAY -  *
      *                 ON THE DAY THE FILE ARRIVED, OR LATER WHEN A  *
      *                 SUSPENDED DETAIL RECYCLES CLEAN.  THE LEDGER  *
      *                 IS PERMANENT; THE SETTLEMENT RECONCILIATION   *
      *                 SUMS IT BY VENDOR AND FILE DATE.  A SAME-DAY  *
      *                 RERUN OF THE EDIT REPLACES ITS OWN ENTRIES.   *
      *****************************************************************
       01  VENDOR-ACCEPT-RECORD.
           05  VC-RUN-DATE          PIC 9(08).
           05  VC-SPACE-1           PIC X(01).
           05  VC-VENDOR-ID         PIC X(08).
           05  VC-SPACE-2           PIC X(01).
           05  VC-FILE-DATE         PIC X(08).
           05  VC-SPACE-3           PIC X(01).
           05  VC-ACCEPT-COUNT      PIC 9(06).
           05  VC-SPACE-4           PIC X(01).
           05  VC-ACCEPT-AMOUNT     PIC 9(11)V99.

      *****************************************************************
      *    VSETLRC - VENDOR SETTLEMENT CARD                           *
      *    USED BY    : VNDRECN                                       *
      *    PURPOSE    : ONE CARD PER VENDOR FILE A VENDOR HAS FUNDED  *
      *                 - THE VENDOR ID AND FILE DATE OF THE BATCH    *
      *                 HEADER IT SETTLES, AND THE AMOUNT THE VENDOR  *
      *                 SAYS IT REMITTED, ON THE SAME BASIS AS THE    *
      *                 BATCH TRAILER HASH (THE SUM OF THE DETAIL     *
      *                 AMOUNTS).  OPERATIONS LOADS EACH VENDOR'S     *
      *                 SETTLEMENT/FUNDING FILE ONTO VENDSETL AHEAD   *
      *                 OF THE NIGHTLY RUN; THE RECONCILIATION TAKES  *
      *                 THE CARDS ONTO ITS ITEMS FILE AND EMPTIES     *
      *                 VENDSETL.  A LATER CARD FOR THE SAME VENDOR   *
      *                 FILE REPLACES THE EARLIER AMOUNT.             *
      *****************************************************************
       01  VENDOR-SETTLEMENT-RECORD.
           05  VS-VENDOR-ID         PIC X(08).
           05  VS-SPACE-1           PIC X(01).
           05  VS-FILE-DATE         PIC X(08).
           05  VS-SPACE-2           PIC X(01).
           05  VS-AMOUNT            PIC 9(11)V99.

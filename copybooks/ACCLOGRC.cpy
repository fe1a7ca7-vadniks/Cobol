      *****************************************************************
      *    ACCLOGRC - ACCEPTED-DETAIL LOG RECORD                      *
      *    USED BY    : FLDEDIT                                       *
      *    PURPOSE    : ONE RECORD PER DETAIL TRANSACTION RELEASED    *
      *                 TO THE ACCEPTED FILE - BUSINESS DATE, THE     *
      *                 VENDOR THAT SENT IT, ACCOUNT, TRAN CODE, AND  *
      *                 AMOUNT.  THE LOG ONLY HOLDS THE LAST FEW      *
      *                 BUSINESS DAYS (THE DUPLICATE WINDOW); A NEW   *
      *                 DETAIL MATCHING ONE OF ITS ENTRIES FOR THE    *
      *                 SAME VENDOR IS SUSPENDED AS A SUSPECTED       *
      *                 DUPLICATE INSTEAD OF BEING ACCEPTED.          *
      *****************************************************************
       01  ACCEPTED-LOG-RECORD.
           05  AL-RUN-DATE          PIC 9(08).
           05  AL-SPACE-1           PIC X(01).
           05  AL-VENDOR-ID         PIC X(08).
           05  AL-SPACE-2           PIC X(01).
           05  AL-ACCOUNT-NO        PIC X(08).
           05  AL-SPACE-3           PIC X(01).
           05  AL-TRAN-CODE         PIC X(04).
           05  AL-SPACE-4           PIC X(01).
           05  AL-AMOUNT            PIC 9(10)V99.

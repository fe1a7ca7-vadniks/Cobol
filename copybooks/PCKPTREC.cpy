      *****************************************************************
      *    PCKPTREC - POSTING COMMIT CHECKPOINT RECORD                *
      *    USED BY    : POSTING, DAYSTAT                              *
      *    PURPOSE    : POSTING APPENDS ONE RECORD TO POSTCKPT EVERY  *
      *                 TIME IT COMMITS ITS WORK - A CHECKPOINT ("C") *
      *                 EVERY SO MANY ACCOUNTS OR TRANSFERS, A        *
      *                 RESTART ("R") WHEN A RUN PICKS UP FROM ONE,   *
      *                 A FINISH ("F") ONCE EVERY ENTRY IS POSTED     *
      *                 AND THE OUTPUT FILES ARE CLOSED, AND AN END   *
      *                 ("E") WHEN THE RUN HAS EMPTIED ITS INPUT      *
      *                 FILES AND LOGGED OK.  EACH RECORD CARRIES THE *
      *                 PASS AND THE LAST ACCOUNT (OR NUMBER OF       *
      *                 TRANSFERS) FULLY APPLIED, THE RUN'S COUNTS    *
      *                 AND DEBIT/CREDIT TOTALS SO FAR, AND HOW MANY  *
      *                 RECORDS PSTJRNL, ACCTHIST AND PSTEXCP HELD AT *
      *                 THAT POINT, SO A RESTART ON THE SAME BUSINESS *
      *                 DATE CAN CUT THOSE FILES BACK AND CARRY ON AS *
      *                 IF THE RUN HAD NEVER STOPPED.  THE FILE IS    *
      *                 ONLY EVER APPENDED TO - THE RESTART RECORDS   *
      *                 ARE WHAT THE DAY-STATUS REPORT SHOWS.         *
      *****************************************************************
       01  POSTING-CHECKPOINT-RECORD.
           05  PC-RUN-DATE          PIC 9(08).
           05  PC-SPACE-1           PIC X(01).
           05  PC-RECORD-TYPE       PIC X(01).
               88  PC-CHECKPOINT        VALUE "C".
               88  PC-RESTART           VALUE "R".
               88  PC-POSTING-FINISHED  VALUE "F".
               88  PC-RUN-ENDED         VALUE "E".
           05  PC-SPACE-2           PIC X(01).
           05  PC-TIME.
               10  PC-HOUR          PIC 99.
               10  PC-MINUTE        PIC 99.
           05  PC-SPACE-3           PIC X(01).
           05  PC-SEQUENCE          PIC 9(06).
           05  PC-SPACE-4           PIC X(01).
           05  PC-PHASE             PIC X(01).
               88  PC-ACCOUNT-PASS      VALUE "A".
               88  PC-TRANSFER-PASS     VALUE "X".
               88  PC-AFTER-POSTING     VALUE "F".
           05  PC-SPACE-5           PIC X(01).
           05  PC-LAST-ACCOUNT      PIC X(08).
           05  PC-SPACE-6           PIC X(01).
           05  PC-XFER-DONE         PIC 9(06).
           05  PC-SPACE-7           PIC X(01).
           05  PC-TRAN-COUNT        PIC 9(06).
           05  PC-SPACE-8           PIC X(01).
           05  PC-POSTED-COUNT      PIC 9(06).
           05  PC-SPACE-9           PIC X(01).
           05  PC-REJECT-COUNT      PIC 9(06).
           05  PC-SPACE-10          PIC X(01).
           05  PC-ACCOUNT-COUNT     PIC 9(06).
           05  PC-SPACE-11          PIC X(01).
           05  PC-PEND-IN-COUNT     PIC 9(06).
           05  PC-SPACE-12          PIC X(01).
           05  PC-XFER-POSTED       PIC 9(06).
           05  PC-SPACE-13          PIC X(01).
           05  PC-XFER-REJECTED     PIC 9(06).
           05  PC-SPACE-14          PIC X(01).
           05  PC-XFER-REF-SEQ      PIC 9(07).
           05  PC-SPACE-15          PIC X(01).
           05  PC-DEBIT-TOTAL       PIC S9(13)V99 SIGN LEADING
                                                  SEPARATE.
           05  PC-SPACE-16          PIC X(01).
           05  PC-CREDIT-TOTAL      PIC S9(13)V99 SIGN LEADING
                                                  SEPARATE.
           05  PC-SPACE-17          PIC X(01).
           05  PC-JOURNAL-LINES     PIC 9(08).
           05  PC-SPACE-18          PIC X(01).
           05  PC-HISTORY-RECORDS   PIC 9(09).
           05  PC-SPACE-19          PIC X(01).
           05  PC-EXCEPTION-RECORDS PIC 9(09).

      *****************************************************************
      *    VBRKRC - VENDOR SETTLEMENT RECONCILIATION ITEM             *
      *    USED BY    : VNDRECN                                       *
      *    PURPOSE    : ONE RECORD PER VENDOR FILE (VENDOR ID PLUS    *
      *                 FILE DATE) UNDER RECONCILIATION, CARRIED ON   *
      *                 VENDBRK FROM DAY TO DAY.  AN ITEM OPENS WHEN  *
      *                 THE VENDOR'S BATCH IS FIRST ACCEPTED OR ITS   *
      *                 SETTLEMENT CARD ARRIVES, WHICHEVER COMES      *
      *                 FIRST, AND CARRIES THE SETTLEMENT AMOUNT AND  *
      *                 THE LATEST ACCEPTED, SUSPENDED, POSTED, AND   *
      *                 POSTING-REJECTED TOTALS.  AN ITEM WITH ANY    *
      *                 UNEXPLAINED DIFFERENCE STAYS OPEN; ONE THAT   *
      *                 BALANCES IS MARKED CLEARED AND DROPS OFF THE  *
      *                 FILE AFTER ITS BUSINESS DATE, SO A SAME-DAY   *
      *                 RERUN STILL SEES WHAT THE FIRST RUN CLEARED.  *
      *****************************************************************
       01  VENDOR-BREAK-RECORD.
           05  VB-VENDOR-ID         PIC X(08).
           05  VB-SPACE-1           PIC X(01).
           05  VB-FILE-DATE         PIC X(08).
           05  VB-SPACE-2           PIC X(01).
           05  VB-STATUS            PIC X(04).
               88  VB-BREAK-OPEN        VALUE "OPEN".
               88  VB-BREAK-CLEARED     VALUE "CLRD".
           05  VB-SPACE-3           PIC X(01).
           05  VB-OPENED-DATE       PIC 9(08).
           05  VB-SPACE-4           PIC X(01).
           05  VB-RUN-DATE          PIC 9(08).
           05  VB-SPACE-5           PIC X(01).
           05  VB-SETTLED-FLAG      PIC X(01).
               88  VB-SETTLEMENT-RECEIVED VALUE "Y".
           05  VB-SPACE-6           PIC X(01).
           05  VB-SETTLE-AMOUNT     PIC 9(11)V99.
           05  VB-SPACE-7           PIC X(01).
           05  VB-ACCEPT-AMOUNT     PIC 9(11)V99.
           05  VB-SPACE-8           PIC X(01).
           05  VB-SUSPENSE-AMOUNT   PIC 9(11)V99.
           05  VB-SPACE-9           PIC X(01).
           05  VB-POSTED-AMOUNT     PIC 9(11)V99.
           05  VB-SPACE-10          PIC X(01).
           05  VB-REJECT-AMOUNT     PIC 9(11)V99.
           05  VB-SPACE-11          PIC X(01).
           05  VB-DIFFERENCE        PIC S9(11)V99 SIGN LEADING
                                                  SEPARATE.

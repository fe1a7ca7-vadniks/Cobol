      *****************************************************************
      *    PERSNPRC - FISCAL PERIOD-END ACCOUNT BALANCE SNAPSHOT      *
      *    USED BY    : PERCLOSE, STATEMENT, TRIALBAL                 *
      *    PURPOSE    : ONE PERMANENT RECORD PER ACCOUNT PER CLOSED   *
      *                 FISCAL PERIOD - THE OPENING BALANCE, THE      *
      *                 PERIOD'S POSTED DEBITS AND CREDITS, THE       *
      *                 CLOSING BALANCE, AND THE ACCOUNT STATUS AS    *
      *                 AT THE CLOSE - SO AN ACCOUNT WITH NO ACTIVITY *
      *                 IN A PERIOD STILL HAS AN OPENING AND CLOSING  *
      *                 FIGURE.  OPENING PLUS CREDITS LESS DEBITS     *
      *                 ALWAYS EQUALS CLOSING.                        *
      *****************************************************************
       01  PERIOD-SNAPSHOT-RECORD.
           05  PS-FISCAL-YEAR       PIC 9(04).
           05  PS-SPACE-1           PIC X(01).
           05  PS-FISCAL-PERIOD     PIC 9(02).
           05  PS-SPACE-2           PIC X(01).
           05  PS-PERIOD-END        PIC 9(08).
           05  PS-SPACE-3           PIC X(01).
           05  PS-ACCOUNT-NO        PIC X(08).
           05  PS-SPACE-4           PIC X(01).
           05  PS-OPENING-BALANCE   PIC S9(11)V99 SIGN LEADING
                                                  SEPARATE.
           05  PS-SPACE-5           PIC X(01).
           05  PS-TOTAL-DEBITS      PIC 9(11)V99.
           05  PS-SPACE-6           PIC X(01).
           05  PS-TOTAL-CREDITS     PIC 9(11)V99.
           05  PS-SPACE-7           PIC X(01).
           05  PS-CLOSING-BALANCE   PIC S9(11)V99 SIGN LEADING
                                                  SEPARATE.
           05  PS-SPACE-8           PIC X(01).
           05  PS-STATUS            PIC X(01).

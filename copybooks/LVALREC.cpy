      *****************************************************************
      *    LVALREC - LARGE-VALUE AND STRUCTURING ALERT RECORD         *
      *    USED BY    : LVWATCH                                       *
      *    PURPOSE    : THE MACHINE-READABLE SIDE OF THE WATCH REPORT *
      *                 - ONE RECORD PER HISTORY ENTRY IN AN ALERT,   *
      *                 WRITTEN TO LVALERT.CCYYMMDD FOR COMPLIANCE TO *
      *                 WORK.  THE ALERT NUMBER GROUPS AN ALERT'S     *
      *                 ENTRIES; EVERY RECORD ALSO CARRIES THE RULE   *
      *                 THAT FIRED, THE ACCOUNT AND CUSTOMER NAME,    *
      *                 THE ALERT'S ENTRY COUNT AND TOTAL, AND A      *
      *                 WORK STATUS THAT STARTS "OPEN".               *
      *                 RULES - LARG: ONE ENTRY AT OR OVER THE        *
      *                 LARGE-VALUE LIMIT.  STRC: NEAR-LIMIT CREDITS  *
      *                 IN THE ROLLING WINDOW ADDING UP PAST IT.      *
      *                 VOLC / VOLA: THE DAY'S ENTRY COUNT / AMOUNT   *
      *                 WELL ABOVE THE ACCOUNT'S RECENT DAILY         *
      *                 AVERAGE.                                      *
      *****************************************************************
       01  WATCH-ALERT-RECORD.
           05  LA-RUN-DATE          PIC 9(08).
           05  LA-SPACE-1           PIC X(01).
           05  LA-ALERT-NO          PIC 9(05).
           05  LA-SPACE-2           PIC X(01).
           05  LA-RULE              PIC X(04).
               88  LA-RULE-LARGE        VALUE "LARG".
               88  LA-RULE-STRUCTURING  VALUE "STRC".
               88  LA-RULE-COUNT-SPIKE  VALUE "VOLC".
               88  LA-RULE-AMOUNT-SPIKE VALUE "VOLA".
           05  LA-SPACE-3           PIC X(01).
           05  LA-ACCOUNT-NO        PIC X(08).
           05  LA-SPACE-4           PIC X(01).
           05  LA-CUST-NAME         PIC X(20).
           05  LA-SPACE-5           PIC X(01).
           05  LA-TRAN-DATE         PIC 9(08).
           05  LA-SPACE-6           PIC X(01).
           05  LA-TRAN-CODE         PIC X(04).
           05  LA-SPACE-7           PIC X(01).
           05  LA-DC-IND            PIC X(02).
           05  LA-SPACE-8           PIC X(01).
           05  LA-AMOUNT            PIC 9(11)V99.
           05  LA-SPACE-9           PIC X(01).
           05  LA-REFERENCE         PIC X(10).
           05  LA-SPACE-10          PIC X(01).
           05  LA-ALERT-COUNT       PIC 9(05).
           05  LA-SPACE-11          PIC X(01).
           05  LA-ALERT-TOTAL       PIC 9(13)V99.
           05  LA-SPACE-12          PIC X(01).
           05  LA-STATUS            PIC X(04).
               88  LA-ALERT-OPEN        VALUE "OPEN".

      *****************************************************************
      *    ACCTHST - POSTED-TRANSACTION HISTORY RECORD                *
      *    USED BY    : POSTING, STATEMENT, TRIALBAL, GLEXTR,         *
      *                 REVMAINT, PERCLOSE, DORMSWP, LVWATCH,         *
      *                 VNDRECN                                       *
      *    PURPOSE    : ONE RECORD IS APPENDED TO ACCTHIST FOR EVERY  *
      *                 TRANSACTION POSTING ACTUALLY APPLIES TO THE   *
      *                 ACCOUNT MASTER - ACCOUNT, BUSINESS DATE,      *
      *                 BUSINESS DATE THE TRIAL BALANCE AND GL        *
      *                 EXTRACT CAN FILTER ON.  THE FILE ONLY EVER    *
      *                 GROWS; THE JOURNAL REMAINS THE EYE-READABLE   *
      *                 DAILY REPORT.  AN ENTRY A SUPERVISOR PAIR     *
      *                 HAS APPROVED FOR REVERSAL (REVMAINT) CARRIES  *
      *                 THE REVERSED FLAG SO IT CANNOT BE REVERSED A  *
      *                 SECOND TIME - POSTING CLEARS IT AGAIN IF THE  *
      *                 REVERSING ENTRY IS REJECTED - AND A POSTED    *
      *                 ENTRY QUEUED WITH A REFERENCE (E.G. THE       *
      *                 REVERSAL REQUEST NUMBER) CARRIES IT BACK TO   *
      *                 ITS ORIGIN.  EACH LEG OF AN ACCOUNT-TO-       *
      *                 ACCOUNT TRANSFER NAMES THE OTHER LEG'S        *
      *                 ACCOUNT AS ITS COUNTER-ACCOUNT, AND BOTH LEGS *
      *                 CARRY THE SAME REFERENCE.                     *
      *                 AN ENTRY THAT ARRIVED ON A VENDOR'S FILE      *
      *                 CARRIES THAT VENDOR'S ID AND FILE DATE, SO    *
      *                 THE SETTLEMENT RECONCILIATION CAN TELL HOW    *
      *                 MUCH OF A DAY'S MONEY CAME FROM WHICH VENDOR; *
      *                 ENTRIES RAISED IN-HOUSE (ACCTPEND) LEAVE      *
      *                 THEM BLANK.                                   *
      *                 RECORDS WRITTEN BEFORE THESE FIELDS EXISTED   *
      *                 READ THEM AS SPACES.                          *
      *****************************************************************
       01  ACCT-HISTORY-RECORD.
           05  AH-ACCOUNT-NO        PIC X(08).
           05  AH-SPACE-5           PIC X(01).
           05  AH-BALANCE-AFTER     PIC S9(11)V99 SIGN LEADING
                                                  SEPARATE.
           05  AH-SPACE-6           PIC X(01).
           05  AH-REVERSAL-FLAG     PIC X(01).
               88  AH-ENTRY-REVERSED    VALUE "R".
           05  AH-SPACE-7           PIC X(01).
           05  AH-REFERENCE         PIC X(10).
           05  AH-SPACE-8           PIC X(01).
           05  AH-COUNTER-ACCOUNT   PIC X(08).
           05  AH-SPACE-9           PIC X(01).
           05  AH-VENDOR-ID         PIC X(08).
           05  AH-SPACE-10          PIC X(01).
           05  AH-FILE-DATE         PIC X(08).

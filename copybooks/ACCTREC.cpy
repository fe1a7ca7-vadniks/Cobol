      *****************************************************************
      *    ACCTREC - ACCOUNT MASTER RECORD                            *
      *    USED BY    : POSTING, ACCTMAINT, TRIALBAL, ACCTCONV,       *
      *                 INTACCR, PERCLOSE, DORMSWP, LVWATCH           *
      *    PURPOSE    : ONE RECORD PER ACCOUNT, KEYED BY ACCOUNT      *
      *                 NUMBER (INDEXED), CARRYING THE RUNNING        *
      *                 BALANCE THE DAY'S ACCEPTED TRANSACTIONS ARE   *
      *                 BE RUN THROUGH THE ONE-TIME ACCTCONV          *
      *                 CONVERSION, WHICH STAMPS EVERY EXISTING       *
      *                 ACCOUNT OPEN WITH A ZERO LIMIT.               *
      *                 AM-PLAN-CODE NAMES THE ACCOUNT'S RATE/FEE     *
      *                 PLAN ON RATEPLAN.  THE NIGHTLY ACCRUAL STEP   *
      *                 (INTACCR) ADDS A DAY'S INTEREST TO            *
      *                 AM-ACCRUED-INT AND STAMPS AM-LAST-ACCRUAL     *
      *                 WITH THE BUSINESS DATE, SO A RERUN OF THE     *
      *                 STEP ON THE SAME DATE SKIPS THE ACCOUNT.      *
      *                 THE ACCRUAL IS NOT PART OF AM-BALANCE UNTIL   *
      *                 PERIOD END, WHEN IT IS CAPITALIZED THROUGH    *
      *                 POSTING AS AN INTC TRANSACTION.  THESE        *
      *                 FIELDS GREW THE RECORD FROM 43 TO 61 BYTES -  *
      *                 ACCTCONV CONVERTS A 43-BYTE MASTER THE SAME   *
      *                 WAY, STAMPING PLAN "00" AND A ZERO ACCRUAL.   *
      *                 THE MONTHLY DORMANCY SWEEP (DORMSWP) SETS AN  *
      *                 OPEN ACCOUNT DORMANT ("D") ONCE IT HAS GONE   *
      *                 THE DORMPARM THRESHOLD WITHOUT CUSTOMER       *
      *                 ACTIVITY.  A DORMANT ACCOUNT TAKES CREDITS    *
      *                 BUT NOT DEBITS UNTIL A SUPERVISOR REACTIVATES *
      *                 IT THROUGH ACCTMAINT.                         *
      *****************************************************************
       01  ACCOUNT-MASTER-RECORD.
           05  AM-ACCOUNT-NO        PIC X(08).
               88  AM-ACCOUNT-OPEN       VALUE "O" SPACE.
               88  AM-ACCOUNT-FROZEN     VALUE "F".
               88  AM-ACCOUNT-CLOSED     VALUE "C".
               88  AM-ACCOUNT-DORMANT    VALUE "D".
           05  AM-CREDIT-LIMIT      PIC S9(11)V99 COMP-3.
           05  AM-PLAN-CODE         PIC X(02).
           05  AM-ACCRUED-INT       PIC S9(09)V9(05) COMP-3.
           05  AM-LAST-ACCRUAL      PIC 9(08).

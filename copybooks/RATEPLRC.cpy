      *****************************************************************
      *    RATEPLRC - RATE/FEE PLAN RECORD                            *
      *    USED BY    : INTACCR, ACCTMAINT                            *
      *    PURPOSE    : ONE RECORD PER RATE/FEE PLAN ON THE PLAN      *
      *                 TABLE FILE (RATEPLAN).  EVERY ACCOUNT NAMES   *
      *                 ITS PLAN IN AM-PLAN-CODE.  RP-ANNUAL-RATE IS  *
      *                 THE INTEREST RATE IN PERCENT PER ANNUM (FOUR  *
      *                 DECIMALS - 020000 IS 2.0000%) ACCRUED DAILY   *
      *                 ON A POSITIVE AM-BALANCE OVER A 365-DAY       *
      *                 YEAR.  RP-MONTHLY-FEE IS THE SERVICE FEE      *
      *                 ASSESSED ON THE LAST DAY OF EACH FISCAL       *
      *                 PERIOD.  PLAN "00" IS THE NO-INTEREST,        *
      *                 NO-FEE PLAN EVERY ACCOUNT STARTS ON.          *
      *****************************************************************
       01  RATE-PLAN-RECORD.
           05  RP-PLAN-CODE         PIC X(02).
           05  RP-SPACE-1           PIC X(01).
           05  RP-DESCRIPTION       PIC X(20).
           05  RP-SPACE-2           PIC X(01).
           05  RP-ANNUAL-RATE       PIC 9(02)V9(04).
           05  RP-SPACE-3           PIC X(01).
           05  RP-MONTHLY-FEE       PIC 9(05)V99.

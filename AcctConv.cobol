      *              ACCTMAINT AFTERWARD.  WHEN THE COUNTS PROVE,     *
      *              THE OPERATOR RETIRES THE OLD ACCTMAST AND        *
      *              RENAMES ACCTMASTN INTO ITS PLACE.                *
      *****************************************************************
      *    MODIFICATION HISTORY                                       *
      *    ------------------------------------------------------     *
      *    2026-10-15  JM  THE MASTER GREW AGAIN, FROM 43 TO 61       *
      *                    BYTES, FOR THE RATE/FEE PLAN CODE, THE     *
      *                    ACCRUED-INTEREST FIGURE, AND THE LAST-     *
      *                    ACCRUAL DATE.  THE OLD LAYOUT BELOW IS     *
      *                    NOW THE 43-BYTE SHAPE (STATUS AND CREDIT   *
      *                    LIMIT CARRY ACROSS UNCHANGED) AND EVERY    *
      *                    ACCOUNT COMES ACROSS ON PLAN "00" WITH     *
      *                    NOTHING ACCRUED.                           *
      *****************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       FILE SECTION.
      *    THE MASTER AS IT WAS BEFORE THE PLAN AND ACCRUAL FIELDS
      *    - KEPT HERE RATHER THAN IN A COPYBOOK BECAUSE NO OTHER
      *    PROGRAM MAY EVER READ THE OLD SHAPE AGAIN.
       FD  OLD-MASTER-FILE.
       01  OLD-ACCOUNT-MASTER-RECORD.
           05  OAM-ACCOUNT-NO       PIC X(08).
           05  OAM-CUST-NAME        PIC X(20).
           05  OAM-BALANCE          PIC S9(11)V99 COMP-3.
           05  OAM-STATUS           PIC X(01).
           05  OAM-CREDIT-LIMIT     PIC S9(11)V99 COMP-3.

       FD  NEW-MASTER-FILE.
       COPY ACCTREC.
           END-READ.

      *****************************************************************
      *    EVERY EXISTING ACCOUNT KEEPS ITS STATUS AND CREDIT LIMIT   *
      *    AND COMES ACROSS ON THE NO-INTEREST, NO-FEE PLAN WITH      *
      *    NOTHING ACCRUED - EXACTLY WHAT THE SHOP PAID AND CHARGED   *
      *    BEFORE THE PLAN FIELD EXISTED.  THE SUPERVISOR MOVES       *
      *    ACCOUNTS ONTO THEIR PLANS THROUGH ACCTMAINT AFTERWARD.     *
      *****************************************************************
       Convert-One-Record.
           ADD 1 TO WS-READ-COUNT
           MOVE OAM-ACCOUNT-NO TO AM-ACCOUNT-NO
           MOVE OAM-CUST-NAME  TO AM-CUST-NAME
           MOVE OAM-BALANCE    TO AM-BALANCE
           MOVE OAM-STATUS     TO AM-STATUS
           MOVE OAM-CREDIT-LIMIT TO AM-CREDIT-LIMIT
           MOVE "00"           TO AM-PLAN-CODE
           MOVE ZERO           TO AM-ACCRUED-INT
           MOVE ZERO           TO AM-LAST-ACCRUAL
           WRITE ACCOUNT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "**** WRITE FAILED FOR ACCOUNT "

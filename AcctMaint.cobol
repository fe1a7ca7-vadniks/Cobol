      *                    POSTING RUN, SO THE MOVEMENT CARRIES THE   *
      *                    CYCLE'S BUSINESS DATE AND THE TRIAL        *
      *                    BALANCE AND GL EXTRACT BOTH SEE IT.        *
      *    2026-10-15  JM  EVERY ACCOUNT NOW CARRIES A RATE/FEE PLAN  *
      *                    FROM THE PLAN TABLE (RATEPLAN) - ADDED A   *
      *                    PLAN-CHANGE OPTION, AUDITED LIKE EVERY     *
      *                    OTHER CHANGE.  A NEW ACCOUNT OPENS ON THE  *
      *                    NO-INTEREST, NO-FEE PLAN "00" WITH         *
      *                    NOTHING ACCRUED.                           *
      *    2026-10-15  JM  THE MONTHLY DORMANCY SWEEP NOW MARKS IDLE  *
      *                    ACCOUNTS DORMANT - ADDED A REACTIVATE      *
      *                    OPTION THAT RETURNS ONE TO OPEN, AUDITED   *
      *                    AS "REACT".  FREEZE AND RELEASE REFUSE A   *
      *                    DORMANT ACCOUNT SO IT CAN ONLY COME BACK   *
      *                    THROUGH REACTIVATION.                      *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-FILE-STATUS.

           SELECT RATE-PLAN-FILE ASSIGN TO "RATEPLAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATEPLAN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER-FILE.
       FD  PENDING-TRAN-FILE.
       COPY TRANREC.

       FD  RATE-PLAN-FILE.
       COPY RATEPLRC.

       WORKING-STORAGE SECTION.
       01  OPRMAST-FILE-STATUS  PIC X(02).
       01  ACCTMAST-FILE-STATUS PIC X(02).
       01  AUDIT-FILE-STATUS    PIC X(02).
       01  PENDING-FILE-STATUS  PIC X(02).
       01  RATEPLAN-FILE-STATUS PIC X(02).

       01  WS-SUPV-AUTH-SWITCH  PIC X(01).
           88  WS-SUPERVISOR-OK     VALUE "Y".
       01  WS-ACCT-FOUND-SWITCH PIC X(01).
           88  WS-ACCOUNT-ON-MASTER VALUE "Y".

       01  WS-PLAN-EOF-SWITCH   PIC X(01).
           88  WS-END-OF-RATEPLAN   VALUE "Y".

       01  WS-PLAN-FOUND-SWITCH PIC X(01).
           88  WS-PLAN-ON-FILE      VALUE "Y".

       01  WS-FOUND-SUB         PIC 9(03) COMP.
           88  WS-TARGET-NOT-FOUND  VALUE ZERO.

       01  WS-OPEN-BALANCE      PIC S9(11)V99.
       01  WS-NEW-LIMIT         PIC S9(11)V99.
       01  WS-NEW-STATUS        PIC X(01).
       01  WS-NEW-PLAN          PIC X(02).
       01  WS-PLAN-DESC-SAVE    PIC X(20).
       01  WS-BALANCE-DISP      PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-OLD-VALUE         PIC X(20).
       01  WS-AUDIT-ACTION      PIC X(06).
           DISPLAY "F. FREEZE AN ACCOUNT"
           DISPLAY "U. RELEASE (UNFREEZE) AN ACCOUNT"
           DISPLAY "L. CHANGE CREDIT LIMIT"
           DISPLAY "P. CHANGE RATE/FEE PLAN"
           DISPLAY "R. REACTIVATE A DORMANT ACCOUNT"
           DISPLAY "C. CLOSE AN ACCOUNT"
           DISPLAY "X. EXIT"
           DISPLAY "ENTER YOUR CHOICE - " WITH NO ADVANCING
                   PERFORM Change-Account-Status
               WHEN "L"
                   PERFORM Change-Credit-Limit
               WHEN "P"
                   PERFORM Change-Rate-Plan
               WHEN "R"
                   PERFORM Reactivate-Account
               WHEN "C"
                   PERFORM Close-Account
               WHEN "X"
               MOVE ZERO            TO AM-BALANCE
               MOVE "O"             TO AM-STATUS
               MOVE ZERO            TO AM-CREDIT-LIMIT
               MOVE "00"            TO AM-PLAN-CODE
               MOVE ZERO            TO AM-ACCRUED-INT
               MOVE ZERO            TO AM-LAST-ACCRUAL
               WRITE ACCOUNT-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "**** WRITE FAILED FOR ACCOUNT "
      *    FREEZE AND RELEASE SHARE ONE PARAGRAPH - THE MENU SETS     *
      *    WS-NEW-STATUS TO "F" OR "O" BEFORE PERFORMING IT.  A       *
      *    CLOSED ACCOUNT STAYS CLOSED - IT IS NOT QUIETLY REOPENED   *
      *    BY A RELEASE, AND A DORMANT ACCOUNT COMES BACK ONLY        *
      *    THROUGH REACTIVATION.                                      *
      *****************************************************************
       Change-Account-Status.
           PERFORM Prompt-Account-No
                       DISPLAY "**** ACCOUNT " WS-ACCOUNT-NO-X
                               " IS CLOSED - STATUS NOT "
                               "CHANGED ****"
                   WHEN AM-Account-Dormant
                       DISPLAY "**** ACCOUNT " WS-ACCOUNT-NO-X
                               " IS DORMANT - USE THE REACTIVATE "
                               "OPTION - STATUS NOT CHANGED ****"
                   WHEN AM-STATUS = WS-NEW-STATUS
                       DISPLAY "**** ACCOUNT " WS-ACCOUNT-NO-X
                               " STATUS ALREADY " WS-NEW-STATUS
               END-EVALUATE
           END-IF.

      *****************************************************************
      *    THE DORMANCY SWEEP MARKS AN ACCOUNT DORMANT; ONLY A        *
      *    SUPERVISOR BRINGS IT BACK.  THE "REACT" AUDIT RECORD ALSO  *
      *    RESTARTS THE SWEEP'S INACTIVITY CLOCK FOR THE ACCOUNT, SO  *
      *    IT IS NOT MADE DORMANT AGAIN BY THE NEXT MONTH'S SWEEP.    *
      *****************************************************************
       Reactivate-Account.
           PERFORM Prompt-Account-No
           IF WS-Input-Bad
               DISPLAY "**** ACCOUNT NUMBER MUST BE EIGHT "
                       "DIGITS ****"
           ELSE
               PERFORM Read-Target-Account
               EVALUATE TRUE
                   WHEN NOT WS-Account-On-Master
                       DISPLAY "**** ACCOUNT " WS-ACCOUNT-NO-X
                               " NOT ON THE MASTER ****"
                   WHEN NOT AM-Account-Dormant
                       DISPLAY "**** ACCOUNT " WS-ACCOUNT-NO-X
                               " IS NOT DORMANT - NOT "
                               "REACTIVATED ****"
                   WHEN OTHER
                       MOVE AM-STATUS TO WS-OLD-VALUE
                       MOVE "O"       TO AM-STATUS
                       PERFORM Rewrite-Target-Account
                       MOVE "REACT"   TO WS-AUDIT-ACTION
                       MOVE "O"       TO WS-AUDIT-NEW-VALUE
                       PERFORM Write-Audit-Record
                       DISPLAY "ACCOUNT " WS-ACCOUNT-NO-X
                               " REACTIVATED"
               END-EVALUATE
           END-IF.

       Change-Credit-Limit.
           PERFORM Prompt-Account-No
           IF WS-Input-Bad
               END-IF
           END-IF.

      *****************************************************************
      *    THE NEW PLAN MUST BE ON THE PLAN TABLE.  INTEREST ALREADY  *
      *    ACCRUED STAYS WITH THE ACCOUNT AND IS CAPITALIZED AT       *
      *    PERIOD END WHATEVER PLAN THE ACCOUNT IS ON BY THEN.        *
      *****************************************************************
       Change-Rate-Plan.
           PERFORM Prompt-Account-No
           IF WS-Input-Bad
               DISPLAY "**** ACCOUNT NUMBER MUST BE EIGHT "
                       "DIGITS ****"
           ELSE
               PERFORM Read-Target-Account
               EVALUATE TRUE
                   WHEN NOT WS-Account-On-Master
                       DISPLAY "**** ACCOUNT " WS-ACCOUNT-NO-X
                               " NOT ON THE MASTER ****"
                   WHEN AM-Account-Closed
                       DISPLAY "**** ACCOUNT " WS-ACCOUNT-NO-X
                               " IS CLOSED - PLAN NOT "
                               "CHANGED ****"
                   WHEN OTHER
                       DISPLAY "CURRENT RATE/FEE PLAN IS "
                               AM-PLAN-CODE
                       DISPLAY "ENTER NEW PLAN CODE - "
                           WITH NO ADVANCING
                       ACCEPT WS-NEW-PLAN
                       PERFORM Find-Rate-Plan
                       EVALUATE TRUE
                           WHEN RATEPLAN-FILE-STATUS NOT = "00"
                               DISPLAY "**** PLAN TABLE RATEPLAN "
                                       "NOT AVAILABLE - NOT "
                                       "CHANGED ****"
                           WHEN NOT WS-Plan-On-File
                               DISPLAY "**** PLAN " WS-NEW-PLAN
                                       " NOT ON RATEPLAN - NOT "
                                       "CHANGED ****"
                           WHEN WS-NEW-PLAN = AM-PLAN-CODE
                               DISPLAY "**** ACCOUNT " WS-ACCOUNT-NO-X
                                       " ALREADY ON PLAN "
                                       WS-NEW-PLAN " - NO CHANGE ****"
                           WHEN OTHER
                               MOVE AM-PLAN-CODE TO WS-OLD-VALUE
                               MOVE WS-NEW-PLAN  TO AM-PLAN-CODE
                               PERFORM Rewrite-Target-Account
                               MOVE "PLAN"       TO WS-AUDIT-ACTION
                               MOVE WS-NEW-PLAN  TO WS-AUDIT-NEW-VALUE
                               PERFORM Write-Audit-Record
                               DISPLAY "ACCOUNT " WS-ACCOUNT-NO-X
                                       " MOVED TO PLAN " WS-NEW-PLAN
                                       " " WS-PLAN-DESC-SAVE
                       END-EVALUATE
               END-EVALUATE
           END-IF.

       Find-Rate-Plan.
           MOVE "N"    TO WS-PLAN-FOUND-SWITCH
           MOVE "N"    TO WS-PLAN-EOF-SWITCH
           MOVE SPACES TO WS-PLAN-DESC-SAVE
           OPEN INPUT RATE-PLAN-FILE
           IF RATEPLAN-FILE-STATUS = "00"
               PERFORM Scan-Rate-Plan
                   UNTIL WS-End-Of-RatePlan OR WS-Plan-On-File
               CLOSE RATE-PLAN-FILE
           END-IF.

       Scan-Rate-Plan.
           READ RATE-PLAN-FILE
               AT END
                   MOVE "Y" TO WS-PLAN-EOF-SWITCH
               NOT AT END
                   IF RP-PLAN-CODE = WS-NEW-PLAN
                       MOVE "Y"            TO WS-PLAN-FOUND-SWITCH
                       MOVE RP-DESCRIPTION TO WS-PLAN-DESC-SAVE
                   END-IF
           END-READ.

       Prompt-Account-No.
           DISPLAY "ENTER ACCOUNT NUMBER - " WITH NO ADVANCING
           ACCEPT WS-ACCOUNT-NO-X

      *              GENERATIONS OLDER THAN AN OPERATOR-GIVEN         *
      *              RETENTION LIMIT IN DAYS, DELETING THE DATED      *
      *              FILES AND TRIMMING THE REGISTER TO MATCH.        *
      *****************************************************************
      *    MODIFICATION HISTORY                                       *
      *    ------------------------------------------------------     *
      *    2026-10-15  JM  THE INTEREST ACCRUAL REPORT (ACCRRPT) IS   *
      *                    NOW REGISTERED TOO - ADDED TO THE REPORT-  *
      *                    NAME PROMPT.                               *
      *    2026-10-15  JM  THE PERIOD-END BALANCE REPORT (PERRPT) IS  *
      *                    NOW REGISTERED TOO - ADDED TO THE REPORT-  *
      *                    NAME PROMPT.                               *
      *    2026-10-15  JM  THE DORMANT ACCOUNT LISTING (DORMRPT) IS   *
      *                    NOW REGISTERED TOO - ADDED TO THE REPORT-  *
      *                    NAME PROMPT.                               *
      *    2026-10-15  JM  THE LARGE-VALUE WATCH REPORT (LVWRPT) IS   *
      *                    NOW REGISTERED TOO - ADDED TO THE REPORT-  *
      *                    NAME PROMPT.                               *
      *    2026-10-15  JM  THE VENDOR SETTLEMENT BREAKS REPORT        *
      *                    (VRECRPT) IS NOW REGISTERED TOO - ADDED TO *
      *                    THE REPORT-NAME PROMPT.                    *
      *    2026-10-15  JM  THE DAILY JOB MENU NOW PASSES THE BADGED-  *
      *                    IN OPERATOR ID.  A PURGE NEEDS THE REPORT- *
      *                    PURGE (RPTP) AUTHORITY ON THE OPERATOR     *
      *                    MASTER; WITHOUT IT THE PURGE IS REFUSED    *
      *                    AND RECORDED ON OPRAUDIT.  DISPLAYING A    *
      *                    PRIOR REPORT IS STILL OPEN TO ANYONE.      *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRIOR-FILE-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPRMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPRMAST-FILE-STATUS.

           SELECT OPR-AUDIT-FILE ASSIGN TO "OPRAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-REGISTER-FILE.
       FD  PRIOR-REPORT-FILE.
       01  PRIOR-REPORT-RECORD      PIC X(80).

       FD  OPERATOR-MASTER-FILE.
       COPY OPRMREC.

       FD  OPR-AUDIT-FILE.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  RPTREG-FILE-STATUS   PIC X(02).
       01  PRIOR-FILE-STATUS    PIC X(02).
       01  WS-PURGE-COUNT       PIC 9(03) COMP.
       01  WS-LINE-COUNT        PIC 9(06) COMP.

       COPY OPRAUTHW.

       LINKAGE SECTION.
       01  LK-OPERATOR-ID       PIC X(08).

       PROCEDURE DIVISION USING LK-OPERATOR-ID.
       Begin.
           MOVE "N" TO WS-EXIT-SWITCH
           PERFORM Maintenance-Menu UNTIL WS-Maint-Exit
               WHEN "D"
                   PERFORM Display-Prior-Report
               WHEN "P"
                   PERFORM Check-Purge-Authority
                   IF OAW-Authorized
                       PERFORM Purge-Old-Generations
                   END-IF
               WHEN "X"
                   MOVE "Y" TO WS-EXIT-SWITCH
               WHEN OTHER
           ELSE
               MOVE WS-REQUEST-DATE-X TO WS-REQUEST-DATE
               DISPLAY "ENTER REPORT NAME "
                       "(EDITRPT/PROFRPT/SUSPAGE/VENDACK/"
                       "ACCRRPT/PERRPT/DORMRPT/LVWRPT/"
                       "VRECRPT) - "
                   WITH NO ADVANCING
               ACCEPT WS-REQUEST-REPORT
               PERFORM Load-Register-Table
                   DISPLAY PRIOR-REPORT-RECORD
           END-READ.

      *    THE OPERATOR MASTER IS READ AT EACH PURGE SO A GRANT OR
      *    REVOKE MADE MEANWHILE TAKES EFFECT.
       Check-Purge-Authority.
           MOVE LK-OPERATOR-ID TO OAW-OPERATOR-ID
           MOVE "RPTMAINT"     TO OAW-ORIGIN
           MOVE "RPTPURGE"     TO OAW-PROGRAM
           PERFORM Load-Operator-Authority
           PERFORM Check-Operator-Authority
           IF NOT OAW-Authorized
               DISPLAY "**** PURGE REFUSED FOR OPERATOR "
                       OAW-OPERATOR-ID " - " OAW-REASON " ****"
               PERFORM Log-Authority-Refusal
           END-IF.

      *****************************************************************
      *    PURGE: EVERY REGISTER ENTRY OLDER THAN THE RETENTION       *
      *    LIMIT HAS ITS DATED FILE DELETED AND IS DROPPED FROM THE   *
               MOVE WS-RG-TIME-T(WS-SCAN-SUB)  TO RG-RUN-TIME
               WRITE REPORT-REGISTER-RECORD
           END-IF.

       COPY OPRAUTHP.

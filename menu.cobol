       INSTALLATION. DATA-CENTER-OPERATIONS.
       DATE-WRITTEN. 2026-08-08.
      *****************************************************************
      *    PURPOSE : DAILY JOB MENU/DRIVER.  BADGES THE OPERATOR IN   *
      *              AGAINST OPRMAST, CALLS First TO RUN THE OPEN-    *
      *              OF-DAY JOB, THEN OFFERS THE REST OF THE DAY'S    *
      *              JOBS BY NUMBER SO THE OPERATOR IS NOT RELIED ON  *
      *              TO REMEMBER THE RIGHT RUN ORDER BY HAND.  FIELD  *
      *              VALIDATION, PROFILING, AND CLOSE-OF-DAY ARE      *
      *              REFUSED UNTIL THE OPEN-OF-DAY CHECKPOINT HAS     *
      *              BEEN WRITTEN.                                    *
      *****************************************************************
      *    MODIFICATION HISTORY                                       *
      *    ------------------------------------------------------     *
      *                    OPTION 10.  EXIT MOVED TO 11.              *
      *    2026-09-02  JM  ADDED CONTROL-FILE HOUSEKEEPING AS         *
      *                    OPTION 11.  EXIT MOVED TO 12.              *
      *    2026-10-15  JM  ADDED REVERSAL/CORRECTION MAINTENANCE AS   *
      *                    OPTION 12 (SUPERVISORS ONLY - THE          *
      *                    MAINTENANCE PROGRAM ITSELF ENFORCES        *
      *                    THAT).  EXIT MOVED TO 13.                  *
      *    2026-10-15  JM  THE MENU NOW BADGES THE OPERATOR IN ITSELF *
      *                    - ALWAYS PROMPTED, NEVER THE CTLCARD BATCH *
      *                    OPERATOR First USES FOR THE UNATTENDED     *
      *                    RUN - AND CHECKS EVERY OPTION, OPEN-OF-DAY *
      *                    INCLUDED, AGAINST THE OPERATOR AUTHORITY   *
      *                    MATRIX.  OPTIONS THE OPERATOR LACKS ARE    *
      *                    NOT SHOWN; ONE PICKED ANYWAY IS REFUSED    *
      *                    AND RECORDED ON OPRAUDIT.  THE OPERATOR ID *
      *                    IS PASSED TO RPTMAINT, WHICH CHECKS THE    *
      *                    REPORT-PURGE AUTHORITY ITSELF.             *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOSEDAY-FILE-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPRMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPRMAST-FILE-STATUS.

           SELECT OPR-AUDIT-FILE ASSIGN TO "OPRAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECKPOINT-FILE.
       FD  CLOSE-OF-DAY-FILE.
       COPY CLOSEREC.

       FD  OPERATOR-MASTER-FILE.
       COPY OPRMREC.

       FD  OPR-AUDIT-FILE.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  CHKPT-FILE-STATUS       PIC X(02).
       01  CLOSEDAY-FILE-STATUS    PIC X(02).
       01  WS-EXIT-SWITCH          PIC X(01) VALUE "N".
           88  WS-EXIT-REQUESTED       VALUE "Y".

       01  WS-CHOICE-SWITCH        PIC X(01).
           88  WS-CHOICE-ALLOWED       VALUE "Y".

       01  WS-OPTION-SUB           PIC 9(02) COMP.

      *****************************************************************
      *    THE MENU OPTIONS, BY NUMBER, WITH THE PROGRAM NAME EACH    *
      *    IS LOOKED UP UNDER ON THE AUTHORITY MATRIX.  EXIT, AFTER   *
      *    THE LAST OF THEM, IS NOT CHECKED.                          *
      *****************************************************************
       01  WS-OPTION-VALUES.
           05  FILLER  PIC X(10) VALUE "OPENDAY".
           05  FILLER  PIC X(47) VALUE
                   "1. OPEN-OF-DAY   (RE-RUN CHECKPOINT)".
           05  FILLER  PIC X(10) VALUE "FLDEDIT".
           05  FILLER  PIC X(47) VALUE "2. FIELD VALIDATION".
           05  FILLER  PIC X(10) VALUE "PROFILE".
           05  FILLER  PIC X(47) VALUE "3. PROFILING REPORT".
           05  FILLER  PIC X(10) VALUE "POSTING".
           05  FILLER  PIC X(47) VALUE "4. POSTING".
           05  FILLER  PIC X(10) VALUE "CLOSEDAY".
           05  FILLER  PIC X(47) VALUE "5. CLOSE-OF-DAY".
           05  FILLER  PIC X(10) VALUE "OPRMAINT".
           05  FILLER  PIC X(47) VALUE
                   "6. OPERATOR MASTER MAINTENANCE".
           05  FILLER  PIC X(10) VALUE "DAYSTAT".
           05  FILLER  PIC X(47) VALUE
                   "7. DAY-STATUS TURNOVER REPORT".
           05  FILLER  PIC X(10) VALUE "RPTMAINT".
           05  FILLER  PIC X(47) VALUE
                   "8. PRIOR REPORT RETRIEVAL/PURGE".
           05  FILLER  PIC X(10) VALUE "ACCTMAINT".
           05  FILLER  PIC X(47) VALUE
                   "9. ACCOUNT MASTER MAINTENANCE".
           05  FILLER  PIC X(10) VALUE "STATEMENT".
           05  FILLER  PIC X(47) VALUE
                   "10. ACCOUNT STATEMENT INQUIRY".
           05  FILLER  PIC X(10) VALUE "HOUSEKEEP".
           05  FILLER  PIC X(47) VALUE
                   "11. CONTROL FILE HOUSEKEEPING".
           05  FILLER  PIC X(10) VALUE "REVMAINT".
           05  FILLER  PIC X(47) VALUE
                   "12. REVERSAL/CORRECTION MAINTENANCE".
       01  WS-OPTION-TABLE REDEFINES WS-OPTION-VALUES.
           05  WS-OPTION-ENTRY OCCURS 12 TIMES.
               10  WS-OPT-PROGRAM      PIC X(10).
               10  WS-OPT-TEXT         PIC X(47).

       COPY OPRAUTHW.

       PROCEDURE DIVISION.
       Begin.
           DISPLAY "**** DAILY JOB MENU - BADGING IN OPERATOR ****"
           MOVE "MENU" TO OAW-ORIGIN
           MOVE "N"    TO OAW-FOUND-SWITCH
           PERFORM Badge-In-Operator UNTIL OAW-Operator-Found
           PERFORM Run-Open-Of-Day
           PERFORM Run-Menu-Loop UNTIL WS-Exit-Requested
           STOP RUN.

      *****************************************************************
      *    THE MENU ALWAYS ASKS WHO IS AT THE CONSOLE.  First TAKES   *
      *    THE CTLCARD BATCH OPERATOR WITHOUT PROMPTING WHENEVER ONE  *
      *    IS SET, SO IT CANNOT SAY WHO IS USING THE MENU - EVERY     *
      *    OPTION IS CHECKED AGAINST THE OPERATOR KEYED HERE.         *
      *****************************************************************
       Badge-In-Operator.
           DISPLAY "Please enter your operator ID - "
               WITH NO ADVANCING
           ACCEPT OAW-OPERATOR-ID
           PERFORM Load-Operator-Authority
           IF OAW-Oprmast-Unavailable
               DISPLAY "**** CANNOT VALIDATE OPERATOR - OPERATOR "
                       "MASTER FILE OPRMAST NOT AVAILABLE - MENU "
                       "ABORTED ****"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT OAW-Operator-Found
               DISPLAY "**** OPERATOR ID NOT RECOGNIZED - "
                       "PLEASE RE-ENTER ****"
           END-IF.

      *    OPEN-OF-DAY RUNS AT BADGE-IN ONLY FOR AN OPERATOR WHO MAY
      *    RUN IT; ANYONE ELSE GOES STRAIGHT TO THE MENU.
       Run-Open-Of-Day.
           MOVE "OPENDAY" TO OAW-PROGRAM
           PERFORM Check-Operator-Authority
           IF OAW-Authorized
               CALL "First"
               MOVE ZERO TO RETURN-CODE
           ELSE
               DISPLAY "**** OPEN-OF-DAY NOT RUN FOR OPERATOR "
                       OAW-OPERATOR-ID " - " OAW-REASON " ****"
           END-IF.

       Run-Menu-Loop.
           PERFORM Check-Open-Of-Day
           PERFORM Check-Close-Of-Day
           DISPLAY " "
           DISPLAY "OPERATOR " OAW-OPERATOR-ID
           PERFORM Show-Menu-Option
               VARYING WS-OPTION-SUB FROM 1 BY 1
               UNTIL WS-OPTION-SUB > 12
           DISPLAY "13. EXIT"
           DISPLAY "ENTER YOUR CHOICE - " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE
           MOVE "Y" TO WS-CHOICE-SWITCH
           IF WS-MENU-CHOICE > ZERO AND WS-MENU-CHOICE < 13
               PERFORM Check-Menu-Choice
           END-IF
           IF WS-Choice-Allowed
               PERFORM Dispatch-Menu-Choice
           END-IF.

       Show-Menu-Option.
           MOVE WS-OPT-PROGRAM(WS-OPTION-SUB) TO OAW-PROGRAM
           PERFORM Check-Operator-Authority
           IF OAW-Authorized
               DISPLAY WS-OPT-TEXT(WS-OPTION-SUB)
           END-IF.

      *    AN OPTION NOT SHOWN CAN STILL BE KEYED - IT IS REFUSED
      *    AND THE ATTEMPT GOES TO OPRAUDIT.
       Check-Menu-Choice.
           MOVE WS-OPT-PROGRAM(WS-MENU-CHOICE) TO OAW-PROGRAM
           PERFORM Check-Operator-Authority
           IF NOT OAW-Authorized
               MOVE "N" TO WS-CHOICE-SWITCH
               DISPLAY "**** OPTION " WS-MENU-CHOICE " REFUSED FOR "
                       "OPERATOR " OAW-OPERATOR-ID " - " OAW-REASON
                       " ****"
               PERFORM Log-Authority-Refusal
           END-IF.

       Dispatch-Menu-Choice.
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM Run-Open-Of-Day
               WHEN 2
                   PERFORM Run-Field-Validation
               WHEN 3
               WHEN 7
                   CALL "DayStat"
               WHEN 8
                   CALL "RptMaint" USING OAW-OPERATOR-ID
               WHEN 9
                   CALL "AcctMaint"
               WHEN 10
               WHEN 11
                   CALL "Housekeep"
               WHEN 12
                   CALL "RevMaint"
               WHEN 13
                   MOVE "Y" TO WS-EXIT-SWITCH
               WHEN OTHER
                   DISPLAY "**** NOT A VALID CHOICE - RE-ENTER ****"
                       MOVE "Y" TO WS-CLOSED-SWITCH
                   END-IF
           END-READ.

       COPY OPRAUTHP.

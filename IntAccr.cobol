       IDENTIFICATION DIVISION.
       PROGRAM-ID. IntAccr.
       AUTHOR. D-SHIFT-APPS.
       INSTALLATION. DATA-CENTER-OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *    PURPOSE : NIGHTLY INTEREST ACCRUAL, RUN AFTER POSTING.     *
      *              REPLACES THE SPREADSHEET THE INTEREST AND        *
      *              SERVICE FEES USED TO BE WORKED OUT IN AND KEYED  *
      *              BACK AS VENDOR RECORDS.  EVERY OPEN ACCOUNT ON   *
      *              THE ACCOUNT MASTER (ACCTMAST) ACCRUES INTEREST   *
      *              ON ITS POSITIVE AM-BALANCE AT ITS PLAN'S ANNUAL  *
      *              RATE (RATEPLAN) INTO AM-ACCRUED-INT FOR EVERY    *
      *              DAY SINCE IT LAST ACCRUED, WEEKENDS AND          *
      *              HOLIDAYS INCLUDED, AND IS STAMPED WITH THE       *
      *              BUSINESS DATE IN AM-LAST-ACCRUAL - A RERUN ON    *
      *              THE SAME DATE SKIPS EVERY ACCOUNT ALREADY        *
      *              STAMPED, SO NOTHING ACCRUES TWICE.  ON THE FIRST *
      *              RUN AFTER A FISCAL PERIOD (FROM THE FISCAL       *
      *              CALENDAR) ENDS - ITS LAST DAY, OR THE NEXT       *
      *              BUSINESS DATE WHEN IT ENDS ON A WEEKEND OR       *
      *              HOLIDAY - THE WHOLE CENTS ACCRUED THROUGH THE    *
      *              PERIOD'S LAST DAY ARE                            *
      *              CAPITALIZED AS AN INTC TRANSACTION AND THE       *
      *              PLAN'S MONTHLY FEE IS ASSESSED AS A FEES         *
      *              TRANSACTION, BOTH QUEUED ON ACCTPEND FOR THE     *
      *              NEXT POSTING RUN THE WAY ACCOUNT MAINTENANCE     *
      *              QUEUES AN OPENING BALANCE.  THE DATED ACCRUAL    *
      *              REPORT (ACCRRPT.CCYYMMDD, REGISTERED ON RPTREG)  *
      *              LISTS EVERY ACCOUNT ACCRUED AND TOTALS BY PLAN.  *
      *****************************************************************
      *    MODIFICATION HISTORY                                       *
      *    ------------------------------------------------------     *
      *    2026-10-15  JM  A DORMANT ACCOUNT STILL ACCRUES AND HAS    *
      *                    ITS INTEREST CAPITALIZED (A CREDIT, WHICH  *
      *                    POSTING ACCEPTS), BUT NO PLAN FEE IS       *
      *                    ASSESSED - POSTING WOULD ONLY REJECT THE   *
      *                    DEBIT.  DORMANT ACCOUNTS ARE COUNTED ON    *
      *                    THE REPORT.                                *
      *    2026-10-15  JM  AN ACCOUNT NOW ACCRUES FOR EVERY DAY SINCE *
      *                    AM-LAST-ACCRUAL, NOT ONE DAY PER RUN, SO   *
      *                    WEEKENDS AND HOLIDAYS EARN INTEREST.  A    *
      *                    PERIOD THAT ENDS ON A DAY WITH NO BUSINESS *
      *                    DATE IS CAPITALIZED BY THE FIRST RUN AFTER *
      *                    IT FOR EVERY ACCOUNT THAT LAST ACCRUED     *
      *                    BEFORE IT ENDED - INTEREST THROUGH THE     *
      *                    PERIOD'S LAST DAY IS CAPITALIZED, THE DAYS *
      *                    AFTER IT ACCRUE INTO THE NEW PERIOD - THE  *
      *                    WAY PERCLOSE CATCHES UP A PERIOD.  THE     *
      *                    REPORT SHOWS THE DAYS ACCRUED.             *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AM-ACCOUNT-NO
               FILE STATUS IS ACCTMAST-FILE-STATUS.

           SELECT RATE-PLAN-FILE ASSIGN TO "RATEPLAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATEPLAN-FILE-STATUS.

           SELECT PENDING-TRAN-FILE ASSIGN TO "ACCTPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-FILE-STATUS.

           SELECT ACCRUAL-REPORT-FILE ASSIGN USING WS-ACCRRPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCRRPT-FILE-STATUS.

           SELECT REPORT-REGISTER-FILE ASSIGN TO "RPTREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPTREG-FILE-STATUS.

           SELECT FISCAL-CALENDAR-FILE ASSIGN TO "FISCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FISCAL-FILE-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
       COPY ACCTREC.

       FD  RATE-PLAN-FILE.
       COPY RATEPLRC.

       FD  PENDING-TRAN-FILE.
       COPY TRANREC.

       FD  ACCRUAL-REPORT-FILE.
       01  ACCRUAL-REPORT-RECORD    PIC X(80).

       FD  REPORT-REGISTER-FILE.
       COPY RPTREGRC.

       FD  FISCAL-CALENDAR-FILE.
       COPY FISCCAL.

       FD  RUN-LOG-FILE.
       COPY RUNLOGRC.

       WORKING-STORAGE SECTION.
       01  ACCTMAST-FILE-STATUS PIC X(02).
       01  RATEPLAN-FILE-STATUS PIC X(02).
       01  PENDING-FILE-STATUS  PIC X(02).
       01  ACCRRPT-FILE-STATUS  PIC X(02).
       01  RPTREG-FILE-STATUS   PIC X(02).
       01  FISCAL-FILE-STATUS   PIC X(02).

      *    THE ACCRUAL REPORT IS WRITTEN UNDER THE BUSINESS DATE SO
      *    PRIOR GENERATIONS SURVIVE A RERUN.
       01  WS-ACCRRPT-FILE-NAME.
           05  FILLER               PIC X(08) VALUE "ACCRRPT.".
           05  WS-ACCRRPT-DATE      PIC 9(08).

       01  WS-MASTER-EOF-SWITCH PIC X(01).
           88  WS-END-OF-MASTER     VALUE "Y".

       01  WS-PLAN-EOF-SWITCH   PIC X(01).
           88  WS-END-OF-RATEPLAN   VALUE "Y".

       01  WS-PERIOD-END-SWITCH PIC X(01).
           88  WS-PERIOD-END-RUN    VALUE "Y".

       01  WS-REWRITE-SWITCH    PIC X(01).
           88  WS-REWRITE-OK        VALUE "Y".

       01  WS-PLAN-COUNT        PIC 9(03) COMP VALUE ZERO.
       01  WS-PLAN-SUB          PIC 9(03) COMP.
       01  WS-PLAN-FOUND-SUB    PIC 9(03) COMP.
           88  WS-PLAN-NOT-FOUND    VALUE ZERO.

       01  WS-PLAN-TABLE.
           05  WS-PLAN-ENTRY OCCURS 50 TIMES.
               10  WS-PL-CODE-T     PIC X(02).
               10  WS-PL-DESC-T     PIC X(20).
               10  WS-PL-RATE-T     PIC 9(02)V9(04).
               10  WS-PL-FEE-T      PIC 9(05)V99.
               10  WS-PL-ACCTS-T    PIC 9(06) COMP.
               10  WS-PL-INT-T      PIC S9(09)V9(05).
               10  WS-PL-CAP-T      PIC S9(11)V99.
               10  WS-PL-FEES-T     PIC S9(11)V99.

       01  WS-READ-COUNT        PIC 9(06) COMP VALUE ZERO.
       01  WS-ACCRUED-COUNT     PIC 9(06) COMP VALUE ZERO.
       01  WS-REPEAT-COUNT      PIC 9(06) COMP VALUE ZERO.
       01  WS-CLOSED-COUNT      PIC 9(06) COMP VALUE ZERO.
       01  WS-NOPLAN-COUNT      PIC 9(06) COMP VALUE ZERO.
       01  WS-DEFERRED-COUNT    PIC 9(06) COMP VALUE ZERO.
       01  WS-DORMANT-COUNT     PIC 9(06) COMP VALUE ZERO.
       01  WS-FAILED-COUNT      PIC 9(06) COMP VALUE ZERO.
       01  WS-INTC-COUNT        PIC 9(06) COMP VALUE ZERO.
       01  WS-FEES-COUNT        PIC 9(06) COMP VALUE ZERO.
       01  WS-CATCH-UP-COUNT    PIC 9(06) COMP VALUE ZERO.

       01  WS-PERIOD-END-DOY    PIC 9(03).

      *    EACH PERIOD'S LAST DAY-OF-YEAR IS THE HIGHEST END OF ITS
      *    WEEKS ON THE FISCAL CALENDAR, KEPT BY PERIOD NUMBER.  THE
      *    LAST PERIOD END IS THE LATEST ONE ON OR BEFORE THE RUN
      *    DATE - IN JANUARY, THE PRIOR YEAR'S FINAL PERIOD.
       01  WS-PERIOD-SUB        PIC 9(03) COMP.
       01  WS-PERIOD-TABLE.
           05  WS-PR-END-DOY    PIC 9(03) OCCURS 99 TIMES.
       01  WS-LAST-END-PERIOD   PIC 9(02).
       01  WS-LAST-END-DOY      PIC 9(03).
       01  WS-LAST-END-YEAR     PIC 9(04).
       01  WS-YEAR-START-DATE   PIC 9(08).
       01  WS-LAST-END-DATE     PIC 9(08).
       01  WS-LAST-END-INTEGER  PIC 9(07).
       01  WS-RUN-INTEGER       PIC 9(07).
       01  WS-ACCRUED-INTEGER   PIC 9(07).
       01  WS-ACCRUAL-DAYS      PIC 9(05).
       01  WS-DAYS-AFTER-END    PIC 9(05).

       01  WS-CAPITALIZE-SWITCH PIC X(01).
           88  WS-CAPITALIZE-ACCOUNT VALUE "Y".

       01  WS-DAY-INTEREST      PIC S9(09)V9(05).
       01  WS-LATER-INTEREST    PIC S9(09)V9(05).
       01  WS-CAPITAL-AMOUNT    PIC S9(11)V99.
       01  WS-FEE-AMOUNT        PIC S9(11)V99.
       01  WS-TOTAL-INT         PIC S9(09)V9(05) VALUE ZERO.
       01  WS-TOTAL-CAP         PIC S9(11)V99 VALUE ZERO.
       01  WS-TOTAL-FEES        PIC S9(11)V99 VALUE ZERO.

      *    A QUEUED AMOUNT GOES ON ACCTPEND IN THE SAME TEN-BYTE
      *    DIGITS-AND-POINT FORM THE INTERFACE FILES USE.
       01  WS-QUEUE-AMOUNT-LIMIT PIC S9(11)V99 VALUE 9999999.99.
       01  WS-QUEUE-AMOUNT      PIC 9(07).99.
       01  WS-QUEUE-CODE        PIC X(04).

      *    EVERY CAPITALIZATION AND FEE QUEUED CARRIES "ACCR", THE
      *    CALENDAR YEAR, AND THE FISCAL PERIOD AS ITS REFERENCE.
       01  WS-ACCRUAL-REFERENCE.
           05  FILLER               PIC X(04) VALUE "ACCR".
           05  WS-AREF-YEAR         PIC 9(04).
           05  WS-AREF-PERIOD       PIC 9(02).

       01  WS-REMARK-TEXT       PIC X(50).

       01  WS-CATCH-UP-TEXT.
           05  FILLER               PIC X(23) VALUE
               "CAPITALIZED FOR PERIOD ".
           05  WS-CU-PERIOD         PIC 9(02).
           05  FILLER               PIC X(07) VALUE " ENDED ".
           05  WS-CU-END-DATE       PIC 9(08).
           05  FILLER               PIC X(10) VALUE SPACES.

       01  ACR-SUBHEAD-LINE         PIC X(80).

       01  ACR-COLUMN-LINE.
           05  FILLER               PIC X(12) VALUE "ACCOUNT  PL".
           05  FILLER               PIC X(15) VALUE "        BALANCE".
           05  FILLER               PIC X(13) VALUE "     INTEREST".
           05  FILLER               PIC X(15) VALUE "        ACCRUED".
           05  FILLER               PIC X(12) VALUE " CAPITALIZED".
           05  FILLER               PIC X(10) VALUE "       FEE".
           05  FILLER               PIC X(03) VALUE "DYS".

      *    ONE LINE PER ACCOUNT ACCRUED, WITH THE DAYS THIS RUN
      *    ACCRUED FOR.
       01  ACR-DETAIL-LINE.
           05  ACR-ACCOUNT-NO       PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  ACR-PLAN-CODE        PIC X(02).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  ACR-BALANCE          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  ACR-DAY-INTEREST     PIC ZZ,ZZ9.99999.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  ACR-ACCRUED          PIC ZZ,ZZ9.99999-.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  ACR-CAPITALIZED      PIC ZZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  ACR-FEE              PIC ZZ,ZZ9.99.
           05  ACR-DAYS             PIC ZZ9.

      *    AN ACCOUNT NOT ACCRUED, OR ACCRUED BUT NOT CAPITALIZED.
       01  ACR-REMARK-LINE.
           05  ACR-RM-ACCOUNT-NO    PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  ACR-RM-PLAN-CODE     PIC X(02).
           05  FILLER               PIC X(03) VALUE SPACES.
           05  ACR-RM-TEXT          PIC X(50).
           05  FILLER               PIC X(16) VALUE SPACES.

       01  ACR-PLAN-HEAD-LINE.
           05  FILLER               PIC X(23) VALUE "PL DESCRIPTION".
           05  FILLER               PIC X(08) VALUE "ACCOUNTS".
           05  FILLER               PIC X(14) VALUE "      INTEREST".
           05  FILLER               PIC X(15) VALUE "    CAPITALIZED".
           05  FILLER               PIC X(15) VALUE "           FEES".
           05  FILLER               PIC X(05) VALUE SPACES.

      *    ONE LINE PER PLAN, THEN THE SAME LINE FOR ALL PLANS.
       01  ACR-PLAN-TOTAL-LINE.
           05  APT-PLAN-CODE        PIC X(02).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  APT-DESCRIPTION      PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  APT-ACCOUNTS         PIC ZZZ,ZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  APT-DAY-INTEREST     PIC ZZZ,ZZ9.99999.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  APT-CAPITALIZED      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  APT-FEES             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(05) VALUE SPACES.

       01  ACR-COUNT-LINE.
           05  ACR-COUNT-LABEL      PIC X(40).
           05  ACR-COUNT-VALUE      PIC ZZZ,ZZ9.
           05  FILLER               PIC X(33) VALUE SPACES.

       01  ACR-PERIOD-NOTE.
           05  FILLER               PIC X(51) VALUE
               "PERIOD END - INTEREST CAPITALIZED, FEES ASSESSED - ".
           05  FILLER               PIC X(14) VALUE "FISCAL PERIOD ".
           05  ACR-PN-PERIOD        PIC 9(02).
           05  FILLER               PIC X(13) VALUE SPACES.

       01  ACR-DAILY-NOTE.
           05  FILLER               PIC X(48) VALUE
               "DAILY ACCRUAL - THE PERIOD ENDS ON DAY-OF-YEAR ".
           05  ACR-DN-END-DOY       PIC 9(03).
           05  FILLER               PIC X(29) VALUE SPACES.

       COPY JOBHDR.

       COPY RUNLOGW.

       PROCEDURE DIVISION.
       Begin.
      *    RESET SWITCHES AND TOTALS AT THE TOP SO A SECOND CALL IN
      *    THE SAME RUN UNIT (FROM THE UNATTENDED DRIVER) STARTS
      *    CLEAN.
           MOVE "N"  TO WS-MASTER-EOF-SWITCH
           MOVE "N"  TO WS-PERIOD-END-SWITCH
           MOVE ZERO TO WS-READ-COUNT
           MOVE ZERO TO WS-ACCRUED-COUNT
           MOVE ZERO TO WS-REPEAT-COUNT
           MOVE ZERO TO WS-CLOSED-COUNT
           MOVE ZERO TO WS-NOPLAN-COUNT
           MOVE ZERO TO WS-DEFERRED-COUNT
           MOVE ZERO TO WS-DORMANT-COUNT
           MOVE ZERO TO WS-FAILED-COUNT
           MOVE ZERO TO WS-INTC-COUNT
           MOVE ZERO TO WS-FEES-COUNT
           MOVE ZERO TO WS-CATCH-UP-COUNT
           MOVE ZERO TO WS-TOTAL-INT
           MOVE ZERO TO WS-TOTAL-CAP
           MOVE ZERO TO WS-TOTAL-FEES
           MOVE "INTEREST ACCRUAL"  TO JH-JOB-NAME
           MOVE ZERO                TO JH-PAGE-NO
           MOVE "INTACCR"           TO RLW-STEP-NAME
           PERFORM Record-Run-Start
           PERFORM Load-Plan-Table
           IF WS-PLAN-COUNT = ZERO
               DISPLAY "**** RATE/FEE PLAN FILE RATEPLAN NOT "
                       "AVAILABLE OR EMPTY - ACCRUAL NOT RUN ****"
               MOVE 8 TO RETURN-CODE
               PERFORM Write-Run-Log
               GOBACK
           END-IF
           OPEN I-O ACCOUNT-MASTER-FILE
           IF ACCTMAST-FILE-STATUS NOT = "00"
               DISPLAY "**** ACCOUNT MASTER FILE ACCTMAST NOT "
                       "AVAILABLE - STATUS " ACCTMAST-FILE-STATUS
                       " - ACCRUAL NOT RUN ****"
               MOVE 8 TO RETURN-CODE
               PERFORM Write-Run-Log
               GOBACK
           END-IF
           PERFORM Build-Job-Header
           PERFORM Find-Period-End
           MOVE RLW-RUN-DATE        TO WS-ACCRRPT-DATE
           OPEN OUTPUT ACCRUAL-REPORT-FILE
           WRITE ACCRUAL-REPORT-RECORD FROM JOB-HEADER-LINE
           IF WS-Period-End-Run
               MOVE JH-FISCAL-PERIOD TO ACR-PN-PERIOD
               WRITE ACCRUAL-REPORT-RECORD FROM ACR-PERIOD-NOTE
           ELSE
               MOVE WS-PERIOD-END-DOY TO ACR-DN-END-DOY
               WRITE ACCRUAL-REPORT-RECORD FROM ACR-DAILY-NOTE
           END-IF
           IF WS-LAST-END-PERIOD NOT = ZERO
               PERFORM Open-Pending-File
           END-IF
           MOVE SPACES              TO ACR-SUBHEAD-LINE
           WRITE ACCRUAL-REPORT-RECORD FROM ACR-SUBHEAD-LINE
           WRITE ACCRUAL-REPORT-RECORD FROM ACR-COLUMN-LINE
           PERFORM Read-Master-Record
           PERFORM Accrue-One-Account UNTIL WS-End-Of-Master
           CLOSE ACCOUNT-MASTER-FILE
           IF WS-LAST-END-PERIOD NOT = ZERO
               CLOSE PENDING-TRAN-FILE
           END-IF
           PERFORM Write-Plan-Totals
           PERFORM Write-Run-Counts
           MOVE WS-READ-COUNT       TO JT-RECORD-COUNT
           PERFORM Build-Job-Trailer
           WRITE ACCRUAL-REPORT-RECORD FROM JOB-TRAILER-LINE
           CLOSE ACCRUAL-REPORT-FILE
           MOVE WS-READ-COUNT   TO RLW-RECORDS
           COMPUTE RLW-ERRORS = WS-NOPLAN-COUNT + WS-FAILED-COUNT
           MOVE "OK"            TO RLW-STATUS
           PERFORM Write-Run-Log
           PERFORM Register-Report
           DISPLAY "INTACCR - ACCOUNTS READ:     " WS-READ-COUNT
           DISPLAY "INTACCR - ACCRUED:           " WS-ACCRUED-COUNT
           DISPLAY "INTACCR - ALREADY ACCRUED:   " WS-REPEAT-COUNT
           DISPLAY "INTACCR - NO PLAN ON FILE:   " WS-NOPLAN-COUNT
           DISPLAY "INTACCR - INTC QUEUED:       " WS-INTC-COUNT
           DISPLAY "INTACCR - FEES QUEUED:       " WS-FEES-COUNT
           GOBACK.

      *****************************************************************
      *    A PERIOD ENDS ON THE LAST DAY-OF-YEAR OF ITS LAST WEEK ON  *
      *    THE FISCAL CALENDAR THE HEADING ALREADY LOADED.  A DAY     *
      *    OUTSIDE EVERY PERIOD IS NEVER A PERIOD END.  THE LAST      *
      *    PERIOD END - THE LATEST ON OR BEFORE THE RUN DATE, THE     *
      *    PRIOR YEAR'S FINAL PERIOD WHEN NONE HAS ENDED THIS YEAR -  *
      *    IS THE ONE AN ACCOUNT THAT LAST ACCRUED BEFORE IT IS       *
      *    CAPITALIZED FOR, AND ITS YEAR AND PERIOD ARE THE           *
      *    REFERENCE ON WHAT IS QUEUED.  THE PERIOD-END RUN IS THE    *
      *    ONE ON THAT DAY ITSELF.                                    *
      *****************************************************************
       Find-Period-End.
           MOVE ZERO TO WS-PERIOD-END-DOY
           MOVE ZERO TO WS-LAST-END-PERIOD
           MOVE ZERO TO WS-LAST-END-DOY
           MOVE ZERO TO WS-LAST-END-DATE
           MOVE ZERO TO WS-LAST-END-INTEGER
           PERFORM Clear-Period-Entry
               VARYING WS-PERIOD-SUB FROM 1 BY 1
               UNTIL WS-PERIOD-SUB > 99
           PERFORM Spread-Fiscal-Week
               VARYING JHW-FISCAL-IDX FROM 1 BY 1
               UNTIL JHW-FISCAL-IDX > JHW-FISCAL-COUNT
           IF JH-FISCAL-PERIOD NOT = ZERO
               MOVE WS-PR-END-DOY(JH-FISCAL-PERIOD)
                                    TO WS-PERIOD-END-DOY
           END-IF
           IF WS-PERIOD-END-DOY NOT = ZERO
                   AND JH-RUN-DOY = WS-PERIOD-END-DOY
               MOVE "Y" TO WS-PERIOD-END-SWITCH
           END-IF
           MOVE RLW-RUN-DATE(1:4)   TO WS-LAST-END-YEAR
           PERFORM Check-Period-Ended
               VARYING WS-PERIOD-SUB FROM 1 BY 1
               UNTIL WS-PERIOD-SUB > 99
           IF WS-LAST-END-PERIOD = ZERO
               SUBTRACT 1 FROM WS-LAST-END-YEAR
               PERFORM Check-Final-Period
                   VARYING WS-PERIOD-SUB FROM 1 BY 1
                   UNTIL WS-PERIOD-SUB > 99
           END-IF
           IF WS-LAST-END-PERIOD NOT = ZERO
               COMPUTE WS-YEAR-START-DATE =
                   WS-LAST-END-YEAR * 10000 + 0101
               COMPUTE WS-LAST-END-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-YEAR-START-DATE)
                 + WS-LAST-END-DOY - 1
               COMPUTE WS-LAST-END-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-LAST-END-INTEGER)
           END-IF
           COMPUTE WS-RUN-INTEGER =
               FUNCTION INTEGER-OF-DATE(RLW-RUN-DATE)
           MOVE WS-LAST-END-YEAR    TO WS-AREF-YEAR
           MOVE WS-LAST-END-PERIOD  TO WS-AREF-PERIOD
           MOVE WS-LAST-END-PERIOD  TO WS-CU-PERIOD
           MOVE WS-LAST-END-DATE    TO WS-CU-END-DATE.

       Clear-Period-Entry.
           MOVE ZERO TO WS-PR-END-DOY(WS-PERIOD-SUB).

       Spread-Fiscal-Week.
           IF JHW-FC-PERIOD(JHW-FISCAL-IDX) NOT = ZERO
               MOVE JHW-FC-PERIOD(JHW-FISCAL-IDX) TO WS-PERIOD-SUB
               IF JHW-FC-END-DOY(JHW-FISCAL-IDX)
                       > WS-PR-END-DOY(WS-PERIOD-SUB)
                   MOVE JHW-FC-END-DOY(JHW-FISCAL-IDX)
                                    TO WS-PR-END-DOY(WS-PERIOD-SUB)
               END-IF
           END-IF.

       Check-Period-Ended.
           IF WS-PR-END-DOY(WS-PERIOD-SUB) NOT = ZERO
                   AND WS-PR-END-DOY(WS-PERIOD-SUB) <= JH-RUN-DOY
                   AND WS-PR-END-DOY(WS-PERIOD-SUB) > WS-LAST-END-DOY
               MOVE WS-PERIOD-SUB  TO WS-LAST-END-PERIOD
               MOVE WS-PR-END-DOY(WS-PERIOD-SUB) TO WS-LAST-END-DOY
           END-IF.

       Check-Final-Period.
           IF WS-PR-END-DOY(WS-PERIOD-SUB) > WS-LAST-END-DOY
               MOVE WS-PERIOD-SUB  TO WS-LAST-END-PERIOD
               MOVE WS-PR-END-DOY(WS-PERIOD-SUB) TO WS-LAST-END-DOY
           END-IF.

       Read-Master-Record.
           READ ACCOUNT-MASTER-FILE
               AT END MOVE "Y" TO WS-MASTER-EOF-SWITCH
           END-READ.

      *****************************************************************
      *    A CLOSED ACCOUNT ACCRUES NOTHING.  AN ACCOUNT ALREADY      *
      *    STAMPED WITH TODAY'S DATE WAS ACCRUED BY AN EARLIER RUN    *
      *    OF THIS STEP AND IS LEFT ALONE.  AN ACCOUNT WHOSE PLAN IS  *
      *    NOT ON RATEPLAN IS LISTED AND LEFT UNSTAMPED SO IT         *
      *    ACCRUES ONCE THE PLAN IS FIXED AND THE STEP RERUN.         *
      *****************************************************************
       Accrue-One-Account.
           ADD 1 TO WS-READ-COUNT
           EVALUATE TRUE
               WHEN AM-Account-Closed
                   ADD 1 TO WS-CLOSED-COUNT
               WHEN AM-LAST-ACCRUAL NOT < RLW-RUN-DATE
                   ADD 1 TO WS-REPEAT-COUNT
               WHEN OTHER
                   PERFORM Find-Account-Plan
                   IF WS-Plan-Not-Found
                       ADD 1 TO WS-NOPLAN-COUNT
                       MOVE "PLAN NOT ON RATEPLAN - NOT ACCRUED"
                                        TO WS-REMARK-TEXT
                       PERFORM Write-Remark-Line
                   ELSE
                       PERFORM Accrue-Planned-Account
                   END-IF
           END-EVALUATE
           PERFORM Read-Master-Record.

      *****************************************************************
      *    INTEREST ON A POSITIVE BALANCE, ACTUAL/365, FOR EVERY DAY  *
      *    SINCE THE ACCOUNT LAST ACCRUED - ONE DAY FOR AN ACCOUNT    *
      *    THAT NEVER HAS.  WHEN A PERIOD ENDED SINCE THEN, THE DAYS  *
      *    THROUGH ITS LAST DAY ACCRUE FIRST AND THE WHOLE CENTS      *
      *    ACCRUED ARE CAPITALIZED - THE FRACTION OF A CENT CARRIES   *
      *    INTO THE NEXT PERIOD - AND THE PLAN FEE IS ASSESSED; THE   *
      *    DAYS AFTER IT ACCRUE INTO THE NEW PERIOD.  A FROZEN        *
      *    ACCOUNT WOULD ONLY SEE BOTH REJECTED BY POSTING, SO IT     *
      *    KEEPS ACCRUING AND ITS CAPITALIZATION WAITS FOR THE FIRST  *
      *    PERIOD END AFTER IT IS RELEASED; NO FEE IS ASSESSED WHILE  *
      *    IT IS FROZEN.  A DORMANT ACCOUNT IS CAPITALIZED AS USUAL - *
      *    POSTING TAKES CREDITS TO IT - BUT ITS FEE WOULD BE         *
      *    REJECTED AS A DEBIT TO A DORMANT ACCOUNT, SO NONE IS       *
      *    ASSESSED.  THE MASTER IS REWRITTEN BEFORE ANYTHING IS      *
      *    QUEUED, SO A FAILED REWRITE CANNOT LEAVE A CAPITALIZATION  *
      *    QUEUED TWICE.                                              *
      *****************************************************************
       Accrue-Planned-Account.
           MOVE ZERO TO WS-DAY-INTEREST
           MOVE ZERO TO WS-LATER-INTEREST
           MOVE ZERO TO WS-CAPITAL-AMOUNT
           MOVE ZERO TO WS-FEE-AMOUNT
           MOVE SPACES TO WS-REMARK-TEXT
           MOVE ZERO TO WS-ACCRUED-INTEGER
           IF AM-LAST-ACCRUAL NOT = ZERO
               COMPUTE WS-ACCRUED-INTEGER =
                   FUNCTION INTEGER-OF-DATE(AM-LAST-ACCRUAL)
           END-IF
           IF WS-ACCRUED-INTEGER = ZERO
               COMPUTE WS-ACCRUED-INTEGER = WS-RUN-INTEGER - 1
           END-IF
           COMPUTE WS-ACCRUAL-DAYS =
               WS-RUN-INTEGER - WS-ACCRUED-INTEGER
           MOVE "N"  TO WS-CAPITALIZE-SWITCH
           MOVE ZERO TO WS-DAYS-AFTER-END
           IF WS-LAST-END-PERIOD NOT = ZERO
                   AND WS-ACCRUED-INTEGER < WS-LAST-END-INTEGER
               MOVE "Y" TO WS-CAPITALIZE-SWITCH
               COMPUTE WS-DAYS-AFTER-END =
                   WS-RUN-INTEGER - WS-LAST-END-INTEGER
           END-IF
           IF AM-BALANCE > ZERO
               COMPUTE WS-DAY-INTEREST ROUNDED =
                   AM-BALANCE * WS-PL-RATE-T(WS-PLAN-FOUND-SUB)
                       * (WS-ACCRUAL-DAYS - WS-DAYS-AFTER-END)
                       / 36500
               COMPUTE WS-LATER-INTEREST ROUNDED =
                   AM-BALANCE * WS-PL-RATE-T(WS-PLAN-FOUND-SUB)
                       * WS-DAYS-AFTER-END / 36500
           END-IF
           ADD WS-DAY-INTEREST TO AM-ACCRUED-INT
           MOVE RLW-RUN-DATE   TO AM-LAST-ACCRUAL
           IF WS-Capitalize-Account
               IF AM-Account-Frozen
                   ADD 1 TO WS-DEFERRED-COUNT
                   MOVE "FROZEN - CAPITALIZATION DEFERRED, NO FEE"
                                    TO WS-REMARK-TEXT
               ELSE
                   IF AM-ACCRUED-INT > ZERO
                       MOVE AM-ACCRUED-INT TO WS-CAPITAL-AMOUNT
                   END-IF
                   IF AM-Account-Dormant
                       ADD 1 TO WS-DORMANT-COUNT
                       MOVE "DORMANT - NO FEE ASSESSED"
                                    TO WS-REMARK-TEXT
                   ELSE
                       MOVE WS-PL-FEE-T(WS-PLAN-FOUND-SUB)
                                    TO WS-FEE-AMOUNT
                   END-IF
                   IF WS-CAPITAL-AMOUNT > WS-QUEUE-AMOUNT-LIMIT
                       MOVE ZERO TO WS-CAPITAL-AMOUNT
                       MOVE
                       "INTEREST TOO LARGE TO QUEUE - NOT CAPITALIZED"
                                    TO WS-REMARK-TEXT
                   END-IF
                   SUBTRACT WS-CAPITAL-AMOUNT FROM AM-ACCRUED-INT
                   IF NOT WS-Period-End-Run
                       ADD 1 TO WS-CATCH-UP-COUNT
                       IF WS-REMARK-TEXT = SPACES
                           MOVE WS-CATCH-UP-TEXT TO WS-REMARK-TEXT
                       END-IF
                   END-IF
               END-IF
           END-IF
           ADD WS-LATER-INTEREST TO AM-ACCRUED-INT
           ADD WS-LATER-INTEREST TO WS-DAY-INTEREST
           PERFORM Rewrite-Master-Record
           IF WS-Rewrite-OK
               ADD 1 TO WS-ACCRUED-COUNT
               ADD 1 TO WS-PL-ACCTS-T(WS-PLAN-FOUND-SUB)
               ADD WS-DAY-INTEREST   TO WS-PL-INT-T(WS-PLAN-FOUND-SUB)
               ADD WS-DAY-INTEREST   TO WS-TOTAL-INT
               IF WS-CAPITAL-AMOUNT > ZERO
                   MOVE "INTC"            TO WS-QUEUE-CODE
                   MOVE WS-CAPITAL-AMOUNT TO WS-QUEUE-AMOUNT
                   PERFORM Queue-Pending-Tran
                   ADD 1 TO WS-INTC-COUNT
                   ADD WS-CAPITAL-AMOUNT TO
                           WS-PL-CAP-T(WS-PLAN-FOUND-SUB)
                   ADD WS-CAPITAL-AMOUNT TO WS-TOTAL-CAP
               END-IF
               IF WS-FEE-AMOUNT > ZERO
                   MOVE "FEES"            TO WS-QUEUE-CODE
                   MOVE WS-FEE-AMOUNT     TO WS-QUEUE-AMOUNT
                   PERFORM Queue-Pending-Tran
                   ADD 1 TO WS-FEES-COUNT
                   ADD WS-FEE-AMOUNT TO
                           WS-PL-FEES-T(WS-PLAN-FOUND-SUB)
                   ADD WS-FEE-AMOUNT TO WS-TOTAL-FEES
               END-IF
               PERFORM Write-Detail-Line
               IF WS-REMARK-TEXT NOT = SPACES
                   PERFORM Write-Remark-Line
               END-IF
           ELSE
               ADD 1 TO WS-FAILED-COUNT
               MOVE "MASTER REWRITE FAILED - NOT ACCRUED"
                                    TO WS-REMARK-TEXT
               PERFORM Write-Remark-Line
           END-IF.

       Rewrite-Master-Record.
           MOVE "Y" TO WS-REWRITE-SWITCH
           REWRITE ACCOUNT-MASTER-RECORD
               INVALID KEY
                   MOVE "N" TO WS-REWRITE-SWITCH
                   DISPLAY "**** REWRITE FAILED FOR ACCOUNT "
                           AM-ACCOUNT-NO " - STATUS "
                           ACCTMAST-FILE-STATUS " ****"
           END-REWRITE
           IF ACCTMAST-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-REWRITE-SWITCH
           END-IF.

       Find-Account-Plan.
           MOVE ZERO TO WS-PLAN-FOUND-SUB
           PERFORM Scan-Plan-Entry
               VARYING WS-PLAN-SUB FROM 1 BY 1
               UNTIL WS-PLAN-SUB > WS-PLAN-COUNT
                     OR WS-PLAN-FOUND-SUB NOT = ZERO.

       Scan-Plan-Entry.
           IF WS-PL-CODE-T(WS-PLAN-SUB) = AM-PLAN-CODE
               MOVE WS-PLAN-SUB TO WS-PLAN-FOUND-SUB
           END-IF.

      *****************************************************************
      *    CAPITALIZED INTEREST AND FEES GO ON ACCTPEND, WHICH THE    *
      *    NEXT POSTING RUN PULLS INTO ITS SORT, SO THEY POST UNDER A *
      *    CYCLE BUSINESS DATE, REACH ACCTHIST AND THE GL EXTRACT,    *
      *    AND PROVE IN THE TRIAL BALANCE LIKE ANY OTHER MONEY.       *
      *****************************************************************
       Open-Pending-File.
           OPEN INPUT PENDING-TRAN-FILE
           IF PENDING-FILE-STATUS = "35"
               OPEN OUTPUT PENDING-TRAN-FILE
           ELSE
               CLOSE PENDING-TRAN-FILE
               OPEN EXTEND PENDING-TRAN-FILE
           END-IF.

       Queue-Pending-Tran.
           MOVE SPACES               TO TRAN-RECORD
           MOVE "D"                  TO TR-RECORD-TYPE
           MOVE AM-ACCOUNT-NO        TO TR-ACCOUNT-NO
           MOVE AM-CUST-NAME         TO TR-CUST-NAME
           MOVE WS-QUEUE-CODE        TO TR-TRAN-CODE
           MOVE WS-QUEUE-AMOUNT      TO TR-AMOUNT
           MOVE WS-ACCRUAL-REFERENCE TO TR-REFERENCE
           WRITE TRAN-RECORD.

       Write-Detail-Line.
           MOVE AM-ACCOUNT-NO       TO ACR-ACCOUNT-NO
           MOVE AM-PLAN-CODE        TO ACR-PLAN-CODE
           MOVE AM-BALANCE          TO ACR-BALANCE
           MOVE WS-DAY-INTEREST     TO ACR-DAY-INTEREST
           MOVE AM-ACCRUED-INT      TO ACR-ACCRUED
           MOVE WS-CAPITAL-AMOUNT   TO ACR-CAPITALIZED
           MOVE WS-FEE-AMOUNT       TO ACR-FEE
           MOVE WS-ACCRUAL-DAYS     TO ACR-DAYS
           WRITE ACCRUAL-REPORT-RECORD FROM ACR-DETAIL-LINE.

       Write-Remark-Line.
           MOVE AM-ACCOUNT-NO       TO ACR-RM-ACCOUNT-NO
           MOVE AM-PLAN-CODE        TO ACR-RM-PLAN-CODE
           MOVE WS-REMARK-TEXT      TO ACR-RM-TEXT
           WRITE ACCRUAL-REPORT-RECORD FROM ACR-REMARK-LINE.

       Write-Plan-Totals.
           MOVE SPACES              TO ACR-SUBHEAD-LINE
           WRITE ACCRUAL-REPORT-RECORD FROM ACR-SUBHEAD-LINE
           WRITE ACCRUAL-REPORT-RECORD FROM ACR-PLAN-HEAD-LINE
           PERFORM Write-Plan-Total-Line
               VARYING WS-PLAN-SUB FROM 1 BY 1
               UNTIL WS-PLAN-SUB > WS-PLAN-COUNT
           MOVE "**"                TO APT-PLAN-CODE
           MOVE "ALL PLANS"         TO APT-DESCRIPTION
           MOVE WS-ACCRUED-COUNT    TO APT-ACCOUNTS
           MOVE WS-TOTAL-INT        TO APT-DAY-INTEREST
           MOVE WS-TOTAL-CAP        TO APT-CAPITALIZED
           MOVE WS-TOTAL-FEES       TO APT-FEES
           WRITE ACCRUAL-REPORT-RECORD FROM ACR-PLAN-TOTAL-LINE.

       Write-Plan-Total-Line.
           MOVE WS-PL-CODE-T(WS-PLAN-SUB)  TO APT-PLAN-CODE
           MOVE WS-PL-DESC-T(WS-PLAN-SUB)  TO APT-DESCRIPTION
           MOVE WS-PL-ACCTS-T(WS-PLAN-SUB) TO APT-ACCOUNTS
           MOVE WS-PL-INT-T(WS-PLAN-SUB)   TO APT-DAY-INTEREST
           MOVE WS-PL-CAP-T(WS-PLAN-SUB)   TO APT-CAPITALIZED
           MOVE WS-PL-FEES-T(WS-PLAN-SUB)  TO APT-FEES
           WRITE ACCRUAL-REPORT-RECORD FROM ACR-PLAN-TOTAL-LINE.

       Write-Run-Counts.
           MOVE SPACES              TO ACR-SUBHEAD-LINE
           WRITE ACCRUAL-REPORT-RECORD FROM ACR-SUBHEAD-LINE
           MOVE "ACCOUNTS READ"                 TO ACR-COUNT-LABEL
           MOVE WS-READ-COUNT                   TO ACR-COUNT-VALUE
           WRITE ACCRUAL-REPORT-RECORD FROM ACR-COUNT-LINE
           MOVE "ACCOUNTS ACCRUED"              TO ACR-COUNT-LABEL
           MOVE WS-ACCRUED-COUNT                TO ACR-COUNT-VALUE
           WRITE ACCRUAL-REPORT-RECORD FROM ACR-COUNT-LINE
           MOVE "ALREADY ACCRUED FOR THIS DATE" TO ACR-COUNT-LABEL
           MOVE WS-REPEAT-COUNT                 TO ACR-COUNT-VALUE
           WRITE ACCRUAL-REPORT-RECORD FROM ACR-COUNT-LINE
           MOVE "CLOSED - NOT ACCRUED"          TO ACR-COUNT-LABEL
           MOVE WS-CLOSED-COUNT                 TO ACR-COUNT-VALUE
           WRITE ACCRUAL-REPORT-RECORD FROM ACR-COUNT-LINE
           MOVE "PLAN NOT ON RATEPLAN"          TO ACR-COUNT-LABEL
           MOVE WS-NOPLAN-COUNT                 TO ACR-COUNT-VALUE
           WRITE ACCRUAL-REPORT-RECORD FROM ACR-COUNT-LINE
           MOVE "MASTER REWRITE FAILED"         TO ACR-COUNT-LABEL
           MOVE WS-FAILED-COUNT                 TO ACR-COUNT-VALUE
           WRITE ACCRUAL-REPORT-RECORD FROM ACR-COUNT-LINE
           MOVE "FROZEN - CAPITALIZATION DEFERRED"
                                                TO ACR-COUNT-LABEL
           MOVE WS-DEFERRED-COUNT               TO ACR-COUNT-VALUE
           WRITE ACCRUAL-REPORT-RECORD FROM ACR-COUNT-LINE
           MOVE "DORMANT - NO FEE ASSESSED"     TO ACR-COUNT-LABEL
           MOVE WS-DORMANT-COUNT                TO ACR-COUNT-VALUE
           WRITE ACCRUAL-REPORT-RECORD FROM ACR-COUNT-LINE
           MOVE "INTC TRANSACTIONS QUEUED"      TO ACR-COUNT-LABEL
           MOVE WS-INTC-COUNT                   TO ACR-COUNT-VALUE
           WRITE ACCRUAL-REPORT-RECORD FROM ACR-COUNT-LINE
           MOVE "FEES TRANSACTIONS QUEUED"      TO ACR-COUNT-LABEL
           MOVE WS-FEES-COUNT                   TO ACR-COUNT-VALUE
           WRITE ACCRUAL-REPORT-RECORD FROM ACR-COUNT-LINE
           MOVE "CAPITALIZED AFTER THE PERIOD ENDED"
                                                TO ACR-COUNT-LABEL
           MOVE WS-CATCH-UP-COUNT               TO ACR-COUNT-VALUE
           WRITE ACCRUAL-REPORT-RECORD FROM ACR-COUNT-LINE.

       Load-Plan-Table.
           MOVE ZERO TO WS-PLAN-COUNT
           MOVE "N"  TO WS-PLAN-EOF-SWITCH
           OPEN INPUT RATE-PLAN-FILE
           IF RATEPLAN-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-PLAN-EOF-SWITCH
           ELSE
               PERFORM Load-Plan-Record UNTIL WS-End-Of-RatePlan
               CLOSE RATE-PLAN-FILE
           END-IF.

       Load-Plan-Record.
           READ RATE-PLAN-FILE
               AT END
                   MOVE "Y" TO WS-PLAN-EOF-SWITCH
               NOT AT END
                   IF WS-PLAN-COUNT >= 50
                       DISPLAY "**** PLAN TABLE FULL AT 50 - "
                               "REMAINING PLANS IGNORED ****"
                       MOVE "Y" TO WS-PLAN-EOF-SWITCH
                   ELSE
                       ADD 1 TO WS-PLAN-COUNT
                       MOVE RP-PLAN-CODE   TO
                               WS-PL-CODE-T(WS-PLAN-COUNT)
                       MOVE RP-DESCRIPTION TO
                               WS-PL-DESC-T(WS-PLAN-COUNT)
                       MOVE RP-ANNUAL-RATE TO
                               WS-PL-RATE-T(WS-PLAN-COUNT)
                       MOVE RP-MONTHLY-FEE TO
                               WS-PL-FEE-T(WS-PLAN-COUNT)
                       MOVE ZERO           TO
                               WS-PL-ACCTS-T(WS-PLAN-COUNT)
                       MOVE ZERO           TO
                               WS-PL-INT-T(WS-PLAN-COUNT)
                       MOVE ZERO           TO
                               WS-PL-CAP-T(WS-PLAN-COUNT)
                       MOVE ZERO           TO
                               WS-PL-FEES-T(WS-PLAN-COUNT)
                   END-IF
           END-READ.

       Register-Report.
           OPEN INPUT REPORT-REGISTER-FILE
           IF RPTREG-FILE-STATUS = "35"
               OPEN OUTPUT REPORT-REGISTER-FILE
           ELSE
               CLOSE REPORT-REGISTER-FILE
               OPEN EXTEND REPORT-REGISTER-FILE
           END-IF
           MOVE RLW-RUN-DATE        TO RG-RUN-DATE
           MOVE SPACE               TO RG-SPACE-1
           MOVE "ACCRRPT"           TO RG-REPORT-NAME
           MOVE SPACE               TO RG-SPACE-2
           MOVE WS-ACCRRPT-FILE-NAME TO RG-FILE-NAME
           MOVE SPACE               TO RG-SPACE-3
           MOVE WS-READ-COUNT       TO RG-RECORD-COUNT
           MOVE SPACE               TO RG-SPACE-4
           MOVE RLW-END-HOUR        TO RG-RUN-HOUR
           MOVE ":"                 TO RG-TIME-SEP
           MOVE RLW-END-MINUTE      TO RG-RUN-MINUTE
           WRITE REPORT-REGISTER-RECORD
           CLOSE REPORT-REGISTER-FILE.

       COPY JOBHDRP.

       COPY RUNLOGP.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LvWatch.
       AUTHOR. D-SHIFT-APPS.
       INSTALLATION. DATA-CENTER-OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *    PURPOSE : LARGE-VALUE AND STRUCTURING WATCH, RUN DAILY     *
      *              AFTER POSTING.  NOBODY USED TO LOOK AT POSTED    *
      *              MONEY FOR UNUSUAL PATTERNS.  THE STEP READS      *
      *              ACCTHIST AGAINST THE LVWPARM THRESHOLDS AND      *
      *              RAISES AN ALERT FOR -                            *
      *                LARG  ANY ENTRY POSTED TODAY AT OR OVER THE    *
      *                      LARGE-VALUE LIMIT;                       *
      *                STRC  AN ACCOUNT WHOSE JUST-UNDER-LIMIT        *
      *                      CREDITS IN THE ROLLING WINDOW (ONE OF    *
      *                      THEM TODAY) ADD UP PAST THE LIMIT;       *
      *                VOLC  AN ACCOUNT WHOSE ENTRY COUNT TODAY IS    *
      *                      WELL ABOVE ITS RECENT DAILY AVERAGE;     *
      *                VOLA  THE SAME FOR THE DAY'S AMOUNT.           *
      *              INTEREST, FEES, BACK-OFFICE REVERSALS, AND       *
      *              ENTRIES SINCE REVERSED ARE NOT CUSTOMER MONEY    *
      *              AND ARE LEFT OUT.  EACH ALERT - ACCOUNT,         *
      *              CUSTOMER NAME, RULE, AND THE ENTRIES INVOLVED -  *
      *              GOES ON THE DATED WATCH REPORT (LVWRPT.CCYYMMDD, *
      *              REGISTERED ON RPTREG) AND, ONE RECORD PER ENTRY, *
      *              ON THE ALERT FILE (LVALERT.CCYYMMDD) COMPLIANCE  *
      *              WORKS FROM.  A RERUN FOR THE SAME BUSINESS DATE  *
      *              REPLACES THAT DATE'S REPORT AND ALERT FILE.      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AM-ACCOUNT-NO
               FILE STATUS IS ACCTMAST-FILE-STATUS.

           SELECT ACCT-HISTORY-FILE ASSIGN TO "ACCTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCTHIST-FILE-STATUS.

           SELECT SORTED-ENTRY-FILE ASSIGN TO "LVWSRTD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SORTED-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "LVWWORK".

           SELECT WATCH-PARM-FILE ASSIGN TO "LVWPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LVWPARM-FILE-STATUS.

           SELECT WATCH-REPORT-FILE ASSIGN USING WS-LVWRPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LVWRPT-FILE-STATUS.

           SELECT WATCH-ALERT-FILE ASSIGN USING WS-LVALERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LVALERT-FILE-STATUS.

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

       FD  ACCT-HISTORY-FILE.
       COPY ACCTHST.

      *    THE HISTORY ENTRIES IN THE LOOK-BACK PERIOD, BY ACCOUNT AND
      *    NEWEST FIRST.
       FD  SORTED-ENTRY-FILE.
       01  SORTED-ENTRY-RECORD.
           05  SE-ACCOUNT-NO        PIC X(08).
           05  SE-RUN-DATE          PIC 9(08).
           05  SE-TRAN-CODE         PIC X(04).
           05  SE-DC-IND            PIC X(02).
           05  SE-AMOUNT            PIC 9(11)V99.
           05  SE-REFERENCE         PIC X(10).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SRT-ACCOUNT-NO       PIC X(08).
           05  SRT-RUN-DATE         PIC 9(08).
           05  SRT-TRAN-CODE        PIC X(04).
           05  SRT-DC-IND           PIC X(02).
           05  SRT-AMOUNT           PIC 9(11)V99.
           05  SRT-REFERENCE        PIC X(10).

       FD  WATCH-PARM-FILE.
       COPY LVWPMRC.

       FD  WATCH-REPORT-FILE.
       01  WATCH-REPORT-RECORD      PIC X(80).

       FD  WATCH-ALERT-FILE.
       COPY LVALREC.

       FD  REPORT-REGISTER-FILE.
       COPY RPTREGRC.

       FD  FISCAL-CALENDAR-FILE.
       COPY FISCCAL.

       FD  RUN-LOG-FILE.
       COPY RUNLOGRC.

       WORKING-STORAGE SECTION.
       01  ACCTMAST-FILE-STATUS PIC X(02).
       01  ACCTHIST-FILE-STATUS PIC X(02).
       01  SORTED-FILE-STATUS   PIC X(02).
       01  LVWPARM-FILE-STATUS  PIC X(02).
       01  LVWRPT-FILE-STATUS   PIC X(02).
       01  LVALERT-FILE-STATUS  PIC X(02).
       01  RPTREG-FILE-STATUS   PIC X(02).
       01  FISCAL-FILE-STATUS   PIC X(02).

      *    THE REPORT AND THE ALERT FILE ARE BOTH WRITTEN UNDER THE
      *    BUSINESS DATE SO PRIOR DAYS' GENERATIONS SURVIVE.
       01  WS-LVWRPT-FILE-NAME.
           05  FILLER               PIC X(07) VALUE "LVWRPT.".
           05  WS-LVWRPT-DATE       PIC 9(08).

       01  WS-LVALERT-FILE-NAME.
           05  FILLER               PIC X(08) VALUE "LVALERT.".
           05  WS-LVALERT-DATE      PIC 9(08).

       01  WS-MASTER-EOF-SWITCH PIC X(01).
           88  WS-END-OF-MASTER     VALUE "Y".

       01  WS-HIST-EOF-SWITCH   PIC X(01).
           88  WS-END-OF-HISTORY    VALUE "Y".

       01  WS-SORTED-EOF-SWITCH PIC X(01).
           88  WS-END-OF-SORTED     VALUE "Y".

       01  WS-DEFAULT-SWITCH    PIC X(01).
           88  WS-DEFAULT-USED      VALUE "Y".

       01  WS-TABLE-FULL-SWITCH PIC X(01).
           88  WS-TABLE-FULL        VALUE "Y".

       01  WS-LARGE-TODAY-SWITCH PIC X(01).
           88  WS-LARGE-ENTRY-TODAY VALUE "Y".

       01  WS-NEAR-TODAY-SWITCH PIC X(01).
           88  WS-NEAR-LIMIT-TODAY  VALUE "Y".

      *    ENTRIES THE SYSTEM OR THE BACK OFFICE MAKES ON ITS OWN -
      *    CAPITALIZED INTEREST, PLAN FEES, AND REVERSALS - ARE NOT
      *    CUSTOMER MONEY AND ARE NOT WATCHED.
       01  WS-ACTIVITY-CODE     PIC X(04).
           88  WS-SYSTEM-CODE       VALUE "INTC" "FEES"
                                          "REVD" "REVC".

      *    THRESHOLDS USED WHEN LVWPARM IS MISSING OR A FIELD ON IT
      *    IS BLANK OR ZERO.
       01  WS-DEFAULT-VALUES.
           05  WS-DEFAULT-LIMIT     PIC 9(09)V99 VALUE 10000.00.
           05  WS-DEFAULT-PERCENT   PIC 9(03)    VALUE 90.
           05  WS-DEFAULT-WINDOW    PIC 9(03)    VALUE 5.
           05  WS-DEFAULT-NEAR-CNT  PIC 9(02)    VALUE 2.
           05  WS-DEFAULT-AVG-DAYS  PIC 9(03)    VALUE 30.
           05  WS-DEFAULT-FACTOR    PIC 9(02)    VALUE 3.
           05  WS-DEFAULT-MIN-CNT   PIC 9(03)    VALUE 5.
           05  WS-DEFAULT-MIN-AMT   PIC 9(09)V99 VALUE 5000.00.

       01  WS-LARGE-LIMIT       PIC 9(09)V99.
       01  WS-NEAR-PERCENT      PIC 9(03).
       01  WS-NEAR-FLOOR        PIC 9(09)V99.
       01  WS-WINDOW-DAYS       PIC 9(03).
       01  WS-NEAR-COUNT        PIC 9(02).
       01  WS-AVERAGE-DAYS      PIC 9(03).
       01  WS-SPIKE-FACTOR      PIC 9(02).
       01  WS-SPIKE-MIN-COUNT   PIC 9(03).
       01  WS-SPIKE-MIN-AMOUNT  PIC 9(09)V99.

       01  WS-RUN-INTEGER       PIC 9(07).
       01  WS-WINDOW-START      PIC 9(08).
       01  WS-AVERAGE-START     PIC 9(08).
       01  WS-LOOKBACK-START    PIC 9(08).

      *    ONE ACCOUNT'S ENTRIES, NEWEST FIRST.  AN ACCOUNT WITH MORE
      *    THAN THE TABLE HOLDS LOSES ITS OLDEST ENTRIES, WHICH ONLY
      *    LOWERS ITS AVERAGE - TODAY'S ENTRIES ARE ALWAYS KEPT.
       01  WS-EN-COUNT          PIC 9(04) COMP VALUE ZERO.
       01  WS-EN-SUB            PIC 9(04) COMP.
       01  WS-LIST-SUB          PIC 9(04) COMP.

       01  WS-ENTRY-TABLE.
           05  WS-ENTRY OCCURS 500 TIMES.
               10  WS-EN-DATE       PIC 9(08).
               10  WS-EN-CODE       PIC X(04).
               10  WS-EN-DC         PIC X(02).
               10  WS-EN-AMOUNT     PIC 9(11)V99.
               10  WS-EN-REF        PIC X(10).
               10  WS-EN-PICK       PIC X(01).
                   88  WS-EN-PICKED     VALUE "Y".

       01  WS-CUR-ACCOUNT       PIC X(08).
       01  WS-CUR-NAME          PIC X(20).

       01  WS-NEAR-HITS         PIC 9(05) COMP.
       01  WS-NEAR-SUM          PIC 9(13)V99.
       01  WS-DAY-COUNT         PIC 9(05) COMP.
       01  WS-DAY-AMOUNT        PIC 9(13)V99.
       01  WS-PRIOR-COUNT       PIC 9(07) COMP.
       01  WS-PRIOR-AMOUNT      PIC 9(13)V99.
       01  WS-AVG-COUNT         PIC 9(07)V99.
       01  WS-AVG-AMOUNT        PIC 9(13)V99.
       01  WS-SPIKE-COUNT       PIC 9(09)V99.
       01  WS-SPIKE-AMOUNT      PIC 9(15)V99.

       01  WS-ALERT-NO          PIC 9(05) COMP VALUE ZERO.
       01  WS-ALERT-RULE        PIC X(04).
       01  WS-ALERT-DESC        PIC X(60).
       01  WS-ALERT-COUNT       PIC 9(05) COMP.
       01  WS-ALERT-TOTAL       PIC 9(13)V99.

       01  WS-ENTRY-READ        PIC 9(06) COMP VALUE ZERO.
       01  WS-ACCOUNT-COUNT     PIC 9(06) COMP VALUE ZERO.
       01  WS-LARGE-ALERTS      PIC 9(06) COMP VALUE ZERO.
       01  WS-STRUCT-ALERTS     PIC 9(06) COMP VALUE ZERO.
       01  WS-VOLC-ALERTS       PIC 9(06) COMP VALUE ZERO.
       01  WS-VOLA-ALERTS       PIC 9(06) COMP VALUE ZERO.
       01  WS-ALERT-RECORDS     PIC 9(06) COMP VALUE ZERO.
       01  WS-OVERFLOW-COUNT    PIC 9(06) COMP VALUE ZERO.
       01  WS-ORPHAN-COUNT      PIC 9(06) COMP VALUE ZERO.

       01  LWR-BLANK-LINE           PIC X(80) VALUE SPACES.

       01  LWR-PARM-LINE-1.
           05  FILLER               PIC X(19) VALUE
                                        "LARGE-VALUE LIMIT: ".
           05  LWR-LARGE-LIMIT      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(18) VALUE
                                        "  NEAR-LIMIT FROM ".
           05  LWR-NEAR-FLOOR       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(02) VALUE " (".
           05  LWR-NEAR-PERCENT     PIC ZZ9.
           05  FILLER               PIC X(02) VALUE "%)".
           05  FILLER               PIC X(08) VALUE SPACES.

       01  LWR-PARM-LINE-2.
           05  FILLER               PIC X(13) VALUE "STRUCTURING: ".
           05  LWR-NEAR-COUNT       PIC Z9.
           05  FILLER               PIC X(31) VALUE
                             " OR MORE NEAR-LIMIT CREDITS IN ".
           05  LWR-WINDOW-DAYS      PIC ZZ9.
           05  FILLER               PIC X(11) VALUE " DAYS FROM ".
           05  LWR-WINDOW-START     PIC 9(08).
           05  FILLER               PIC X(12) VALUE SPACES.

       01  LWR-PARM-LINE-3.
           05  FILLER               PIC X(19) VALUE
                                        "VOLUME SPIKE: OVER ".
           05  LWR-SPIKE-FACTOR     PIC Z9.
           05  FILLER               PIC X(11) VALUE " TIMES THE ".
           05  LWR-AVERAGE-DAYS     PIC ZZ9.
           05  FILLER               PIC X(29) VALUE
                                  "-DAY DAILY AVERAGE, AT LEAST ".
           05  LWR-SPIKE-MIN-COUNT  PIC ZZ9.
           05  FILLER               PIC X(13) VALUE SPACES.

       01  LWR-PARM-LINE-4.
           05  FILLER               PIC X(14) VALUE
                                        "  ENTRIES OR ".
           05  LWR-SPIKE-MIN-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(11) VALUE " IN THE DAY".
           05  FILLER               PIC X(02) VALUE SPACES.
           05  LWR-PARM-SOURCE      PIC X(39).

       01  LWR-ALERT-LINE.
           05  FILLER               PIC X(06) VALUE "ALERT ".
           05  LWR-ALERT-NO         PIC ZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LWR-ALERT-RULE       PIC X(04).
           05  FILLER               PIC X(09) VALUE " ACCOUNT ".
           05  LWR-ACCOUNT-NO       PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LWR-CUST-NAME        PIC X(20).
           05  FILLER               PIC X(26) VALUE SPACES.

       01  LWR-DESC-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  LWR-DESC             PIC X(60).
           05  FILLER               PIC X(18) VALUE SPACES.

       01  LWR-AVERAGE-LINE.
           05  FILLER               PIC X(23) VALUE
                                        "  RECENT DAILY AVERAGE ".
           05  LWR-AVG-COUNT        PIC ZZ,ZZ9.99.
           05  FILLER               PIC X(09) VALUE " ENTRIES ".
           05  LWR-AVG-AMOUNT       PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(18) VALUE SPACES.

       01  LWR-ENTRY-LINE.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  LWR-EN-DATE          PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LWR-EN-CODE          PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LWR-EN-DC            PIC X(02).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LWR-EN-AMOUNT        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LWR-EN-REF           PIC X(10).
           05  FILLER               PIC X(30) VALUE SPACES.

       01  LWR-ALERT-TOTAL-LINE.
           05  FILLER               PIC X(16) VALUE
                                        "    ALERT TOTAL ".
           05  LWR-ALERT-COUNT      PIC ZZ,ZZ9.
           05  FILLER               PIC X(09) VALUE " ENTRIES ".
           05  LWR-ALERT-TOTAL      PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(28) VALUE SPACES.

       01  LWR-NONE-LINE.
           05  FILLER               PIC X(33) VALUE
                             "NO ALERTS FOR THIS BUSINESS DATE".
           05  FILLER               PIC X(47) VALUE SPACES.

       01  LWR-COUNT-LINE.
           05  LWR-COUNT-LABEL      PIC X(40).
           05  LWR-COUNT-VALUE      PIC ZZZ,ZZ9.
           05  FILLER               PIC X(33) VALUE SPACES.

       COPY JOBHDR.

       COPY RUNLOGW.

       PROCEDURE DIVISION.
       Begin.
      *    RESET SWITCHES AND TOTALS AT THE TOP SO A SECOND CALL IN
      *    THE SAME RUN UNIT (FROM THE UNATTENDED DRIVER) STARTS
      *    CLEAN.
           MOVE "N"  TO WS-MASTER-EOF-SWITCH
           MOVE "N"  TO WS-HIST-EOF-SWITCH
           MOVE "N"  TO WS-SORTED-EOF-SWITCH
           MOVE "N"  TO WS-DEFAULT-SWITCH
           MOVE ZERO TO WS-ALERT-NO
           MOVE ZERO TO WS-ENTRY-READ
           MOVE ZERO TO WS-ACCOUNT-COUNT
           MOVE ZERO TO WS-LARGE-ALERTS
           MOVE ZERO TO WS-STRUCT-ALERTS
           MOVE ZERO TO WS-VOLC-ALERTS
           MOVE ZERO TO WS-VOLA-ALERTS
           MOVE ZERO TO WS-ALERT-RECORDS
           MOVE ZERO TO WS-OVERFLOW-COUNT
           MOVE ZERO TO WS-ORPHAN-COUNT
           MOVE "LARGE-VALUE WATCH" TO JH-JOB-NAME
           MOVE ZERO                TO JH-PAGE-NO
           MOVE "LVWATCH"           TO RLW-STEP-NAME
           PERFORM Record-Run-Start
           PERFORM Read-Watch-Parm
           COMPUTE WS-NEAR-FLOOR ROUNDED =
               WS-LARGE-LIMIT * WS-NEAR-PERCENT / 100
           COMPUTE WS-RUN-INTEGER =
               FUNCTION INTEGER-OF-DATE(RLW-RUN-DATE)
           COMPUTE WS-WINDOW-START =
               FUNCTION DATE-OF-INTEGER(WS-RUN-INTEGER
                   - WS-WINDOW-DAYS + 1)
           COMPUTE WS-AVERAGE-START =
               FUNCTION DATE-OF-INTEGER(WS-RUN-INTEGER
                   - WS-AVERAGE-DAYS)
           IF WS-WINDOW-START < WS-AVERAGE-START
               MOVE WS-WINDOW-START  TO WS-LOOKBACK-START
           ELSE
               MOVE WS-AVERAGE-START TO WS-LOOKBACK-START
           END-IF
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF ACCTMAST-FILE-STATUS NOT = "00"
               DISPLAY "**** ACCOUNT MASTER FILE ACCTMAST NOT "
                       "AVAILABLE - STATUS " ACCTMAST-FILE-STATUS
                       " - WATCH NOT RUN ****"
               MOVE 8 TO RETURN-CODE
               PERFORM Write-Run-Log
               GOBACK
           END-IF
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-ACCOUNT-NO
                  DESCENDING KEY SRT-RUN-DATE
               INPUT PROCEDURE IS Release-Watch-Entries
               GIVING SORTED-ENTRY-FILE
           PERFORM Build-Job-Header
           MOVE RLW-RUN-DATE        TO WS-LVWRPT-DATE
           MOVE RLW-RUN-DATE        TO WS-LVALERT-DATE
           OPEN OUTPUT WATCH-REPORT-FILE
           OPEN OUTPUT WATCH-ALERT-FILE
           WRITE WATCH-REPORT-RECORD FROM JOB-HEADER-LINE
           PERFORM Write-Parameter-Lines
           OPEN INPUT SORTED-ENTRY-FILE
           PERFORM Read-Sorted-Entry
           PERFORM Read-Master-Record
           PERFORM Watch-One-Account UNTIL WS-End-Of-Sorted
           CLOSE SORTED-ENTRY-FILE
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE WATCH-ALERT-FILE
           PERFORM Write-Report-Totals
           MOVE WS-ENTRY-READ       TO JT-RECORD-COUNT
           PERFORM Build-Job-Trailer
           WRITE WATCH-REPORT-RECORD FROM JOB-TRAILER-LINE
           CLOSE WATCH-REPORT-FILE
           MOVE WS-ENTRY-READ       TO RLW-RECORDS
           MOVE WS-OVERFLOW-COUNT   TO RLW-ERRORS
           MOVE "OK"                TO RLW-STATUS
           PERFORM Write-Run-Log
           PERFORM Register-Report
           DISPLAY "LVWATCH - ENTRIES READ:      " WS-ENTRY-READ
           DISPLAY "LVWATCH - ACCOUNTS WATCHED:  " WS-ACCOUNT-COUNT
           DISPLAY "LVWATCH - ALERTS RAISED:     " WS-ALERT-NO
           DISPLAY "LVWATCH - ALERT FILE " WS-LVALERT-FILE-NAME
                   " RECORDS: " WS-ALERT-RECORDS
           GOBACK.

      *****************************************************************
      *    EACH THRESHOLD ON THE CARD THAT IS NUMERIC AND NOT ZERO    *
      *    REPLACES ITS DEFAULT.  A NEAR-LIMIT PERCENT OVER 99 WOULD  *
      *    LEAVE NO BAND UNDER THE LIMIT AND IS TREATED AS UNUSABLE.  *
      *****************************************************************
       Read-Watch-Parm.
           MOVE WS-DEFAULT-LIMIT    TO WS-LARGE-LIMIT
           MOVE WS-DEFAULT-PERCENT  TO WS-NEAR-PERCENT
           MOVE WS-DEFAULT-WINDOW   TO WS-WINDOW-DAYS
           MOVE WS-DEFAULT-NEAR-CNT TO WS-NEAR-COUNT
           MOVE WS-DEFAULT-AVG-DAYS TO WS-AVERAGE-DAYS
           MOVE WS-DEFAULT-FACTOR   TO WS-SPIKE-FACTOR
           MOVE WS-DEFAULT-MIN-CNT  TO WS-SPIKE-MIN-COUNT
           MOVE WS-DEFAULT-MIN-AMT  TO WS-SPIKE-MIN-AMOUNT
           MOVE "Y"                 TO WS-DEFAULT-SWITCH
           OPEN INPUT WATCH-PARM-FILE
           IF LVWPARM-FILE-STATUS = "00"
               READ WATCH-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "N" TO WS-DEFAULT-SWITCH
                       PERFORM Take-Watch-Parm
               END-READ
               CLOSE WATCH-PARM-FILE
           END-IF
           IF WS-Default-Used
               DISPLAY "**** WARNING - LVWPARM MISSING OR NOT FULLY "
                       "USABLE - DEFAULT THRESHOLD(S) USED ****"
           END-IF.

       Take-Watch-Parm.
           IF LP-LARGE-LIMIT NUMERIC AND LP-LARGE-LIMIT > ZERO
               MOVE LP-LARGE-LIMIT      TO WS-LARGE-LIMIT
           ELSE
               MOVE "Y" TO WS-DEFAULT-SWITCH
           END-IF
           IF LP-NEAR-PERCENT NUMERIC AND LP-NEAR-PERCENT > ZERO
                   AND LP-NEAR-PERCENT < 100
               MOVE LP-NEAR-PERCENT     TO WS-NEAR-PERCENT
           ELSE
               MOVE "Y" TO WS-DEFAULT-SWITCH
           END-IF
           IF LP-WINDOW-DAYS NUMERIC AND LP-WINDOW-DAYS > ZERO
               MOVE LP-WINDOW-DAYS      TO WS-WINDOW-DAYS
           ELSE
               MOVE "Y" TO WS-DEFAULT-SWITCH
           END-IF
           IF LP-NEAR-COUNT NUMERIC AND LP-NEAR-COUNT > ZERO
               MOVE LP-NEAR-COUNT       TO WS-NEAR-COUNT
           ELSE
               MOVE "Y" TO WS-DEFAULT-SWITCH
           END-IF
           IF LP-AVERAGE-DAYS NUMERIC AND LP-AVERAGE-DAYS > ZERO
               MOVE LP-AVERAGE-DAYS     TO WS-AVERAGE-DAYS
           ELSE
               MOVE "Y" TO WS-DEFAULT-SWITCH
           END-IF
           IF LP-SPIKE-FACTOR NUMERIC AND LP-SPIKE-FACTOR > ZERO
               MOVE LP-SPIKE-FACTOR     TO WS-SPIKE-FACTOR
           ELSE
               MOVE "Y" TO WS-DEFAULT-SWITCH
           END-IF
           IF LP-SPIKE-MIN-COUNT NUMERIC AND LP-SPIKE-MIN-COUNT > ZERO
               MOVE LP-SPIKE-MIN-COUNT  TO WS-SPIKE-MIN-COUNT
           ELSE
               MOVE "Y" TO WS-DEFAULT-SWITCH
           END-IF
           IF LP-SPIKE-MIN-AMOUNT NUMERIC
                   AND LP-SPIKE-MIN-AMOUNT > ZERO
               MOVE LP-SPIKE-MIN-AMOUNT TO WS-SPIKE-MIN-AMOUNT
           ELSE
               MOVE "Y" TO WS-DEFAULT-SWITCH
           END-IF.

      *****************************************************************
      *    ONLY THE LOOK-BACK PERIOD IS SORTED - THE ROLLING WINDOW   *
      *    OR THE AVERAGING DAYS BEFORE TODAY, WHICHEVER REACHES      *
      *    FURTHER BACK - AND ONLY CUSTOMER MONEY STILL STANDING.     *
      *****************************************************************
       Release-Watch-Entries.
           OPEN INPUT ACCT-HISTORY-FILE
           IF ACCTHIST-FILE-STATUS = "00"
               PERFORM Release-History-Entry UNTIL WS-End-Of-History
               CLOSE ACCT-HISTORY-FILE
           END-IF.

       Release-History-Entry.
           READ ACCT-HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-HIST-EOF-SWITCH
               NOT AT END
                   MOVE AH-TRAN-CODE TO WS-ACTIVITY-CODE
                   IF AH-RUN-DATE NOT < WS-LOOKBACK-START
                           AND AH-RUN-DATE NOT > RLW-RUN-DATE
                           AND NOT WS-System-Code
                           AND NOT AH-Entry-Reversed
                       MOVE AH-ACCOUNT-NO TO SRT-ACCOUNT-NO
                       MOVE AH-RUN-DATE   TO SRT-RUN-DATE
                       MOVE AH-TRAN-CODE  TO SRT-TRAN-CODE
                       MOVE AH-DC-IND     TO SRT-DC-IND
                       MOVE AH-AMOUNT     TO SRT-AMOUNT
                       MOVE AH-REFERENCE  TO SRT-REFERENCE
                       RELEASE SORT-WORK-RECORD
                   END-IF
           END-READ.

       Read-Sorted-Entry.
           READ SORTED-ENTRY-FILE
               AT END MOVE "Y" TO WS-SORTED-EOF-SWITCH
           END-READ.

       Read-Master-Record.
           READ ACCOUNT-MASTER-FILE
               AT END MOVE "Y" TO WS-MASTER-EOF-SWITCH
           END-READ.

       Write-Parameter-Lines.
           MOVE WS-LARGE-LIMIT      TO LWR-LARGE-LIMIT
           MOVE WS-NEAR-FLOOR       TO LWR-NEAR-FLOOR
           MOVE WS-NEAR-PERCENT     TO LWR-NEAR-PERCENT
           WRITE WATCH-REPORT-RECORD FROM LWR-PARM-LINE-1
           MOVE WS-NEAR-COUNT       TO LWR-NEAR-COUNT
           MOVE WS-WINDOW-DAYS      TO LWR-WINDOW-DAYS
           MOVE WS-WINDOW-START     TO LWR-WINDOW-START
           WRITE WATCH-REPORT-RECORD FROM LWR-PARM-LINE-2
           MOVE WS-SPIKE-FACTOR     TO LWR-SPIKE-FACTOR
           MOVE WS-AVERAGE-DAYS     TO LWR-AVERAGE-DAYS
           MOVE WS-SPIKE-MIN-COUNT  TO LWR-SPIKE-MIN-COUNT
           WRITE WATCH-REPORT-RECORD FROM LWR-PARM-LINE-3
           MOVE WS-SPIKE-MIN-AMOUNT TO LWR-SPIKE-MIN-AMOUNT
           IF WS-Default-Used
               MOVE "(DEFAULTS USED - SEE LVWPARM)"
                                    TO LWR-PARM-SOURCE
           ELSE
               MOVE "(LVWPARM)"     TO LWR-PARM-SOURCE
           END-IF
           WRITE WATCH-REPORT-RECORD FROM LWR-PARM-LINE-4
           WRITE WATCH-REPORT-RECORD FROM LWR-BLANK-LINE.

      *****************************************************************
      *    ONE ACCOUNT'S ENTRIES ARE GATHERED, ITS NAME FOUND ON THE  *
      *    MASTER (BOTH FILES ARE IN ACCOUNT ORDER), AND EACH RULE IS *
      *    TRIED IN TURN.  AN ACCOUNT CAN RAISE MORE THAN ONE ALERT.  *
      *****************************************************************
       Watch-One-Account.
           ADD 1 TO WS-ACCOUNT-COUNT
           MOVE SE-ACCOUNT-NO TO WS-CUR-ACCOUNT
           MOVE ZERO TO WS-EN-COUNT
           MOVE "N"  TO WS-TABLE-FULL-SWITCH
           MOVE "N"  TO WS-LARGE-TODAY-SWITCH
           PERFORM Load-Account-Entry
               UNTIL WS-End-Of-Sorted
                  OR SE-ACCOUNT-NO NOT = WS-CUR-ACCOUNT
           PERFORM Find-Customer-Name
           PERFORM Check-Large-Value
           PERFORM Check-Structuring
           PERFORM Check-Volume-Spike.

       Load-Account-Entry.
           ADD 1 TO WS-ENTRY-READ
           IF WS-EN-COUNT < 500
               ADD 1 TO WS-EN-COUNT
               MOVE SE-RUN-DATE   TO WS-EN-DATE(WS-EN-COUNT)
               MOVE SE-TRAN-CODE  TO WS-EN-CODE(WS-EN-COUNT)
               MOVE SE-DC-IND     TO WS-EN-DC(WS-EN-COUNT)
               MOVE SE-AMOUNT     TO WS-EN-AMOUNT(WS-EN-COUNT)
               MOVE SE-REFERENCE  TO WS-EN-REF(WS-EN-COUNT)
           ELSE
               IF NOT WS-Table-Full
                   MOVE "Y" TO WS-TABLE-FULL-SWITCH
                   ADD 1 TO WS-OVERFLOW-COUNT
                   DISPLAY "**** ACCOUNT " WS-CUR-ACCOUNT " HAS MORE "
                           "THAN 500 ENTRIES IN THE LOOK-BACK - "
                           "OLDEST LEFT OUT OF ITS AVERAGE ****"
               END-IF
           END-IF
           PERFORM Read-Sorted-Entry.

       Find-Customer-Name.
           PERFORM Read-Master-Record
               UNTIL WS-End-Of-Master
                  OR AM-ACCOUNT-NO NOT < WS-CUR-ACCOUNT
           IF NOT WS-End-Of-Master
                   AND AM-ACCOUNT-NO = WS-CUR-ACCOUNT
               MOVE AM-CUST-NAME TO WS-CUR-NAME
           ELSE
               ADD 1 TO WS-ORPHAN-COUNT
               MOVE "** NOT ON MASTER **" TO WS-CUR-NAME
           END-IF.

      *    LARG - EVERY ENTRY POSTED TODAY AT OR OVER THE LIMIT IS AN
      *    ALERT OF ITS OWN.
       Check-Large-Value.
           PERFORM Check-Large-Entry
               VARYING WS-EN-SUB FROM 1 BY 1
               UNTIL WS-EN-SUB > WS-EN-COUNT.

       Check-Large-Entry.
           IF WS-EN-DATE(WS-EN-SUB) = RLW-RUN-DATE
                   AND WS-EN-AMOUNT(WS-EN-SUB) NOT < WS-LARGE-LIMIT
               PERFORM Clear-Entry-Picks
               MOVE "Y" TO WS-EN-PICK(WS-EN-SUB)
               MOVE "Y" TO WS-LARGE-TODAY-SWITCH
               MOVE "LARG" TO WS-ALERT-RULE
               MOVE "SINGLE ENTRY AT OR OVER THE LARGE-VALUE LIMIT"
                                TO WS-ALERT-DESC
               ADD 1 TO WS-LARGE-ALERTS
               PERFORM Write-Alert
           END-IF.

      *    STRC - THE CREDITS IN THE ROLLING WINDOW THAT EACH FALL JUST
      *    UNDER THE LIMIT.  ENOUGH OF THEM, ADDING UP PAST THE LIMIT,
      *    WITH ONE POSTED TODAY, IS AN ALERT - REQUIRING ONE TODAY
      *    KEEPS THE SAME PATTERN FROM ALERTING AGAIN EVERY DAY IT
      *    STAYS IN THE WINDOW.
       Check-Structuring.
           PERFORM Clear-Entry-Picks
           MOVE ZERO TO WS-NEAR-HITS
           MOVE ZERO TO WS-NEAR-SUM
           MOVE "N"  TO WS-NEAR-TODAY-SWITCH
           PERFORM Check-Near-Limit-Entry
               VARYING WS-EN-SUB FROM 1 BY 1
               UNTIL WS-EN-SUB > WS-EN-COUNT
           IF WS-NEAR-HITS NOT < WS-NEAR-COUNT
                   AND WS-NEAR-SUM > WS-LARGE-LIMIT
                   AND WS-Near-Limit-Today
               MOVE "STRC" TO WS-ALERT-RULE
               MOVE "NEAR-LIMIT CREDITS IN WINDOW ADD UP PAST THE LIMIT"
                                TO WS-ALERT-DESC
               ADD 1 TO WS-STRUCT-ALERTS
               PERFORM Write-Alert
           END-IF.

       Check-Near-Limit-Entry.
           IF WS-EN-DC(WS-EN-SUB) = "CR"
                   AND WS-EN-DATE(WS-EN-SUB) NOT < WS-WINDOW-START
                   AND WS-EN-AMOUNT(WS-EN-SUB) NOT < WS-NEAR-FLOOR
                   AND WS-EN-AMOUNT(WS-EN-SUB) < WS-LARGE-LIMIT
               MOVE "Y" TO WS-EN-PICK(WS-EN-SUB)
               ADD 1 TO WS-NEAR-HITS
               ADD WS-EN-AMOUNT(WS-EN-SUB) TO WS-NEAR-SUM
               IF WS-EN-DATE(WS-EN-SUB) = RLW-RUN-DATE
                   MOVE "Y" TO WS-NEAR-TODAY-SWITCH
               END-IF
           END-IF.

      *    VOLC / VOLA - TODAY'S ENTRY COUNT AND AMOUNT AGAINST THE
      *    ACCOUNT'S DAILY AVERAGE OVER THE AVERAGING DAYS BEFORE
      *    TODAY.  THE DAY MUST ALSO REACH THE MINIMUM COUNT OR
      *    AMOUNT, SO A QUIET ACCOUNT'S SECOND ENTRY IS NOT A SPIKE.
      *    THE ALERT LISTS ALL OF TODAY'S ENTRIES.  A DAY ALREADY
      *    ALERTED FOR A LARGE ENTRY IS NOT ALERTED AGAIN FOR ITS
      *    AMOUNT - THE LARGE ENTRY IS THE SPIKE.
       Check-Volume-Spike.
           PERFORM Clear-Entry-Picks
           MOVE ZERO TO WS-DAY-COUNT
           MOVE ZERO TO WS-DAY-AMOUNT
           MOVE ZERO TO WS-PRIOR-COUNT
           MOVE ZERO TO WS-PRIOR-AMOUNT
           PERFORM Tally-Volume-Entry
               VARYING WS-EN-SUB FROM 1 BY 1
               UNTIL WS-EN-SUB > WS-EN-COUNT
           IF WS-DAY-COUNT NOT = ZERO
               COMPUTE WS-AVG-COUNT ROUNDED =
                   WS-PRIOR-COUNT / WS-AVERAGE-DAYS
               COMPUTE WS-AVG-AMOUNT ROUNDED =
                   WS-PRIOR-AMOUNT / WS-AVERAGE-DAYS
               COMPUTE WS-SPIKE-COUNT =
                   WS-AVG-COUNT * WS-SPIKE-FACTOR
               COMPUTE WS-SPIKE-AMOUNT =
                   WS-AVG-AMOUNT * WS-SPIKE-FACTOR
               IF WS-DAY-COUNT NOT < WS-SPIKE-MIN-COUNT
                       AND WS-DAY-COUNT > WS-SPIKE-COUNT
                   MOVE "VOLC" TO WS-ALERT-RULE
                   MOVE "DAY'S ENTRY COUNT WELL ABOVE RECENT AVERAGE"
                                    TO WS-ALERT-DESC
                   ADD 1 TO WS-VOLC-ALERTS
                   PERFORM Write-Alert
               END-IF
               IF WS-DAY-AMOUNT NOT < WS-SPIKE-MIN-AMOUNT
                       AND WS-DAY-AMOUNT > WS-SPIKE-AMOUNT
                       AND NOT WS-Large-Entry-Today
                   MOVE "VOLA" TO WS-ALERT-RULE
                   MOVE "DAY'S AMOUNT WELL ABOVE RECENT AVERAGE"
                                    TO WS-ALERT-DESC
                   ADD 1 TO WS-VOLA-ALERTS
                   PERFORM Write-Alert
               END-IF
           END-IF.

       Tally-Volume-Entry.
           IF WS-EN-DATE(WS-EN-SUB) = RLW-RUN-DATE
               MOVE "Y" TO WS-EN-PICK(WS-EN-SUB)
               ADD 1 TO WS-DAY-COUNT
               ADD WS-EN-AMOUNT(WS-EN-SUB) TO WS-DAY-AMOUNT
           ELSE
               IF WS-EN-DATE(WS-EN-SUB) NOT < WS-AVERAGE-START
                   ADD 1 TO WS-PRIOR-COUNT
                   ADD WS-EN-AMOUNT(WS-EN-SUB) TO WS-PRIOR-AMOUNT
               END-IF
           END-IF.

       Clear-Entry-Picks.
           PERFORM Clear-Entry-Pick
               VARYING WS-LIST-SUB FROM 1 BY 1
               UNTIL WS-LIST-SUB > WS-EN-COUNT.

       Clear-Entry-Pick.
           MOVE "N" TO WS-EN-PICK(WS-LIST-SUB).

      *****************************************************************
      *    ONE ALERT - THE HEADING, WHAT FIRED, THE PICKED ENTRIES    *
      *    OLDEST FIRST, AND THEIR TOTAL ON THE REPORT; ONE ALERT     *
      *    RECORD PER PICKED ENTRY ON THE ALERT FILE.                 *
      *****************************************************************
       Write-Alert.
           ADD 1 TO WS-ALERT-NO
           MOVE ZERO TO WS-ALERT-COUNT
           MOVE ZERO TO WS-ALERT-TOTAL
           PERFORM Total-Picked-Entry
               VARYING WS-LIST-SUB FROM 1 BY 1
               UNTIL WS-LIST-SUB > WS-EN-COUNT
           MOVE WS-ALERT-NO         TO LWR-ALERT-NO
           MOVE WS-ALERT-RULE       TO LWR-ALERT-RULE
           MOVE WS-CUR-ACCOUNT      TO LWR-ACCOUNT-NO
           MOVE WS-CUR-NAME         TO LWR-CUST-NAME
           WRITE WATCH-REPORT-RECORD FROM LWR-ALERT-LINE
           MOVE WS-ALERT-DESC       TO LWR-DESC
           WRITE WATCH-REPORT-RECORD FROM LWR-DESC-LINE
           IF WS-ALERT-RULE = "VOLC" OR WS-ALERT-RULE = "VOLA"
               MOVE WS-AVG-COUNT    TO LWR-AVG-COUNT
               MOVE WS-AVG-AMOUNT   TO LWR-AVG-AMOUNT
               WRITE WATCH-REPORT-RECORD FROM LWR-AVERAGE-LINE
           END-IF
           PERFORM Write-Picked-Entry
               VARYING WS-LIST-SUB FROM WS-EN-COUNT BY -1
               UNTIL WS-LIST-SUB < 1
           MOVE WS-ALERT-COUNT      TO LWR-ALERT-COUNT
           MOVE WS-ALERT-TOTAL      TO LWR-ALERT-TOTAL
           WRITE WATCH-REPORT-RECORD FROM LWR-ALERT-TOTAL-LINE
           WRITE WATCH-REPORT-RECORD FROM LWR-BLANK-LINE.

       Total-Picked-Entry.
           IF WS-EN-Picked(WS-LIST-SUB)
               ADD 1 TO WS-ALERT-COUNT
               ADD WS-EN-AMOUNT(WS-LIST-SUB) TO WS-ALERT-TOTAL
           END-IF.

       Write-Picked-Entry.
           IF WS-EN-Picked(WS-LIST-SUB)
               MOVE WS-EN-DATE(WS-LIST-SUB)   TO LWR-EN-DATE
               MOVE WS-EN-CODE(WS-LIST-SUB)   TO LWR-EN-CODE
               MOVE WS-EN-DC(WS-LIST-SUB)     TO LWR-EN-DC
               MOVE WS-EN-AMOUNT(WS-LIST-SUB) TO LWR-EN-AMOUNT
               MOVE WS-EN-REF(WS-LIST-SUB)    TO LWR-EN-REF
               WRITE WATCH-REPORT-RECORD FROM LWR-ENTRY-LINE
               PERFORM Write-Alert-Record
           END-IF.

       Write-Alert-Record.
           MOVE RLW-RUN-DATE              TO LA-RUN-DATE
           MOVE SPACE                     TO LA-SPACE-1
           MOVE WS-ALERT-NO               TO LA-ALERT-NO
           MOVE SPACE                     TO LA-SPACE-2
           MOVE WS-ALERT-RULE             TO LA-RULE
           MOVE SPACE                     TO LA-SPACE-3
           MOVE WS-CUR-ACCOUNT            TO LA-ACCOUNT-NO
           MOVE SPACE                     TO LA-SPACE-4
           MOVE WS-CUR-NAME               TO LA-CUST-NAME
           MOVE SPACE                     TO LA-SPACE-5
           MOVE WS-EN-DATE(WS-LIST-SUB)   TO LA-TRAN-DATE
           MOVE SPACE                     TO LA-SPACE-6
           MOVE WS-EN-CODE(WS-LIST-SUB)   TO LA-TRAN-CODE
           MOVE SPACE                     TO LA-SPACE-7
           MOVE WS-EN-DC(WS-LIST-SUB)     TO LA-DC-IND
           MOVE SPACE                     TO LA-SPACE-8
           MOVE WS-EN-AMOUNT(WS-LIST-SUB) TO LA-AMOUNT
           MOVE SPACE                     TO LA-SPACE-9
           MOVE WS-EN-REF(WS-LIST-SUB)    TO LA-REFERENCE
           MOVE SPACE                     TO LA-SPACE-10
           MOVE WS-ALERT-COUNT            TO LA-ALERT-COUNT
           MOVE SPACE                     TO LA-SPACE-11
           MOVE WS-ALERT-TOTAL            TO LA-ALERT-TOTAL
           MOVE SPACE                     TO LA-SPACE-12
           MOVE "OPEN"                    TO LA-STATUS
           WRITE WATCH-ALERT-RECORD
           ADD 1 TO WS-ALERT-RECORDS.

       Write-Report-Totals.
           IF WS-ALERT-NO = ZERO
               WRITE WATCH-REPORT-RECORD FROM LWR-NONE-LINE
               WRITE WATCH-REPORT-RECORD FROM LWR-BLANK-LINE
           END-IF
           MOVE "HISTORY ENTRIES WATCHED"         TO LWR-COUNT-LABEL
           MOVE WS-ENTRY-READ                     TO LWR-COUNT-VALUE
           WRITE WATCH-REPORT-RECORD FROM LWR-COUNT-LINE
           MOVE "ACCOUNTS WATCHED"                TO LWR-COUNT-LABEL
           MOVE WS-ACCOUNT-COUNT                  TO LWR-COUNT-VALUE
           WRITE WATCH-REPORT-RECORD FROM LWR-COUNT-LINE
           MOVE "LARG - ENTRY AT OR OVER LIMIT"   TO LWR-COUNT-LABEL
           MOVE WS-LARGE-ALERTS                   TO LWR-COUNT-VALUE
           WRITE WATCH-REPORT-RECORD FROM LWR-COUNT-LINE
           MOVE "STRC - NEAR-LIMIT CREDITS"       TO LWR-COUNT-LABEL
           MOVE WS-STRUCT-ALERTS                  TO LWR-COUNT-VALUE
           WRITE WATCH-REPORT-RECORD FROM LWR-COUNT-LINE
           MOVE "VOLC - ENTRY COUNT SPIKE"        TO LWR-COUNT-LABEL
           MOVE WS-VOLC-ALERTS                    TO LWR-COUNT-VALUE
           WRITE WATCH-REPORT-RECORD FROM LWR-COUNT-LINE
           MOVE "VOLA - AMOUNT SPIKE"             TO LWR-COUNT-LABEL
           MOVE WS-VOLA-ALERTS                    TO LWR-COUNT-VALUE
           WRITE WATCH-REPORT-RECORD FROM LWR-COUNT-LINE
           MOVE "ALERT FILE RECORDS"              TO LWR-COUNT-LABEL
           MOVE WS-ALERT-RECORDS                  TO LWR-COUNT-VALUE
           WRITE WATCH-REPORT-RECORD FROM LWR-COUNT-LINE
           MOVE "ACCOUNTS NOT ON MASTER"          TO LWR-COUNT-LABEL
           MOVE WS-ORPHAN-COUNT                   TO LWR-COUNT-VALUE
           WRITE WATCH-REPORT-RECORD FROM LWR-COUNT-LINE
           MOVE "ACCOUNTS OVER 500 ENTRIES"       TO LWR-COUNT-LABEL
           MOVE WS-OVERFLOW-COUNT                 TO LWR-COUNT-VALUE
           WRITE WATCH-REPORT-RECORD FROM LWR-COUNT-LINE.

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
           MOVE "LVWRPT"            TO RG-REPORT-NAME
           MOVE SPACE               TO RG-SPACE-2
           MOVE WS-LVWRPT-FILE-NAME TO RG-FILE-NAME
           MOVE SPACE               TO RG-SPACE-3
           MOVE WS-ALERT-NO         TO RG-RECORD-COUNT
           MOVE SPACE               TO RG-SPACE-4
           MOVE RLW-END-HOUR        TO RG-RUN-HOUR
           MOVE ":"                 TO RG-TIME-SEP
           MOVE RLW-END-MINUTE      TO RG-RUN-MINUTE
           WRITE REPORT-REGISTER-RECORD
           CLOSE REPORT-REGISTER-FILE.

       COPY JOBHDRP.

       COPY RUNLOGP.

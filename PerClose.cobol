       IDENTIFICATION DIVISION.
       PROGRAM-ID. PerClose.
       AUTHOR. D-SHIFT-APPS.
       INSTALLATION. DATA-CENTER-OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *    PURPOSE : FISCAL PERIOD-END CLOSE, RUN AFTER CLOSE-OF-DAY. *
      *              CLOSE-OF-DAY CLOSES A BUSINESS DATE; THIS STEP   *
      *              CLOSES THE FISCAL PERIOD (FROM THE FISCAL        *
      *              CALENDAR) THAT MOST RECENTLY ENDED ON OR BEFORE  *
      *              THE BUSINESS DATE.  EVERY BUSINESS DATE OPENED   *
      *              IN THE PERIOD (CHKPT) MUST BE CLOSED (CLOSEDAY)  *
      *              AND MUST HAVE A TRIAL BALANCE THAT PROVED        *
      *              (TRIALBAL "OK" ON RUNLOG) - OTHERWISE THE CLOSE  *
      *              IS REFUSED WITH RETURN-CODE 8, NAMING EACH       *
      *              DATE.  A CLOSE WRITES ONE PERMANENT SNAPSHOT     *
      *              RECORD PER ACCOUNT ON THE MASTER (PERSNAP) -     *
      *              OPENING BALANCE, THE PERIOD'S POSTED DEBITS AND  *
      *              CREDITS FROM ACCTHIST, CLOSING BALANCE, AND      *
      *              STATUS - THEN LOCKS THE PERIOD ON PERLOCK, AFTER *
      *              WHICH POSTING WILL NOT POST UNDER, AND REVMAINT  *
      *              WILL NOT REVERSE OR CORRECT AN ENTRY DATED, ANY  *
      *              DATE IN IT.  THE PERIOD-END BALANCE REPORT       *
      *              (PERRPT.CCYYMMDD, REGISTERED ON RPTREG) LISTS    *
      *              EVERY ACCOUNT'S SNAPSHOT AND THE TOTALS.  ON ANY *
      *              DAY BUT THE PERIOD'S LAST THE STEP ONLY CATCHES  *
      *              UP A PERIOD WHOSE OWN CLOSE DID NOT COMPLETE;    *
      *              THE CLOSING BALANCE THEN BACKS OUT ANYTHING      *
      *              POSTED SINCE THE PERIOD ENDED.  WHEN NO PERIOD   *
      *              OF THE CURRENT YEAR HAS ENDED UNCLOSED, THE      *
      *              PRIOR YEAR'S FINAL PERIOD IS CAUGHT UP THE SAME  *
      *              WAY, SO A YEAR-END CLOSE THAT NEVER RAN IS NOT   *
      *              LEFT OPEN WHEN THE NEW YEAR STARTS.              *
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

           SELECT SORTED-HISTORY-FILE ASSIGN TO "PERHSRTD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SORTED-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "PERHWORK".

           SELECT CHECKPOINT-FILE ASSIGN TO "CHKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHKPT-FILE-STATUS.

           SELECT CLOSE-OF-DAY-FILE ASSIGN TO "CLOSEDAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOSEDAY-FILE-STATUS.

           SELECT PERIOD-SNAPSHOT-FILE ASSIGN TO "PERSNAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERSNAP-FILE-STATUS.

           SELECT SNAPSHOT-WORK-FILE ASSIGN TO "PERSNWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SNAPWORK-FILE-STATUS.

           SELECT PERIOD-LOCK-FILE ASSIGN TO "PERLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERLOCK-FILE-STATUS.

           SELECT PERIOD-REPORT-FILE ASSIGN USING WS-PERRPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERRPT-FILE-STATUS.

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

      *    THE SORTED HISTORY KEEPS THE ACCTHST LAYOUT - ONLY THE
      *    FIELDS THE CLOSE TOTALS ARE NAMED.
       FD  SORTED-HISTORY-FILE.
       01  SORTED-HISTORY-RECORD.
           05  SH-ACCOUNT-NO        PIC X(08).
           05  FILLER               PIC X(01).
           05  SH-RUN-DATE          PIC 9(08).
           05  FILLER               PIC X(01).
           05  SH-TRAN-CODE         PIC X(04).
           05  FILLER               PIC X(01).
           05  SH-DC-IND            PIC X(02).
               88  SH-DEBIT-SIDE        VALUE "DR".
           05  FILLER               PIC X(01).
           05  SH-AMOUNT            PIC 9(11)V99.
           05  FILLER               PIC X(55).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SRT-ACCOUNT-NO       PIC X(08).
           05  FILLER               PIC X(86).

       FD  CHECKPOINT-FILE.
       COPY CHKPTREC.

       FD  CLOSE-OF-DAY-FILE.
       COPY CLOSEREC.

       FD  PERIOD-SNAPSHOT-FILE.
       COPY PERSNPRC.

       FD  SNAPSHOT-WORK-FILE.
       01  SNAPSHOT-WORK-RECORD     PIC X(85).

       FD  PERIOD-LOCK-FILE.
       COPY PERLKREC.

       FD  PERIOD-REPORT-FILE.
       01  PERIOD-REPORT-RECORD     PIC X(80).

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
       01  CHKPT-FILE-STATUS    PIC X(02).
       01  CLOSEDAY-FILE-STATUS PIC X(02).
       01  PERSNAP-FILE-STATUS  PIC X(02).
       01  SNAPWORK-FILE-STATUS PIC X(02).
       01  PERRPT-FILE-STATUS   PIC X(02).
       01  RPTREG-FILE-STATUS   PIC X(02).
       01  FISCAL-FILE-STATUS   PIC X(02).

      *    THE BALANCE REPORT IS WRITTEN UNDER THE BUSINESS DATE SO
      *    PRIOR GENERATIONS SURVIVE.
       01  WS-PERRPT-FILE-NAME.
           05  FILLER               PIC X(07) VALUE "PERRPT.".
           05  WS-PERRPT-DATE       PIC 9(08).

       01  WS-MASTER-EOF-SWITCH PIC X(01).
           88  WS-END-OF-MASTER     VALUE "Y".

       01  WS-HIST-EOF-SWITCH   PIC X(01).
           88  WS-END-OF-HISTORY    VALUE "Y".

       01  WS-SORTED-EOF-SWITCH PIC X(01).
           88  WS-END-OF-SORTED     VALUE "Y".

       01  WS-CHKPT-EOF-SWITCH  PIC X(01).
           88  WS-END-OF-CHKPT      VALUE "Y".

       01  WS-CLOSED-EOF-SWITCH PIC X(01).
           88  WS-END-OF-CLOSEDAY   VALUE "Y".

       01  WS-RUNLOG-EOF-SWITCH PIC X(01).
           88  WS-END-OF-RUNLOG     VALUE "Y".

       01  WS-SNAP-EOF-SWITCH   PIC X(01).
           88  WS-END-OF-SNAPSHOT   VALUE "Y".

       01  WS-SWRK-EOF-SWITCH   PIC X(01).
           88  WS-END-OF-SNAPWORK   VALUE "Y".

       01  WS-PERIOD-END-SWITCH PIC X(01).
           88  WS-PERIOD-END-RUN    VALUE "Y".

       01  WS-REFUSE-SWITCH     PIC X(01).
           88  WS-CLOSE-REFUSED     VALUE "Y".

      *    EACH PERIOD'S DAY-OF-YEAR RANGE IS THE LOWEST START AND
      *    HIGHEST END OF ITS WEEKS ON THE FISCAL CALENDAR, KEPT BY
      *    PERIOD NUMBER.
       01  WS-PERIOD-SUB        PIC 9(03) COMP.
       01  WS-PERIOD-TABLE.
           05  WS-PERIOD-ENTRY OCCURS 99 TIMES.
               10  WS-PR-START-DOY  PIC 9(03).
               10  WS-PR-END-DOY    PIC 9(03).

       01  WS-CLOSE-YEAR        PIC 9(04).
       01  WS-CLOSE-PERIOD      PIC 9(02).
       01  WS-CLOSE-START-DOY   PIC 9(03).
       01  WS-CLOSE-END-DOY     PIC 9(03).
       01  WS-SAVED-PERIOD      PIC 9(02).
       01  WS-SAVED-END-DOY     PIC 9(03).
       01  WS-YEAR-START-DATE   PIC 9(08).
       01  WS-PERIOD-START-DATE PIC 9(08).
       01  WS-PERIOD-END-DATE   PIC 9(08).
       01  WS-START-INTEGER     PIC 9(07).
       01  WS-CHECK-DATE        PIC 9(08).

      *    ONE SLOT PER CALENDAR DATE IN THE PERIOD - FLIPPED TO "Y"
      *    AS THE DATE IS FOUND OPENED, CLOSED, AND PROVED.
       01  WS-DAY-COUNT         PIC 9(03) COMP.
       01  WS-DAY-SUB           PIC 9(03) COMP.
       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY OCCURS 366 TIMES.
               10  WS-DY-DATE       PIC 9(08).
               10  WS-DY-OPENED-SW  PIC X(01).
               10  WS-DY-CLOSED-SW  PIC X(01).
               10  WS-DY-PROVED-SW  PIC X(01).

       01  WS-OPENED-COUNT      PIC 9(06) COMP VALUE ZERO.
       01  WS-ACCOUNT-COUNT     PIC 9(06) COMP VALUE ZERO.
       01  WS-HIST-COUNT        PIC 9(06) COMP VALUE ZERO.
       01  WS-LATER-COUNT       PIC 9(06) COMP VALUE ZERO.
       01  WS-ORPHAN-COUNT      PIC 9(06) COMP VALUE ZERO.
       01  WS-REPLACED-COUNT    PIC 9(06) COMP VALUE ZERO.

       01  WS-ACCT-DEBITS       PIC S9(11)V99.
       01  WS-ACCT-CREDITS      PIC S9(11)V99.
       01  WS-ACCT-LATER-NET    PIC S9(11)V99.
       01  WS-ACCT-OPENING      PIC S9(11)V99.
       01  WS-ACCT-CLOSING      PIC S9(11)V99.
       01  WS-ACCT-STATUS       PIC X(01).

       01  WS-TOTAL-OPENING     PIC S9(13)V99 VALUE ZERO.
       01  WS-TOTAL-DEBITS      PIC S9(13)V99 VALUE ZERO.
       01  WS-TOTAL-CREDITS     PIC S9(13)V99 VALUE ZERO.
       01  WS-TOTAL-CLOSING     PIC S9(13)V99 VALUE ZERO.

       01  WS-RUN-TIME.
           05  WS-RUN-HOUR          PIC 99.
           05  WS-RUN-MINUTE        PIC 99.
           05  FILLER               PIC 9(4).

       01  PRR-BLANK-LINE           PIC X(80) VALUE SPACES.

       01  PRR-PERIOD-LINE.
           05  FILLER               PIC X(14) VALUE "FISCAL PERIOD ".
           05  PRR-PERIOD           PIC 9(02).
           05  FILLER               PIC X(04) VALUE " OF ".
           05  PRR-YEAR             PIC 9(04).
           05  FILLER               PIC X(03) VALUE " - ".
           05  PRR-START-DATE       PIC 9(08).
           05  FILLER               PIC X(09) VALUE " THROUGH ".
           05  PRR-END-DATE         PIC 9(08).
           05  FILLER               PIC X(28) VALUE SPACES.

       01  PRR-COLUMN-LINE.
           05  FILLER               PIC X(11) VALUE "ACCOUNT  S".
           05  FILLER               PIC X(16) VALUE
                                        "         OPENING".
           05  FILLER               PIC X(16) VALUE
                                        "          DEBITS".
           05  FILLER               PIC X(16) VALUE
                                        "         CREDITS".
           05  FILLER               PIC X(16) VALUE
                                        "         CLOSING".
           05  FILLER               PIC X(05) VALUE SPACES.

      *    ONE LINE PER ACCOUNT SNAPSHOT.
       01  PRR-DETAIL-LINE.
           05  PRR-ACCOUNT-NO       PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  PRR-STATUS           PIC X(01).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  PRR-OPENING          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  PRR-DEBITS           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  PRR-CREDITS          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  PRR-CLOSING          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(05) VALUE SPACES.

      *    TOTAL LINES - ONE LABELLED AMOUNT PER LINE, AS THE TRIAL
      *    BALANCE REPORT PRINTS THEM.
       01  PRR-TOTAL-LINE.
           05  PRR-TOTAL-LABEL      PIC X(30).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  PRR-TOTAL-AMOUNT     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(27) VALUE SPACES.

       01  PRR-COUNT-LINE.
           05  PRR-COUNT-LABEL      PIC X(40).
           05  PRR-COUNT-VALUE      PIC ZZZ,ZZ9.
           05  FILLER               PIC X(33) VALUE SPACES.

       01  PRR-CATCH-UP-NOTE        PIC X(80) VALUE
           "CLOSED AFTER THE PERIOD ENDED - LATER POSTINGS BACKED OUT".

       COPY JOBHDR.

       COPY PERLKW.

       COPY RUNLOGW.

       PROCEDURE DIVISION.
       Begin.
      *    RESET SWITCHES AND TOTALS AT THE TOP SO A SECOND CALL IN
      *    THE SAME RUN UNIT (FROM THE UNATTENDED DRIVER) STARTS
      *    CLEAN.
           MOVE "N"  TO WS-MASTER-EOF-SWITCH
           MOVE "N"  TO WS-HIST-EOF-SWITCH
           MOVE "N"  TO WS-SORTED-EOF-SWITCH
           MOVE "N"  TO WS-CHKPT-EOF-SWITCH
           MOVE "N"  TO WS-CLOSED-EOF-SWITCH
           MOVE "N"  TO WS-RUNLOG-EOF-SWITCH
           MOVE "N"  TO WS-PERIOD-END-SWITCH
           MOVE "N"  TO WS-REFUSE-SWITCH
           MOVE ZERO TO WS-OPENED-COUNT
           MOVE ZERO TO WS-ACCOUNT-COUNT
           MOVE ZERO TO WS-HIST-COUNT
           MOVE ZERO TO WS-LATER-COUNT
           MOVE ZERO TO WS-ORPHAN-COUNT
           MOVE ZERO TO WS-REPLACED-COUNT
           MOVE ZERO TO WS-TOTAL-OPENING
           MOVE ZERO TO WS-TOTAL-DEBITS
           MOVE ZERO TO WS-TOTAL-CREDITS
           MOVE ZERO TO WS-TOTAL-CLOSING
           MOVE "PERIOD-END BALANCES" TO JH-JOB-NAME
           MOVE ZERO                TO JH-PAGE-NO
           MOVE "PERCLOSE"          TO RLW-STEP-NAME
           PERFORM Record-Run-Start
           PERFORM Build-Job-Header
           PERFORM Find-Period-To-Close
           IF WS-CLOSE-PERIOD = ZERO
               DISPLAY "PERCLOSE - NO FISCAL PERIOD ON THE CALENDAR "
                       "HAS ENDED - NOTHING TO CLOSE"
               MOVE "OK" TO RLW-STATUS
               PERFORM Write-Run-Log
               GOBACK
           END-IF
           MOVE WS-PERIOD-END-DATE  TO PLW-CHECK-DATE
           PERFORM Check-Period-Lock
           IF PLW-Date-Locked
               IF WS-Period-End-Run
                   DISPLAY "**** FISCAL PERIOD " WS-CLOSE-PERIOD
                           " OF " WS-CLOSE-YEAR " ALREADY CLOSED - "
                           "DUPLICATE CLOSE REFUSED ****"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   DISPLAY "PERCLOSE - FISCAL PERIOD " WS-CLOSE-PERIOD
                           " OF " WS-CLOSE-YEAR " ALREADY CLOSED - "
                           "NOTHING TO CLOSE"
                   MOVE "OK" TO RLW-STATUS
               END-IF
               PERFORM Write-Run-Log
               GOBACK
           END-IF
           PERFORM Build-Day-Table
           PERFORM Mark-Opened-Days
           PERFORM Mark-Closed-Days
           PERFORM Mark-Proved-Days
           PERFORM Verify-Period-Days
           IF WS-OPENED-COUNT = ZERO
               DISPLAY "PERCLOSE - NO BUSINESS DATE WAS OPENED IN "
                       "FISCAL PERIOD " WS-CLOSE-PERIOD " OF "
                       WS-CLOSE-YEAR " - NOTHING TO CLOSE"
               MOVE "OK" TO RLW-STATUS
               PERFORM Write-Run-Log
               GOBACK
           END-IF
           IF WS-Close-Refused
               DISPLAY "**** FISCAL PERIOD " WS-CLOSE-PERIOD " OF "
                       WS-CLOSE-YEAR " NOT CLOSED - EVERY BUSINESS "
                       "DATE IN IT MUST BE CLOSED WITH A PROVED "
                       "TRIAL BALANCE ****"
               MOVE 8 TO RETURN-CODE
               PERFORM Write-Run-Log
               GOBACK
           END-IF
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF ACCTMAST-FILE-STATUS NOT = "00"
               DISPLAY "**** ACCOUNT MASTER FILE ACCTMAST NOT "
                       "AVAILABLE - STATUS " ACCTMAST-FILE-STATUS
                       " - PERIOD NOT CLOSED ****"
               MOVE 8 TO RETURN-CODE
               PERFORM Write-Run-Log
               GOBACK
           END-IF
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-ACCOUNT-NO
               INPUT PROCEDURE IS Release-Period-History
               GIVING SORTED-HISTORY-FILE
           PERFORM Remove-Partial-Snapshot
           PERFORM Open-Snapshot-File
           MOVE RLW-RUN-DATE        TO WS-PERRPT-DATE
           OPEN OUTPUT PERIOD-REPORT-FILE
           WRITE PERIOD-REPORT-RECORD FROM JOB-HEADER-LINE
           MOVE WS-CLOSE-PERIOD     TO PRR-PERIOD
           MOVE WS-CLOSE-YEAR       TO PRR-YEAR
           MOVE WS-PERIOD-START-DATE TO PRR-START-DATE
           MOVE WS-PERIOD-END-DATE  TO PRR-END-DATE
           WRITE PERIOD-REPORT-RECORD FROM PRR-PERIOD-LINE
           IF NOT WS-Period-End-Run
               WRITE PERIOD-REPORT-RECORD FROM PRR-CATCH-UP-NOTE
           END-IF
           WRITE PERIOD-REPORT-RECORD FROM PRR-BLANK-LINE
           WRITE PERIOD-REPORT-RECORD FROM PRR-COLUMN-LINE
           OPEN INPUT SORTED-HISTORY-FILE
           PERFORM Read-Sorted-History
           PERFORM Read-Master-Record
           PERFORM Snapshot-One-Account UNTIL WS-End-Of-Master
           PERFORM Skip-Orphan-History UNTIL WS-End-Of-Sorted
           CLOSE SORTED-HISTORY-FILE
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE PERIOD-SNAPSHOT-FILE
           PERFORM Write-Report-Totals
           MOVE WS-ACCOUNT-COUNT    TO JT-RECORD-COUNT
           PERFORM Build-Job-Trailer
           WRITE PERIOD-REPORT-RECORD FROM JOB-TRAILER-LINE
           CLOSE PERIOD-REPORT-FILE
      *    THE LOCK GOES ON ONLY ONCE EVERY SNAPSHOT IS WRITTEN - A
      *    RUN THAT DIES SHORT OF HERE LEAVES THE PERIOD OPEN, AND
      *    THE RERUN REPLACES THE PARTIAL SNAPSHOT.
           PERFORM Write-Period-Lock
           MOVE WS-ACCOUNT-COUNT    TO RLW-RECORDS
           MOVE WS-ORPHAN-COUNT     TO RLW-ERRORS
           MOVE "OK"                TO RLW-STATUS
           PERFORM Write-Run-Log
           PERFORM Register-Report
           DISPLAY "PERCLOSE - FISCAL PERIOD CLOSED: " WS-CLOSE-PERIOD
                   " OF " WS-CLOSE-YEAR
           DISPLAY "PERCLOSE - ACCOUNTS SNAPSHOT:    " WS-ACCOUNT-COUNT
           DISPLAY "PERCLOSE - HISTORY IN PERIOD:    " WS-HIST-COUNT
           DISPLAY "PERCLOSE - NOT ON MASTER:        " WS-ORPHAN-COUNT
           GOBACK.

      *****************************************************************
      *    THE PERIOD TO CLOSE IS THE ONE WHOSE LAST DAY-OF-YEAR IS   *
      *    THE LATEST NOT AFTER THE BUSINESS DATE'S.  WHEN THAT LAST  *
      *    DAY IS THE BUSINESS DATE ITSELF THIS IS THE PERIOD-END     *
      *    RUN; OTHERWISE IT IS A CATCH-UP OF AN EARLIER PERIOD.      *
      *    WHEN NO PERIOD HAS ENDED YET THIS YEAR, OR THE LATEST THAT *
      *    HAS IS ALREADY CLOSED, THE PRIOR YEAR'S FINAL PERIOD - THE *
      *    ONE WITH THE LATEST LAST DAY - IS CAUGHT UP INSTEAD,       *
      *    PROVIDED IT IS STILL OPEN.  THE CALENDAR'S DAYS OF YEAR    *
      *    ARE TURNED INTO DATES IN THE YEAR OF THE PERIOD CLOSED.    *
      *****************************************************************
       Find-Period-To-Close.
           MOVE ZERO TO WS-CLOSE-PERIOD
           MOVE ZERO TO WS-CLOSE-END-DOY
           PERFORM Clear-Period-Entry
               VARYING WS-PERIOD-SUB FROM 1 BY 1
               UNTIL WS-PERIOD-SUB > 99
           PERFORM Spread-Fiscal-Week
               VARYING JHW-FISCAL-IDX FROM 1 BY 1
               UNTIL JHW-FISCAL-IDX > JHW-FISCAL-COUNT
           PERFORM Check-Period-Ended
               VARYING WS-PERIOD-SUB FROM 1 BY 1
               UNTIL WS-PERIOD-SUB > 99
           IF WS-CLOSE-PERIOD NOT = ZERO
               IF WS-CLOSE-END-DOY = JH-RUN-DOY
                   MOVE "Y" TO WS-PERIOD-END-SWITCH
               END-IF
               MOVE RLW-RUN-DATE(1:4) TO WS-CLOSE-YEAR
               PERFORM Compute-Period-Dates
           END-IF
           EVALUATE TRUE
               WHEN WS-CLOSE-PERIOD = ZERO
                   PERFORM Take-Prior-Final-Period
               WHEN NOT WS-Period-End-Run
                   MOVE WS-PERIOD-END-DATE TO PLW-CHECK-DATE
                   PERFORM Check-Period-Lock
                   IF PLW-Date-Locked
                       PERFORM Try-Prior-Final-Period
                   END-IF
           END-EVALUATE.

      *    THE LATEST PERIOD OF THIS YEAR IS ALREADY CLOSED - THE
      *    PRIOR YEAR'S FINAL PERIOD REPLACES IT ONLY IF THAT ONE IS
      *    STILL OPEN, SO "ALREADY CLOSED" STILL NAMES THIS YEAR'S.
       Try-Prior-Final-Period.
           MOVE WS-CLOSE-PERIOD  TO WS-SAVED-PERIOD
           MOVE WS-CLOSE-END-DOY TO WS-SAVED-END-DOY
           PERFORM Take-Prior-Final-Period
           IF WS-CLOSE-PERIOD NOT = ZERO
               MOVE WS-PERIOD-END-DATE TO PLW-CHECK-DATE
               PERFORM Check-Period-Lock
           END-IF
           IF WS-CLOSE-PERIOD = ZERO OR PLW-Date-Locked
               MOVE WS-SAVED-PERIOD  TO WS-CLOSE-PERIOD
               MOVE WS-SAVED-END-DOY TO WS-CLOSE-END-DOY
               MOVE RLW-RUN-DATE(1:4) TO WS-CLOSE-YEAR
               PERFORM Compute-Period-Dates
           END-IF.

       Take-Prior-Final-Period.
           MOVE ZERO TO WS-CLOSE-PERIOD
           MOVE ZERO TO WS-CLOSE-END-DOY
           PERFORM Check-Final-Period
               VARYING WS-PERIOD-SUB FROM 1 BY 1
               UNTIL WS-PERIOD-SUB > 99
           IF WS-CLOSE-PERIOD NOT = ZERO
               MOVE RLW-RUN-DATE(1:4) TO WS-CLOSE-YEAR
               SUBTRACT 1 FROM WS-CLOSE-YEAR
               PERFORM Compute-Period-Dates
           END-IF.

       Compute-Period-Dates.
           MOVE WS-PR-START-DOY(WS-CLOSE-PERIOD)
                                    TO WS-CLOSE-START-DOY
           COMPUTE WS-YEAR-START-DATE =
               WS-CLOSE-YEAR * 10000 + 0101
           COMPUTE WS-START-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-YEAR-START-DATE)
             + WS-CLOSE-START-DOY - 1
           COMPUTE WS-PERIOD-START-DATE =
               FUNCTION DATE-OF-INTEGER(WS-START-INTEGER)
           COMPUTE WS-PERIOD-END-DATE =
               FUNCTION DATE-OF-INTEGER(WS-START-INTEGER
                   + WS-CLOSE-END-DOY - WS-CLOSE-START-DOY).

       Clear-Period-Entry.
           MOVE 999  TO WS-PR-START-DOY(WS-PERIOD-SUB)
           MOVE ZERO TO WS-PR-END-DOY(WS-PERIOD-SUB).

       Spread-Fiscal-Week.
           IF JHW-FC-PERIOD(JHW-FISCAL-IDX) NOT = ZERO
               MOVE JHW-FC-PERIOD(JHW-FISCAL-IDX) TO WS-PERIOD-SUB
               IF JHW-FC-START-DOY(JHW-FISCAL-IDX)
                       < WS-PR-START-DOY(WS-PERIOD-SUB)
                   MOVE JHW-FC-START-DOY(JHW-FISCAL-IDX)
                                    TO WS-PR-START-DOY(WS-PERIOD-SUB)
               END-IF
               IF JHW-FC-END-DOY(JHW-FISCAL-IDX)
                       > WS-PR-END-DOY(WS-PERIOD-SUB)
                   MOVE JHW-FC-END-DOY(JHW-FISCAL-IDX)
                                    TO WS-PR-END-DOY(WS-PERIOD-SUB)
               END-IF
           END-IF.

       Check-Period-Ended.
           IF WS-PR-END-DOY(WS-PERIOD-SUB) NOT = ZERO
                   AND WS-PR-END-DOY(WS-PERIOD-SUB) <= JH-RUN-DOY
                   AND WS-PR-END-DOY(WS-PERIOD-SUB) > WS-CLOSE-END-DOY
               MOVE WS-PERIOD-SUB  TO WS-CLOSE-PERIOD
               MOVE WS-PR-END-DOY(WS-PERIOD-SUB) TO WS-CLOSE-END-DOY
           END-IF.

       Check-Final-Period.
           IF WS-PR-END-DOY(WS-PERIOD-SUB) > WS-CLOSE-END-DOY
               MOVE WS-PERIOD-SUB  TO WS-CLOSE-PERIOD
               MOVE WS-PR-END-DOY(WS-PERIOD-SUB) TO WS-CLOSE-END-DOY
           END-IF.

       Build-Day-Table.
           COMPUTE WS-DAY-COUNT =
               WS-CLOSE-END-DOY - WS-CLOSE-START-DOY + 1
           PERFORM Build-Day-Entry
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-DAY-COUNT.

       Build-Day-Entry.
           COMPUTE WS-DY-DATE(WS-DAY-SUB) =
               FUNCTION DATE-OF-INTEGER(WS-START-INTEGER
                   + WS-DAY-SUB - 1)
           MOVE "N" TO WS-DY-OPENED-SW(WS-DAY-SUB)
           MOVE "N" TO WS-DY-CLOSED-SW(WS-DAY-SUB)
           MOVE "N" TO WS-DY-PROVED-SW(WS-DAY-SUB).

      *    THE SLOT FOR WS-CHECK-DATE, OR ZERO WHEN THE DATE IS NOT
      *    IN THE PERIOD.
       Find-Day-Slot.
           MOVE ZERO TO WS-DAY-SUB
           IF WS-CHECK-DATE >= WS-PERIOD-START-DATE AND
              WS-CHECK-DATE <= WS-PERIOD-END-DATE
               COMPUTE WS-DAY-SUB =
                   FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE)
                 - WS-START-INTEGER + 1
           END-IF.

      *****************************************************************
      *    A BUSINESS DATE IS A DATE OPEN-OF-DAY MARKED OPENED ON     *
      *    CHKPT - A DATE NEVER OPENED (A WEEKEND OR HOLIDAY) HAS     *
      *    NOTHING TO CLOSE.  EVERY OPENED DATE MUST ALSO BE ON       *
      *    CLOSEDAY AND HAVE AN "OK" TRIAL BALANCE ON RUNLOG, WHICH   *
      *    TRIALBAL LOGS ONLY WHEN THE DAY PROVED.                    *
      *****************************************************************
       Mark-Opened-Days.
           OPEN INPUT CHECKPOINT-FILE
           IF CHKPT-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-CHKPT-EOF-SWITCH
           ELSE
               PERFORM Read-Checkpoint-Record UNTIL WS-End-Of-Chkpt
               CLOSE CHECKPOINT-FILE
           END-IF.

       Read-Checkpoint-Record.
           READ CHECKPOINT-FILE
               AT END
                   MOVE "Y" TO WS-CHKPT-EOF-SWITCH
               NOT AT END
                   MOVE CK-RUN-DATE TO WS-CHECK-DATE
                   PERFORM Find-Day-Slot
                   IF WS-DAY-SUB NOT = ZERO
                       MOVE "Y" TO WS-DY-OPENED-SW(WS-DAY-SUB)
                   END-IF
           END-READ.

       Mark-Closed-Days.
           OPEN INPUT CLOSE-OF-DAY-FILE
           IF CLOSEDAY-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-CLOSED-EOF-SWITCH
           ELSE
               PERFORM Read-Close-Of-Day-Record
                   UNTIL WS-End-Of-Closeday
               CLOSE CLOSE-OF-DAY-FILE
           END-IF.

       Read-Close-Of-Day-Record.
           READ CLOSE-OF-DAY-FILE
               AT END
                   MOVE "Y" TO WS-CLOSED-EOF-SWITCH
               NOT AT END
                   MOVE CD-RUN-DATE TO WS-CHECK-DATE
                   PERFORM Find-Day-Slot
                   IF WS-DAY-SUB NOT = ZERO
                       MOVE "Y" TO WS-DY-CLOSED-SW(WS-DAY-SUB)
                   END-IF
           END-READ.

       Mark-Proved-Days.
           OPEN INPUT RUN-LOG-FILE
           IF RUNLOG-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-RUNLOG-EOF-SWITCH
           ELSE
               PERFORM Read-Run-Log-Record UNTIL WS-End-Of-RunLog
               CLOSE RUN-LOG-FILE
           END-IF.

       Read-Run-Log-Record.
           READ RUN-LOG-FILE
               AT END
                   MOVE "Y" TO WS-RUNLOG-EOF-SWITCH
               NOT AT END
                   IF RL-STEP-NAME = "TRIALBAL" AND RL-Step-OK
                       MOVE RL-RUN-DATE TO WS-CHECK-DATE
                       PERFORM Find-Day-Slot
                       IF WS-DAY-SUB NOT = ZERO
                           MOVE "Y" TO WS-DY-PROVED-SW(WS-DAY-SUB)
                       END-IF
                   END-IF
           END-READ.

       Verify-Period-Days.
           PERFORM Verify-Period-Day
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-DAY-COUNT.

       Verify-Period-Day.
           IF WS-DY-OPENED-SW(WS-DAY-SUB) = "Y"
               ADD 1 TO WS-OPENED-COUNT
               IF WS-DY-CLOSED-SW(WS-DAY-SUB) NOT = "Y"
                   DISPLAY "**** BUSINESS DATE " WS-DY-DATE(WS-DAY-SUB)
                           " WAS OPENED BUT NEVER CLOSED ****"
                   MOVE "Y" TO WS-REFUSE-SWITCH
               END-IF
               IF WS-DY-PROVED-SW(WS-DAY-SUB) NOT = "Y"
                   DISPLAY "**** NO PROVED TRIAL BALANCE FOR "
                           "BUSINESS DATE " WS-DY-DATE(WS-DAY-SUB)
                           " ****"
                   MOVE "Y" TO WS-REFUSE-SWITCH
               END-IF
           END-IF.

      *****************************************************************
      *    ONLY HISTORY FROM THE PERIOD'S FIRST DATE ON MATTERS - THE *
      *    PERIOD'S OWN DEBITS AND CREDITS, AND ANYTHING POSTED SINCE *
      *    IT ENDED, WHICH IS BACKED OUT OF THE MASTER BALANCE.       *
      *****************************************************************
       Release-Period-History.
           OPEN INPUT ACCT-HISTORY-FILE
           IF ACCTHIST-FILE-STATUS = "00"
               PERFORM Release-History-Record UNTIL WS-End-Of-History
               CLOSE ACCT-HISTORY-FILE
           END-IF.

       Release-History-Record.
           READ ACCT-HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-HIST-EOF-SWITCH
               NOT AT END
                   IF AH-RUN-DATE NOT < WS-PERIOD-START-DATE
                       RELEASE SORT-WORK-RECORD
                           FROM ACCT-HISTORY-RECORD
                   END-IF
           END-READ.

       Read-Sorted-History.
           READ SORTED-HISTORY-FILE
               AT END MOVE "Y" TO WS-SORTED-EOF-SWITCH
           END-READ.

       Read-Master-Record.
           READ ACCOUNT-MASTER-FILE
               AT END MOVE "Y" TO WS-MASTER-EOF-SWITCH
           END-READ.

      *****************************************************************
      *    THE MASTER AND THE SORTED HISTORY ARE BOTH IN ACCOUNT      *
      *    ORDER.  THE CLOSING BALANCE IS THE MASTER BALANCE LESS     *
      *    ANYTHING POSTED AFTER THE PERIOD ENDED; THE OPENING IS     *
      *    THE CLOSING WITH THE PERIOD'S CREDITS TAKEN OFF AND ITS    *
      *    DEBITS ADDED BACK.                                         *
      *****************************************************************
       Snapshot-One-Account.
           MOVE ZERO TO WS-ACCT-DEBITS
           MOVE ZERO TO WS-ACCT-CREDITS
           MOVE ZERO TO WS-ACCT-LATER-NET
           PERFORM Skip-Orphan-History
               UNTIL WS-End-Of-Sorted
                  OR SH-ACCOUNT-NO NOT < AM-ACCOUNT-NO
           PERFORM Add-Account-History
               UNTIL WS-End-Of-Sorted
                  OR SH-ACCOUNT-NO NOT = AM-ACCOUNT-NO
           COMPUTE WS-ACCT-CLOSING = AM-BALANCE - WS-ACCT-LATER-NET
           COMPUTE WS-ACCT-OPENING =
               WS-ACCT-CLOSING - WS-ACCT-CREDITS + WS-ACCT-DEBITS
           IF AM-Account-Open
               MOVE "O"        TO WS-ACCT-STATUS
           ELSE
               MOVE AM-STATUS  TO WS-ACCT-STATUS
           END-IF
           PERFORM Write-Snapshot-Record
           PERFORM Write-Detail-Line
           ADD 1 TO WS-ACCOUNT-COUNT
           ADD WS-ACCT-OPENING TO WS-TOTAL-OPENING
           ADD WS-ACCT-DEBITS  TO WS-TOTAL-DEBITS
           ADD WS-ACCT-CREDITS TO WS-TOTAL-CREDITS
           ADD WS-ACCT-CLOSING TO WS-TOTAL-CLOSING
           PERFORM Read-Master-Record.

      *    HISTORY FOR AN ACCOUNT NO LONGER ON THE MASTER HAS NO
      *    BALANCE TO SNAPSHOT - IT IS COUNTED AND PASSED OVER.
       Skip-Orphan-History.
           ADD 1 TO WS-ORPHAN-COUNT
           PERFORM Read-Sorted-History.

       Add-Account-History.
           IF SH-RUN-DATE > WS-PERIOD-END-DATE
               ADD 1 TO WS-LATER-COUNT
               IF SH-Debit-Side
                   SUBTRACT SH-AMOUNT FROM WS-ACCT-LATER-NET
               ELSE
                   ADD SH-AMOUNT TO WS-ACCT-LATER-NET
               END-IF
           ELSE
               ADD 1 TO WS-HIST-COUNT
               IF SH-Debit-Side
                   ADD SH-AMOUNT TO WS-ACCT-DEBITS
               ELSE
                   ADD SH-AMOUNT TO WS-ACCT-CREDITS
               END-IF
           END-IF
           PERFORM Read-Sorted-History.

       Write-Snapshot-Record.
           MOVE WS-CLOSE-YEAR       TO PS-FISCAL-YEAR
           MOVE SPACE               TO PS-SPACE-1
           MOVE WS-CLOSE-PERIOD     TO PS-FISCAL-PERIOD
           MOVE SPACE               TO PS-SPACE-2
           MOVE WS-PERIOD-END-DATE  TO PS-PERIOD-END
           MOVE SPACE               TO PS-SPACE-3
           MOVE AM-ACCOUNT-NO       TO PS-ACCOUNT-NO
           MOVE SPACE               TO PS-SPACE-4
           MOVE WS-ACCT-OPENING     TO PS-OPENING-BALANCE
           MOVE SPACE               TO PS-SPACE-5
           MOVE WS-ACCT-DEBITS      TO PS-TOTAL-DEBITS
           MOVE SPACE               TO PS-SPACE-6
           MOVE WS-ACCT-CREDITS     TO PS-TOTAL-CREDITS
           MOVE SPACE               TO PS-SPACE-7
           MOVE WS-ACCT-CLOSING     TO PS-CLOSING-BALANCE
           MOVE SPACE               TO PS-SPACE-8
           MOVE WS-ACCT-STATUS      TO PS-STATUS
           WRITE PERIOD-SNAPSHOT-RECORD.

       Write-Detail-Line.
           MOVE AM-ACCOUNT-NO       TO PRR-ACCOUNT-NO
           MOVE WS-ACCT-STATUS      TO PRR-STATUS
           MOVE WS-ACCT-OPENING     TO PRR-OPENING
           MOVE WS-ACCT-DEBITS      TO PRR-DEBITS
           MOVE WS-ACCT-CREDITS     TO PRR-CREDITS
           MOVE WS-ACCT-CLOSING     TO PRR-CLOSING
           WRITE PERIOD-REPORT-RECORD FROM PRR-DETAIL-LINE.

       Write-Report-Totals.
           WRITE PERIOD-REPORT-RECORD FROM PRR-BLANK-LINE
           MOVE "TOTAL OPENING BALANCES"    TO PRR-TOTAL-LABEL
           MOVE WS-TOTAL-OPENING            TO PRR-TOTAL-AMOUNT
           WRITE PERIOD-REPORT-RECORD FROM PRR-TOTAL-LINE
           MOVE "TOTAL DEBITS"              TO PRR-TOTAL-LABEL
           MOVE WS-TOTAL-DEBITS             TO PRR-TOTAL-AMOUNT
           WRITE PERIOD-REPORT-RECORD FROM PRR-TOTAL-LINE
           MOVE "TOTAL CREDITS"             TO PRR-TOTAL-LABEL
           MOVE WS-TOTAL-CREDITS            TO PRR-TOTAL-AMOUNT
           WRITE PERIOD-REPORT-RECORD FROM PRR-TOTAL-LINE
           MOVE "TOTAL CLOSING BALANCES"    TO PRR-TOTAL-LABEL
           MOVE WS-TOTAL-CLOSING            TO PRR-TOTAL-AMOUNT
           WRITE PERIOD-REPORT-RECORD FROM PRR-TOTAL-LINE
           WRITE PERIOD-REPORT-RECORD FROM PRR-BLANK-LINE
           MOVE "BUSINESS DATES CLOSED IN PERIOD" TO PRR-COUNT-LABEL
           MOVE WS-OPENED-COUNT                   TO PRR-COUNT-VALUE
           WRITE PERIOD-REPORT-RECORD FROM PRR-COUNT-LINE
           MOVE "ACCOUNTS SNAPSHOT"               TO PRR-COUNT-LABEL
           MOVE WS-ACCOUNT-COUNT                  TO PRR-COUNT-VALUE
           WRITE PERIOD-REPORT-RECORD FROM PRR-COUNT-LINE
           MOVE "HISTORY ENTRIES IN PERIOD"       TO PRR-COUNT-LABEL
           MOVE WS-HIST-COUNT                     TO PRR-COUNT-VALUE
           WRITE PERIOD-REPORT-RECORD FROM PRR-COUNT-LINE
           MOVE "LATER ENTRIES BACKED OUT"        TO PRR-COUNT-LABEL
           MOVE WS-LATER-COUNT                    TO PRR-COUNT-VALUE
           WRITE PERIOD-REPORT-RECORD FROM PRR-COUNT-LINE
           MOVE "HISTORY FOR ACCOUNTS NOT ON MASTER"
                                                  TO PRR-COUNT-LABEL
           MOVE WS-ORPHAN-COUNT                   TO PRR-COUNT-VALUE
           WRITE PERIOD-REPORT-RECORD FROM PRR-COUNT-LINE
           MOVE "EARLIER PARTIAL SNAPSHOT REPLACED"
                                                  TO PRR-COUNT-LABEL
           MOVE WS-REPLACED-COUNT                 TO PRR-COUNT-VALUE
           WRITE PERIOD-REPORT-RECORD FROM PRR-COUNT-LINE.

      *****************************************************************
      *    A CLOSE THAT DIED AFTER WRITING SOME SNAPSHOTS BUT BEFORE  *
      *    LOCKING THE PERIOD LEFT THEM ON PERSNAP.  THEY ARE DROPPED *
      *    (COPY OUT THROUGH PERSNWRK, COPY BACK) SO THE PERIOD ENDS  *
      *    UP WITH EXACTLY ONE SNAPSHOT PER ACCOUNT.                  *
      *****************************************************************
       Remove-Partial-Snapshot.
           MOVE "N" TO WS-SNAP-EOF-SWITCH
           OPEN INPUT PERIOD-SNAPSHOT-FILE
           IF PERSNAP-FILE-STATUS = "00"
               OPEN OUTPUT SNAPSHOT-WORK-FILE
               PERFORM Copy-Snapshot-To-Work
                   UNTIL WS-End-Of-Snapshot
               CLOSE SNAPSHOT-WORK-FILE
               CLOSE PERIOD-SNAPSHOT-FILE
               IF WS-REPLACED-COUNT NOT = ZERO
                   PERFORM Replace-Snapshot-File
               END-IF
           END-IF.

       Copy-Snapshot-To-Work.
           READ PERIOD-SNAPSHOT-FILE
               AT END
                   MOVE "Y" TO WS-SNAP-EOF-SWITCH
               NOT AT END
                   IF PS-FISCAL-YEAR = WS-CLOSE-YEAR AND
                      PS-FISCAL-PERIOD = WS-CLOSE-PERIOD
                       ADD 1 TO WS-REPLACED-COUNT
                   ELSE
                       WRITE SNAPSHOT-WORK-RECORD
                           FROM PERIOD-SNAPSHOT-RECORD
                   END-IF
           END-READ.

       Replace-Snapshot-File.
           MOVE "N" TO WS-SWRK-EOF-SWITCH
           OPEN INPUT SNAPSHOT-WORK-FILE
           OPEN OUTPUT PERIOD-SNAPSHOT-FILE
           PERFORM Copy-Work-To-Snapshot UNTIL WS-End-Of-SnapWork
           CLOSE SNAPSHOT-WORK-FILE
           CLOSE PERIOD-SNAPSHOT-FILE.

       Copy-Work-To-Snapshot.
           READ SNAPSHOT-WORK-FILE
               AT END
                   MOVE "Y" TO WS-SWRK-EOF-SWITCH
               NOT AT END
                   WRITE PERIOD-SNAPSHOT-RECORD
                       FROM SNAPSHOT-WORK-RECORD
           END-READ.

       Open-Snapshot-File.
           OPEN INPUT PERIOD-SNAPSHOT-FILE
           IF PERSNAP-FILE-STATUS = "35"
               OPEN OUTPUT PERIOD-SNAPSHOT-FILE
           ELSE
               CLOSE PERIOD-SNAPSHOT-FILE
               OPEN EXTEND PERIOD-SNAPSHOT-FILE
           END-IF.

       Write-Period-Lock.
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN INPUT PERIOD-LOCK-FILE
           IF PERLOCK-FILE-STATUS = "35"
               OPEN OUTPUT PERIOD-LOCK-FILE
           ELSE
               CLOSE PERIOD-LOCK-FILE
               OPEN EXTEND PERIOD-LOCK-FILE
           END-IF
           MOVE WS-CLOSE-YEAR       TO PL-FISCAL-YEAR
           MOVE SPACE               TO PL-SPACE-1
           MOVE WS-CLOSE-PERIOD     TO PL-FISCAL-PERIOD
           MOVE SPACE               TO PL-SPACE-2
           MOVE WS-PERIOD-START-DATE TO PL-START-DATE
           MOVE SPACE               TO PL-SPACE-3
           MOVE WS-PERIOD-END-DATE  TO PL-END-DATE
           MOVE SPACE               TO PL-SPACE-4
           MOVE RLW-RUN-DATE        TO PL-CLOSE-DATE
           MOVE SPACE               TO PL-SPACE-5
           MOVE WS-RUN-HOUR         TO PL-CLOSE-HOUR
           MOVE ":"                 TO PL-TIME-SEP
           MOVE WS-RUN-MINUTE       TO PL-CLOSE-MINUTE
           MOVE SPACE               TO PL-SPACE-6
           MOVE WS-ACCOUNT-COUNT    TO PL-ACCOUNT-COUNT
           WRITE PERIOD-LOCK-RECORD
           CLOSE PERIOD-LOCK-FILE.

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
           MOVE "PERRPT"            TO RG-REPORT-NAME
           MOVE SPACE               TO RG-SPACE-2
           MOVE WS-PERRPT-FILE-NAME TO RG-FILE-NAME
           MOVE SPACE               TO RG-SPACE-3
           MOVE WS-ACCOUNT-COUNT    TO RG-RECORD-COUNT
           MOVE SPACE               TO RG-SPACE-4
           MOVE RLW-END-HOUR        TO RG-RUN-HOUR
           MOVE ":"                 TO RG-TIME-SEP
           MOVE RLW-END-MINUTE      TO RG-RUN-MINUTE
           WRITE REPORT-REGISTER-RECORD
           CLOSE REPORT-REGISTER-FILE.

       COPY JOBHDRP.

       COPY PERLKP.

       COPY RUNLOGP.

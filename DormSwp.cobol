       IDENTIFICATION DIVISION.
       PROGRAM-ID. DormSwp.
       AUTHOR. D-SHIFT-APPS.
       INSTALLATION. DATA-CENTER-OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *    PURPOSE : MONTHLY DORMANCY SWEEP, RUN AFTER POSTING.  AN   *
      *              ACCOUNT NOBODY HAS TOUCHED FOR A YEAR USED TO    *
      *              LOOK THE SAME TO POSTING AS AN ACTIVE ONE, AND   *
      *              NOTHING REPORTED THE DORMANT MONEY.  THE STEP    *
      *              IS SCHEDULED NIGHTLY BUT SWEEPS ON THE FIRST     *
      *              BUSINESS DATE OF EACH CALENDAR MONTH (DORMCTL    *
      *              REMEMBERS THE LAST SWEEP).  EACH ACCOUNT'S LAST  *
      *              CUSTOMER ACTIVITY IS THE LATEST OF ITS ACCTHIST  *
      *              ENTRIES - LEAVING OUT THE SYSTEM'S OWN INTEREST  *
      *              AND FEE ENTRIES AND BACK-OFFICE REVERSALS - AND  *
      *              ITS OPENING OR LAST REACTIVATION ON ACCTAUD.  AN *
      *              OPEN ACCOUNT INACTIVE FOR MORE THAN THE DORMPARM *
      *              THRESHOLD (365 DAYS WHEN NO CARD) IS SET DORMANT *
      *              ON THE MASTER, AND EACH CHANGE APPENDS AN        *
      *              ACCTAUD RECORD.  THE DORMANT ACCOUNT LISTING     *
      *              (DORMRPT.CCYYMMDD, REGISTERED ON RPTREG) SHOWS   *
      *              EVERY DORMANT ACCOUNT WITH ITS BALANCE AND DAYS  *
      *              INACTIVE.  POSTING TAKES CREDITS TO A DORMANT    *
      *              ACCOUNT BUT REJECTS DEBITS; ONLY A SUPERVISOR'S  *
      *              REACTIVATION IN ACCTMAINT RETURNS IT TO OPEN.    *
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

           SELECT ACCT-AUDIT-FILE ASSIGN TO "ACCTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT SORTED-ACTIVITY-FILE ASSIGN TO "DRMASRTD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SORTED-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "DRMAWORK".

           SELECT DORMANCY-PARM-FILE ASSIGN TO "DORMPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DORMPARM-FILE-STATUS.

           SELECT DORMANCY-CONTROL-FILE ASSIGN TO "DORMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DORMCTL-FILE-STATUS.

           SELECT DORMANT-REPORT-FILE ASSIGN USING WS-DORMRPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DORMRPT-FILE-STATUS.

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

       FD  ACCT-AUDIT-FILE.
       COPY ACCTAUD.

      *    ONE ACTIVITY DATE PER HISTORY ENTRY OR AUDIT RECORD THAT
      *    COUNTS, IN ACCOUNT ORDER.
       FD  SORTED-ACTIVITY-FILE.
       01  SORTED-ACTIVITY-RECORD.
           05  SA-ACCOUNT-NO        PIC X(08).
           05  SA-ACTIVITY-DATE     PIC 9(08).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SRT-ACCOUNT-NO       PIC X(08).
           05  SRT-ACTIVITY-DATE    PIC 9(08).

       FD  DORMANCY-PARM-FILE.
       COPY DORMPMRC.

       FD  DORMANCY-CONTROL-FILE.
       COPY DORMCTRC.

       FD  DORMANT-REPORT-FILE.
       01  DORMANT-REPORT-RECORD    PIC X(80).

       FD  REPORT-REGISTER-FILE.
       COPY RPTREGRC.

       FD  FISCAL-CALENDAR-FILE.
       COPY FISCCAL.

       FD  RUN-LOG-FILE.
       COPY RUNLOGRC.

       WORKING-STORAGE SECTION.
       01  ACCTMAST-FILE-STATUS PIC X(02).
       01  ACCTHIST-FILE-STATUS PIC X(02).
       01  AUDIT-FILE-STATUS    PIC X(02).
       01  SORTED-FILE-STATUS   PIC X(02).
       01  DORMPARM-FILE-STATUS PIC X(02).
       01  DORMCTL-FILE-STATUS  PIC X(02).
       01  DORMRPT-FILE-STATUS  PIC X(02).
       01  RPTREG-FILE-STATUS   PIC X(02).
       01  FISCAL-FILE-STATUS   PIC X(02).

      *    THE LISTING IS WRITTEN UNDER THE BUSINESS DATE SO PRIOR
      *    MONTHS' GENERATIONS SURVIVE.
       01  WS-DORMRPT-FILE-NAME.
           05  FILLER               PIC X(08) VALUE "DORMRPT.".
           05  WS-DORMRPT-DATE      PIC 9(08).

       01  WS-MASTER-EOF-SWITCH PIC X(01).
           88  WS-END-OF-MASTER     VALUE "Y".

       01  WS-HIST-EOF-SWITCH   PIC X(01).
           88  WS-END-OF-HISTORY    VALUE "Y".

       01  WS-AUDIT-EOF-SWITCH  PIC X(01).
           88  WS-END-OF-AUDIT      VALUE "Y".

       01  WS-SORTED-EOF-SWITCH PIC X(01).
           88  WS-END-OF-SORTED     VALUE "Y".

       01  WS-DORMCTL-EOF-SWITCH PIC X(01).
           88  WS-END-OF-DORMCTL    VALUE "Y".

       01  WS-DEFAULT-SWITCH    PIC X(01).
           88  WS-DEFAULT-THRESHOLD VALUE "Y".

       01  WS-REWRITE-SWITCH    PIC X(01).
           88  WS-REWRITE-OK        VALUE "Y".

      *    ENTRIES THE SYSTEM OR THE BACK OFFICE MAKES ON ITS OWN -
      *    CAPITALIZED INTEREST, PLAN FEES, AND REVERSALS - ARE NOT
      *    CUSTOMER ACTIVITY AND DO NOT KEEP AN ACCOUNT AWAKE.
       01  WS-ACTIVITY-CODE     PIC X(04).
           88  WS-SYSTEM-CODE       VALUE "INTC" "FEES"
                                          "REVD" "REVC".

       01  WS-DEFAULT-DAYS      PIC 9(04) VALUE 365.
       01  WS-INACTIVE-DAYS     PIC 9(04).
       01  WS-CUTOFF-DATE       PIC 9(08).
       01  WS-RUN-INTEGER       PIC 9(07).
       01  WS-DAYS-INACTIVE     PIC 9(05).
       01  WS-LAST-ACTIVITY     PIC 9(08).

       01  WS-LAST-SWEEP-DATE   PIC 9(08).
       01  WS-LAST-SWEEP-R REDEFINES WS-LAST-SWEEP-DATE.
           05  WS-LAST-SWEEP-MONTH  PIC 9(06).
           05  FILLER               PIC 9(02).

       01  WS-THIS-SWEEP-DATE   PIC 9(08).
       01  WS-THIS-SWEEP-R REDEFINES WS-THIS-SWEEP-DATE.
           05  WS-THIS-SWEEP-MONTH  PIC 9(06).
           05  FILLER               PIC 9(02).

       01  WS-READ-COUNT        PIC 9(06) COMP VALUE ZERO.
       01  WS-NEW-COUNT         PIC 9(06) COMP VALUE ZERO.
       01  WS-DORMANT-COUNT     PIC 9(06) COMP VALUE ZERO.
       01  WS-UNKNOWN-COUNT     PIC 9(06) COMP VALUE ZERO.
       01  WS-FAILED-COUNT      PIC 9(06) COMP VALUE ZERO.
       01  WS-ORPHAN-COUNT      PIC 9(06) COMP VALUE ZERO.
       01  WS-DORMANT-TOTAL     PIC S9(13)V99 VALUE ZERO.

       01  WS-REMARK-TEXT       PIC X(50).

       01  WS-RUN-DATE          PIC 9(08).
       01  WS-RUN-TIME.
           05  WS-RUN-HOUR          PIC 99.
           05  WS-RUN-MINUTE        PIC 99.
           05  FILLER               PIC 9(4).

       01  DRR-BLANK-LINE           PIC X(80) VALUE SPACES.

       01  DRR-THRESHOLD-LINE.
           05  FILLER               PIC X(22) VALUE
                                        "INACTIVITY THRESHOLD: ".
           05  DRR-INACTIVE-DAYS    PIC ZZZ9.
           05  FILLER               PIC X(35) VALUE
               " DAYS - NO CUSTOMER ACTIVITY SINCE ".
           05  DRR-CUTOFF-DATE      PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  DRR-THRESHOLD-SOURCE PIC X(10).

       01  DRR-COLUMN-LINE.
           05  FILLER               PIC X(09) VALUE "ACCOUNT".
           05  FILLER               PIC X(21) VALUE "CUSTOMER NAME".
           05  FILLER               PIC X(08) VALUE "LAST ACT".
           05  FILLER               PIC X(08) VALUE "    DAYS".
           05  FILLER               PIC X(16) VALUE
                                        "         BALANCE".
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(16) VALUE "THIS SWEEP".

      *    ONE LINE PER DORMANT ACCOUNT.  AN ACCOUNT WITH NO ACTIVITY
      *    ON FILE AT ALL SHOWS BLANK DATE AND DAYS.
       01  DRR-DETAIL-LINE.
           05  DRR-ACCOUNT-NO       PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  DRR-CUST-NAME        PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  DRR-LAST-ACTIVITY    PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DRR-DAYS-X           PIC X(06).
           05  DRR-DAYS REDEFINES DRR-DAYS-X
                                    PIC ZZ,ZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  DRR-BALANCE          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DRR-SWEEP-FLAG       PIC X(13).
           05  FILLER               PIC X(03) VALUE SPACES.

      *    AN OPEN ACCOUNT THE SWEEP COULD NOT JUDGE OR CHANGE.
       01  DRR-REMARK-LINE.
           05  DRR-RM-ACCOUNT-NO    PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  DRR-RM-CUST-NAME     PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  DRR-RM-TEXT          PIC X(50).

       01  DRR-TOTAL-LINE.
           05  DRR-TOTAL-LABEL      PIC X(30).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  DRR-TOTAL-AMOUNT     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(27) VALUE SPACES.

       01  DRR-COUNT-LINE.
           05  DRR-COUNT-LABEL      PIC X(40).
           05  DRR-COUNT-VALUE      PIC ZZZ,ZZ9.
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
           MOVE "N"  TO WS-AUDIT-EOF-SWITCH
           MOVE "N"  TO WS-SORTED-EOF-SWITCH
           MOVE "N"  TO WS-DORMCTL-EOF-SWITCH
           MOVE "N"  TO WS-DEFAULT-SWITCH
           MOVE ZERO TO WS-READ-COUNT
           MOVE ZERO TO WS-NEW-COUNT
           MOVE ZERO TO WS-DORMANT-COUNT
           MOVE ZERO TO WS-UNKNOWN-COUNT
           MOVE ZERO TO WS-FAILED-COUNT
           MOVE ZERO TO WS-ORPHAN-COUNT
           MOVE ZERO TO WS-DORMANT-TOTAL
           MOVE "DORMANT ACCOUNTS"  TO JH-JOB-NAME
           MOVE ZERO                TO JH-PAGE-NO
           MOVE "DORMSWP"           TO RLW-STEP-NAME
           PERFORM Record-Run-Start
           PERFORM Find-Last-Sweep
           MOVE RLW-RUN-DATE        TO WS-THIS-SWEEP-DATE
           IF WS-LAST-SWEEP-MONTH NOT < WS-THIS-SWEEP-MONTH
                   AND WS-LAST-SWEEP-DATE NOT = WS-THIS-SWEEP-DATE
               DISPLAY "DORMSWP - ACCOUNTS ALREADY SWEPT THIS MONTH "
                       "ON " WS-LAST-SWEEP-DATE " - NOTHING TO DO"
               MOVE "OK" TO RLW-STATUS
               PERFORM Write-Run-Log
               GOBACK
           END-IF
           PERFORM Read-Dormancy-Parm
           OPEN I-O ACCOUNT-MASTER-FILE
           IF ACCTMAST-FILE-STATUS NOT = "00"
               DISPLAY "**** ACCOUNT MASTER FILE ACCTMAST NOT "
                       "AVAILABLE - STATUS " ACCTMAST-FILE-STATUS
                       " - DORMANCY SWEEP NOT RUN ****"
               MOVE 8 TO RETURN-CODE
               PERFORM Write-Run-Log
               GOBACK
           END-IF
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-ACCOUNT-NO
               INPUT PROCEDURE IS Release-Activity-Dates
               GIVING SORTED-ACTIVITY-FILE
           PERFORM Build-Job-Header
           COMPUTE WS-RUN-INTEGER =
               FUNCTION INTEGER-OF-DATE(RLW-RUN-DATE)
           COMPUTE WS-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(WS-RUN-INTEGER
                   - WS-INACTIVE-DAYS)
           MOVE RLW-RUN-DATE        TO WS-DORMRPT-DATE
           OPEN OUTPUT DORMANT-REPORT-FILE
           WRITE DORMANT-REPORT-RECORD FROM JOB-HEADER-LINE
           MOVE WS-INACTIVE-DAYS    TO DRR-INACTIVE-DAYS
           MOVE WS-CUTOFF-DATE      TO DRR-CUTOFF-DATE
           IF WS-Default-Threshold
               MOVE "(DEFAULT)"     TO DRR-THRESHOLD-SOURCE
           ELSE
               MOVE "(DORMPARM)"    TO DRR-THRESHOLD-SOURCE
           END-IF
           WRITE DORMANT-REPORT-RECORD FROM DRR-THRESHOLD-LINE
           WRITE DORMANT-REPORT-RECORD FROM DRR-BLANK-LINE
           WRITE DORMANT-REPORT-RECORD FROM DRR-COLUMN-LINE
           PERFORM Open-Audit-File
           OPEN INPUT SORTED-ACTIVITY-FILE
           PERFORM Read-Sorted-Activity
           PERFORM Read-Master-Record
           PERFORM Sweep-One-Account UNTIL WS-End-Of-Master
           PERFORM Skip-Orphan-Activity UNTIL WS-End-Of-Sorted
           CLOSE SORTED-ACTIVITY-FILE
           CLOSE ACCT-AUDIT-FILE
           CLOSE ACCOUNT-MASTER-FILE
           PERFORM Write-Report-Totals
           MOVE WS-READ-COUNT       TO JT-RECORD-COUNT
           PERFORM Build-Job-Trailer
           WRITE DORMANT-REPORT-RECORD FROM JOB-TRAILER-LINE
           CLOSE DORMANT-REPORT-FILE
           PERFORM Write-Control-Record
           MOVE WS-READ-COUNT       TO RLW-RECORDS
           MOVE WS-FAILED-COUNT     TO RLW-ERRORS
           MOVE "OK"                TO RLW-STATUS
           PERFORM Write-Run-Log
           PERFORM Register-Report
           DISPLAY "DORMSWP - ACCOUNTS READ:     " WS-READ-COUNT
           DISPLAY "DORMSWP - MADE DORMANT:      " WS-NEW-COUNT
           DISPLAY "DORMSWP - DORMANT IN ALL:    " WS-DORMANT-COUNT
           DISPLAY "DORMSWP - NO ACTIVITY FOUND: " WS-UNKNOWN-COUNT
           DISPLAY "DORMSWP - REWRITES FAILED:   " WS-FAILED-COUNT
           GOBACK.

      *****************************************************************
      *    THE LATEST SWEEP ON DORMCTL DECIDES WHETHER THIS MONTH IS  *
      *    DONE.  A RERUN ON THE SAME BUSINESS DATE SWEEPS AGAIN -    *
      *    ACCOUNTS ALREADY DORMANT ARE LEFT AS THEY ARE, SO NOTHING  *
      *    IS CHANGED OR AUDITED TWICE.                               *
      *****************************************************************
       Find-Last-Sweep.
           MOVE ZERO TO WS-LAST-SWEEP-DATE
           OPEN INPUT DORMANCY-CONTROL-FILE
           IF DORMCTL-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-DORMCTL-EOF-SWITCH
           ELSE
               PERFORM Read-Control-Record UNTIL WS-End-Of-DormCtl
               CLOSE DORMANCY-CONTROL-FILE
           END-IF.

       Read-Control-Record.
           READ DORMANCY-CONTROL-FILE
               AT END
                   MOVE "Y" TO WS-DORMCTL-EOF-SWITCH
               NOT AT END
                   IF DC-SWEEP-DATE > WS-LAST-SWEEP-DATE
                       MOVE DC-SWEEP-DATE TO WS-LAST-SWEEP-DATE
                   END-IF
           END-READ.

       Read-Dormancy-Parm.
           MOVE WS-DEFAULT-DAYS TO WS-INACTIVE-DAYS
           MOVE "Y"             TO WS-DEFAULT-SWITCH
           OPEN INPUT DORMANCY-PARM-FILE
           IF DORMPARM-FILE-STATUS = "00"
               READ DORMANCY-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DP-INACTIVE-DAYS NUMERIC
                               AND DP-INACTIVE-DAYS > ZERO
                           MOVE DP-INACTIVE-DAYS TO WS-INACTIVE-DAYS
                           MOVE "N"              TO WS-DEFAULT-SWITCH
                       END-IF
               END-READ
               CLOSE DORMANCY-PARM-FILE
           END-IF
           IF WS-Default-Threshold
               DISPLAY "**** WARNING - NO USABLE THRESHOLD ON "
                       "DORMPARM - " WS-DEFAULT-DAYS "-DAY DEFAULT "
                       "USED ****"
           END-IF.

      *****************************************************************
      *    ACTIVITY COMES FROM TWO PLACES - EVERY CUSTOMER ENTRY ON   *
      *    ACCTHIST, AND THE ACCTAUD RECORD OF THE ACCOUNT'S OPENING  *
      *    OR LATEST REACTIVATION, SO A NEW ACCOUNT NOT YET USED AND  *
      *    AN ACCOUNT JUST BROUGHT BACK BY A SUPERVISOR BOTH START    *
      *    THEIR INACTIVITY CLOCK FROM THAT DAY.                      *
      *****************************************************************
       Release-Activity-Dates.
           OPEN INPUT ACCT-HISTORY-FILE
           IF ACCTHIST-FILE-STATUS = "00"
               PERFORM Release-History-Activity
                   UNTIL WS-End-Of-History
               CLOSE ACCT-HISTORY-FILE
           END-IF
           OPEN INPUT ACCT-AUDIT-FILE
           IF AUDIT-FILE-STATUS = "00"
               PERFORM Release-Audit-Activity UNTIL WS-End-Of-Audit
               CLOSE ACCT-AUDIT-FILE
           END-IF.

       Release-History-Activity.
           READ ACCT-HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-HIST-EOF-SWITCH
               NOT AT END
                   MOVE AH-TRAN-CODE TO WS-ACTIVITY-CODE
                   IF NOT WS-System-Code
                       MOVE AH-ACCOUNT-NO TO SRT-ACCOUNT-NO
                       MOVE AH-RUN-DATE   TO SRT-ACTIVITY-DATE
                       RELEASE SORT-WORK-RECORD
                   END-IF
           END-READ.

       Release-Audit-Activity.
           READ ACCT-AUDIT-FILE
               AT END
                   MOVE "Y" TO WS-AUDIT-EOF-SWITCH
               NOT AT END
                   IF AA-ACTION = "OPEN" OR AA-ACTION = "REACT"
                       MOVE AA-ACCOUNT-NO  TO SRT-ACCOUNT-NO
                       MOVE AA-CHANGE-DATE TO SRT-ACTIVITY-DATE
                       RELEASE SORT-WORK-RECORD
                   END-IF
           END-READ.

       Read-Sorted-Activity.
           READ SORTED-ACTIVITY-FILE
               AT END MOVE "Y" TO WS-SORTED-EOF-SWITCH
           END-READ.

       Read-Master-Record.
           READ ACCOUNT-MASTER-FILE
               AT END MOVE "Y" TO WS-MASTER-EOF-SWITCH
           END-READ.

      *****************************************************************
      *    THE MASTER AND THE SORTED ACTIVITY ARE BOTH IN ACCOUNT     *
      *    ORDER.  ONLY AN OPEN ACCOUNT CAN BE MADE DORMANT - A       *
      *    FROZEN ACCOUNT STAYS UNDER THE SUPERVISOR'S FREEZE AND A   *
      *    CLOSED ONE IS FINISHED.  AN OPEN ACCOUNT WITH NO ACTIVITY  *
      *    ON FILE AT ALL (CONVERTED FROM THE OLD MASTER, NEVER USED) *
      *    CANNOT BE AGED, SO IT IS LISTED FOR A LOOK AND LEFT OPEN.  *
      *****************************************************************
       Sweep-One-Account.
           ADD 1 TO WS-READ-COUNT
           MOVE ZERO TO WS-LAST-ACTIVITY
           MOVE ZERO TO WS-DAYS-INACTIVE
           PERFORM Skip-Orphan-Activity
               UNTIL WS-End-Of-Sorted
                  OR SA-ACCOUNT-NO NOT < AM-ACCOUNT-NO
           PERFORM Take-Account-Activity
               UNTIL WS-End-Of-Sorted
                  OR SA-ACCOUNT-NO NOT = AM-ACCOUNT-NO
           IF WS-LAST-ACTIVITY NOT = ZERO
                   AND WS-LAST-ACTIVITY < RLW-RUN-DATE
               COMPUTE WS-DAYS-INACTIVE = WS-RUN-INTEGER
                   - FUNCTION INTEGER-OF-DATE(WS-LAST-ACTIVITY)
           END-IF
           EVALUATE TRUE
               WHEN AM-Account-Dormant
                   MOVE SPACES TO DRR-SWEEP-FLAG
                   PERFORM List-Dormant-Account
               WHEN NOT AM-Account-Open
                   CONTINUE
               WHEN WS-LAST-ACTIVITY = ZERO
                   ADD 1 TO WS-UNKNOWN-COUNT
                   MOVE "NO ACTIVITY OR OPENING ON FILE - NOT AGED"
                                    TO WS-REMARK-TEXT
                   PERFORM Write-Remark-Line
               WHEN WS-DAYS-INACTIVE > WS-INACTIVE-DAYS
                   PERFORM Make-Account-Dormant
           END-EVALUATE
           PERFORM Read-Master-Record.

       Take-Account-Activity.
           IF SA-ACTIVITY-DATE > WS-LAST-ACTIVITY
               MOVE SA-ACTIVITY-DATE TO WS-LAST-ACTIVITY
           END-IF
           PERFORM Read-Sorted-Activity.

      *    ACTIVITY FOR AN ACCOUNT NO LONGER ON THE MASTER HAS NOTHING
      *    TO AGE - IT IS COUNTED AND PASSED OVER.
       Skip-Orphan-Activity.
           ADD 1 TO WS-ORPHAN-COUNT
           PERFORM Read-Sorted-Activity.

      *    THE AUDIT RECORD IS WRITTEN ONLY ONCE THE MASTER HAS
      *    TAKEN THE NEW STATUS.
       Make-Account-Dormant.
           MOVE "D" TO AM-STATUS
           PERFORM Rewrite-Master-Record
           IF WS-Rewrite-OK
               ADD 1 TO WS-NEW-COUNT
               PERFORM Write-Audit-Record
               MOVE "NEWLY DORMANT" TO DRR-SWEEP-FLAG
               PERFORM List-Dormant-Account
           ELSE
               ADD 1 TO WS-FAILED-COUNT
               MOVE "MASTER REWRITE FAILED - NOT MADE DORMANT"
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

       List-Dormant-Account.
           ADD 1 TO WS-DORMANT-COUNT
           ADD AM-BALANCE           TO WS-DORMANT-TOTAL
           MOVE AM-ACCOUNT-NO       TO DRR-ACCOUNT-NO
           MOVE AM-CUST-NAME        TO DRR-CUST-NAME
           IF WS-LAST-ACTIVITY = ZERO
               MOVE SPACES           TO DRR-LAST-ACTIVITY
               MOVE SPACES           TO DRR-DAYS-X
           ELSE
               MOVE WS-LAST-ACTIVITY TO DRR-LAST-ACTIVITY
               MOVE WS-DAYS-INACTIVE TO DRR-DAYS
           END-IF
           MOVE AM-BALANCE          TO DRR-BALANCE
           WRITE DORMANT-REPORT-RECORD FROM DRR-DETAIL-LINE.

       Write-Remark-Line.
           MOVE AM-ACCOUNT-NO       TO DRR-RM-ACCOUNT-NO
           MOVE AM-CUST-NAME        TO DRR-RM-CUST-NAME
           MOVE WS-REMARK-TEXT      TO DRR-RM-TEXT
           WRITE DORMANT-REPORT-RECORD FROM DRR-REMARK-LINE.

       Write-Report-Totals.
           WRITE DORMANT-REPORT-RECORD FROM DRR-BLANK-LINE
           MOVE "TOTAL DORMANT BALANCES"    TO DRR-TOTAL-LABEL
           MOVE WS-DORMANT-TOTAL            TO DRR-TOTAL-AMOUNT
           WRITE DORMANT-REPORT-RECORD FROM DRR-TOTAL-LINE
           WRITE DORMANT-REPORT-RECORD FROM DRR-BLANK-LINE
           MOVE "ACCOUNTS READ"                   TO DRR-COUNT-LABEL
           MOVE WS-READ-COUNT                     TO DRR-COUNT-VALUE
           WRITE DORMANT-REPORT-RECORD FROM DRR-COUNT-LINE
           MOVE "DORMANT ACCOUNTS LISTED"         TO DRR-COUNT-LABEL
           MOVE WS-DORMANT-COUNT                  TO DRR-COUNT-VALUE
           WRITE DORMANT-REPORT-RECORD FROM DRR-COUNT-LINE
           MOVE "MADE DORMANT BY THIS SWEEP"      TO DRR-COUNT-LABEL
           MOVE WS-NEW-COUNT                      TO DRR-COUNT-VALUE
           WRITE DORMANT-REPORT-RECORD FROM DRR-COUNT-LINE
           MOVE "OPEN WITH NO ACTIVITY ON FILE"   TO DRR-COUNT-LABEL
           MOVE WS-UNKNOWN-COUNT                  TO DRR-COUNT-VALUE
           WRITE DORMANT-REPORT-RECORD FROM DRR-COUNT-LINE
           MOVE "MASTER REWRITE FAILED"           TO DRR-COUNT-LABEL
           MOVE WS-FAILED-COUNT                   TO DRR-COUNT-VALUE
           WRITE DORMANT-REPORT-RECORD FROM DRR-COUNT-LINE
           MOVE "ACTIVITY FOR ACCOUNTS NOT ON MASTER"
                                                  TO DRR-COUNT-LABEL
           MOVE WS-ORPHAN-COUNT                   TO DRR-COUNT-VALUE
           WRITE DORMANT-REPORT-RECORD FROM DRR-COUNT-LINE.

       Open-Audit-File.
           OPEN INPUT ACCT-AUDIT-FILE
           IF AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT ACCT-AUDIT-FILE
           ELSE
               CLOSE ACCT-AUDIT-FILE
               OPEN EXTEND ACCT-AUDIT-FILE
           END-IF.

      *    THE SWEEP SIGNS ITS OWN CHANGES WITH ITS STEP NAME WHERE
      *    MAINTENANCE SIGNS WITH THE SUPERVISOR'S OPERATOR ID.
       Write-Audit-Record.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE         TO AA-CHANGE-DATE
           MOVE SPACE               TO AA-SPACE-1
           MOVE WS-RUN-HOUR         TO AA-CHANGE-HOUR
           MOVE ":"                 TO AA-TIME-SEP
           MOVE WS-RUN-MINUTE       TO AA-CHANGE-MINUTE
           MOVE SPACE               TO AA-SPACE-2
           MOVE RLW-STEP-NAME       TO AA-SUPV-ID
           MOVE SPACE               TO AA-SPACE-3
           MOVE "DORMNT"            TO AA-ACTION
           MOVE SPACE               TO AA-SPACE-4
           MOVE AM-ACCOUNT-NO       TO AA-ACCOUNT-NO
           MOVE SPACE               TO AA-SPACE-5
           MOVE "O"                 TO AA-OLD-VALUE
           MOVE SPACE               TO AA-SPACE-6
           MOVE "D"                 TO AA-NEW-VALUE
           WRITE ACCT-AUDIT-RECORD.

       Write-Control-Record.
           OPEN INPUT DORMANCY-CONTROL-FILE
           IF DORMCTL-FILE-STATUS = "35"
               OPEN OUTPUT DORMANCY-CONTROL-FILE
           ELSE
               CLOSE DORMANCY-CONTROL-FILE
               OPEN EXTEND DORMANCY-CONTROL-FILE
           END-IF
           MOVE RLW-RUN-DATE        TO DC-SWEEP-DATE
           MOVE SPACE               TO DC-SPACE-1
           MOVE WS-INACTIVE-DAYS    TO DC-INACTIVE-DAYS
           MOVE SPACE               TO DC-SPACE-2
           MOVE WS-NEW-COUNT        TO DC-NEW-COUNT
           MOVE SPACE               TO DC-SPACE-3
           MOVE WS-DORMANT-COUNT    TO DC-DORMANT-COUNT
           MOVE SPACE               TO DC-SPACE-4
           MOVE WS-DORMANT-TOTAL    TO DC-DORMANT-TOTAL
           WRITE DORMANCY-CONTROL-RECORD
           CLOSE DORMANCY-CONTROL-FILE.

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
           MOVE "DORMRPT"           TO RG-REPORT-NAME
           MOVE SPACE               TO RG-SPACE-2
           MOVE WS-DORMRPT-FILE-NAME TO RG-FILE-NAME
           MOVE SPACE               TO RG-SPACE-3
           MOVE WS-DORMANT-COUNT    TO RG-RECORD-COUNT
           MOVE SPACE               TO RG-SPACE-4
           MOVE RLW-END-HOUR        TO RG-RUN-HOUR
           MOVE ":"                 TO RG-TIME-SEP
           MOVE RLW-END-MINUTE      TO RG-RUN-MINUTE
           WRITE REPORT-REGISTER-RECORD
           CLOSE REPORT-REGISTER-FILE.

       COPY JOBHDRP.

       COPY RUNLOGP.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VndRecn.
       AUTHOR. D-SHIFT-APPS.
       INSTALLATION. DATA-CENTER-OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *    PURPOSE : VENDOR SETTLEMENT RECONCILIATION, RUN DAILY      *
      *              AFTER POSTING.  EACH VENDOR SENDS A SETTLEMENT   *
      *              CARD (VENDSETL) WITH THE AMOUNT IT SAYS IT       *
      *              REMITTED FOR EACH FILE DATE.  PER VENDOR AND     *
      *              FILE DATE THE STEP SETS THAT AMOUNT AGAINST -    *
      *                ACCEPTED   WHAT THE EDIT RUN RELEASED TO THE   *
      *                           ACCEPTED FILE (VENDACPT LEDGER);    *
      *                SUSPENDED  WHAT IS STILL ON SUSPENSE OR WAS    *
      *                           DEAD-LETTERED (SUSPDEAD);           *
      *                POSTED     WHAT POSTING APPLIED (ACCTHIST);    *
      *                REJECTED   WHAT POSTING REJECTED (PSTEXCP).    *
      *              THE UNEXPLAINED DIFFERENCE IS THE SETTLEMENT     *
      *              LESS SUSPENDED, POSTED, AND REJECTED.  AN ITEM   *
      *              IS A BREAK WHILE THAT DIFFERENCE IS NOT ZERO,    *
      *              WHILE ACCEPTED IS NOT FULLY POSTED OR REJECTED,  *
      *              OR WHILE NO SETTLEMENT HAS ARRIVED.  ITEMS ARE   *
      *              CARRIED ON VENDBRK FROM DAY TO DAY UNTIL THEY    *
      *              CLEAR.  THE DATED BREAKS REPORT (VRECRPT.        *
      *              CCYYMMDD, REGISTERED ON RPTREG) LISTS EVERY      *
      *              OPEN BREAK WITH ITS AGE, THE ITEMS CLEARED       *
      *              TODAY, AND THE UNEXPLAINED DIFFERENCE PER        *
      *              VENDOR.  AMOUNTS ARE ON THE BATCH TRAILER BASIS  *
      *              - A TRANSFER COUNTS ONCE, NOT ONCE PER LEG.      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SETTLEMENT-FILE ASSIGN TO "VENDSETL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENDSETL-FILE-STATUS.

           SELECT BREAK-FILE ASSIGN TO "VENDBRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENDBRK-FILE-STATUS.

           SELECT BATCH-REGISTER-FILE ASSIGN TO "BATCHREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATCHREG-FILE-STATUS.

           SELECT VENDOR-ACCEPT-FILE ASSIGN TO "VENDACPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENDACPT-FILE-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSPENSE-FILE-STATUS.

           SELECT SUSPENSE-DEAD-FILE ASSIGN TO "SUSPDEAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSPDEAD-FILE-STATUS.

           SELECT ACCT-HISTORY-FILE ASSIGN TO "ACCTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCTHIST-FILE-STATUS.

           SELECT POSTING-EXCEPTION-FILE ASSIGN TO "PSTEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PSTEXCP-FILE-STATUS.

           SELECT RECON-REPORT-FILE ASSIGN USING WS-VRECRPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VRECRPT-FILE-STATUS.

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
       FD  SETTLEMENT-FILE.
       COPY VSETLRC.

       FD  BREAK-FILE.
       COPY VBRKRC.

       FD  BATCH-REGISTER-FILE.
       COPY BATREGRC.

       FD  VENDOR-ACCEPT-FILE.
       COPY VACPTRC.

       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD          PIC X(93).

       FD  SUSPENSE-DEAD-FILE.
       01  SUSPENSE-DEAD-RECORD     PIC X(93).

       FD  ACCT-HISTORY-FILE.
       COPY ACCTHST.

       FD  POSTING-EXCEPTION-FILE.
       COPY PSTEXREC.

       FD  RECON-REPORT-FILE.
       01  RECON-REPORT-RECORD      PIC X(80).

       FD  REPORT-REGISTER-FILE.
       COPY RPTREGRC.

       FD  FISCAL-CALENDAR-FILE.
       COPY FISCCAL.

       FD  RUN-LOG-FILE.
       COPY RUNLOGRC.

       WORKING-STORAGE SECTION.
       01  VENDSETL-FILE-STATUS PIC X(02).
       01  VENDBRK-FILE-STATUS  PIC X(02).
       01  BATCHREG-FILE-STATUS PIC X(02).
       01  VENDACPT-FILE-STATUS PIC X(02).
       01  SUSPENSE-FILE-STATUS PIC X(02).
       01  SUSPDEAD-FILE-STATUS PIC X(02).
       01  ACCTHIST-FILE-STATUS PIC X(02).
       01  PSTEXCP-FILE-STATUS  PIC X(02).
       01  VRECRPT-FILE-STATUS  PIC X(02).
       01  RPTREG-FILE-STATUS   PIC X(02).
       01  FISCAL-FILE-STATUS   PIC X(02).

      *    THE REPORT IS WRITTEN UNDER THE BUSINESS DATE SO PRIOR
      *    DAYS' GENERATIONS SURVIVE.
       01  WS-VRECRPT-FILE-NAME.
           05  FILLER               PIC X(08) VALUE "VRECRPT.".
           05  WS-VRECRPT-DATE      PIC 9(08).

      *    THE SUSPENSE AND DEAD-LETTER RECORDS CARRY THE ORIGINAL
      *    TRANSACTION IMAGE, VENDOR STAMP INCLUDED.
       COPY SUSPREC.

       COPY TRANREC.

       01  WS-EOF-SWITCH        PIC X(01).
           88  WS-END-OF-FILE       VALUE "Y".

       01  WS-SOURCE-SWITCH     PIC X(01).
           88  WS-SOURCE-UNREADABLE VALUE "Y".

       01  WS-SETTLE-READ-SWITCH PIC X(01).
           88  WS-SETTLEMENTS-READ  VALUE "Y".

       01  WS-CARD-BAD-SWITCH   PIC X(01).
           88  WS-CARD-BAD          VALUE "Y".

       01  WS-ITEM-FOUND-SWITCH PIC X(01).
           88  WS-ITEM-FOUND        VALUE "Y".

       01  WS-SCAN-DONE-SWITCH  PIC X(01).
           88  WS-SCAN-DONE         VALUE "Y".

       01  WS-AMOUNT-BAD-SWITCH PIC X(01).
           88  WS-AMOUNT-UNREADABLE VALUE "Y".

       01  WS-SECOND-LEG-SWITCH PIC X(01).
           88  WS-PRIOR-SECOND-LEG  VALUE "Y".

      *    THE FILE BEING READ WHEN A SOURCE TURNS OUT UNREADABLE.
       01  WS-SOURCE-NAME       PIC X(08).
       01  WS-SOURCE-STATUS     PIC X(02).

       01  WS-SEARCH-KEY.
           05  WS-SK-VENDOR-ID      PIC X(08).
           05  WS-SK-FILE-DATE      PIC X(08).

      *****************************************************************
      *    THE ITEMS UNDER RECONCILIATION, KEPT IN VENDOR AND FILE    *
      *    DATE ORDER SO THE REPORT AND VENDBRK COME OUT SORTED AND   *
      *    A VENDOR'S ITEMS SIT TOGETHER FOR ITS SUMMARY LINE.        *
      *****************************************************************
       01  WS-RC-COUNT          PIC 9(03) COMP VALUE ZERO.
       01  WS-RC-SUB            PIC 9(03) COMP.
       01  WS-SHIFT-SUB         PIC 9(03) COMP.

       01  WS-RC-TABLE.
           05  WS-RC-ENTRY OCCURS 500 TIMES.
               10  WS-RC-KEY.
                   15  WS-RC-VENDOR-ID  PIC X(08).
                   15  WS-RC-FILE-DATE  PIC X(08).
               10  WS-RC-OPENED     PIC 9(08).
               10  WS-RC-SETTLED    PIC X(01).
                   88  WS-RC-SETTLEMENT-IN  VALUE "Y".
               10  WS-RC-SETTLE     PIC 9(11)V99.
               10  WS-RC-ACCEPT     PIC 9(11)V99.
               10  WS-RC-SUSPEND    PIC 9(11)V99.
               10  WS-RC-POSTED     PIC 9(11)V99.
               10  WS-RC-REJECT     PIC 9(11)V99.
               10  WS-RC-UNPRICED   PIC 9(05).
               10  WS-RC-DIFF       PIC S9(11)V99.
               10  WS-RC-STATE      PIC X(01).
                   88  WS-RC-OPEN           VALUE "O".
                   88  WS-RC-CLEARED        VALUE "C".
                   88  WS-RC-MATCHED        VALUE "M".

      *    THE LAST POSTING EXCEPTION COUNTED - THE SECOND LEG OF A
      *    REJECTED TRANSFER FOLLOWS THE FIRST WITH THE SAME
      *    REFERENCE AND AMOUNT AND IS NOT COUNTED AGAIN.
       01  WS-PRIOR-EXCEPTION.
           05  WS-PRIOR-KEY         PIC X(16).
           05  WS-PRIOR-RUN-DATE    PIC 9(08).
           05  WS-PRIOR-REFERENCE   PIC X(10).
           05  WS-PRIOR-AMOUNT      PIC 9(11)V99.

       01  WS-CHAR-IDX          PIC 9(02) COMP.
       01  WS-POINT-COUNT       PIC 9(02) COMP.
       01  WS-ENTRY-AMOUNT      PIC 9(11)V99.
       01  WS-RUN-INTEGER       PIC 9(07).
       01  WS-DAYS-OPEN         PIC 9(05).

       01  WS-CARD-COUNT        PIC 9(06) COMP VALUE ZERO.
       01  WS-CARD-REJECTS      PIC 9(06) COMP VALUE ZERO.
       01  WS-OVERFLOW-COUNT    PIC 9(06) COMP VALUE ZERO.
       01  WS-OPEN-COUNT        PIC 9(06) COMP VALUE ZERO.
       01  WS-CLEARED-COUNT     PIC 9(06) COMP VALUE ZERO.
       01  WS-MATCHED-COUNT     PIC 9(06) COMP VALUE ZERO.
       01  WS-LINE-COUNT        PIC 9(06) COMP VALUE ZERO.
       01  WS-OPEN-TOTAL        PIC S9(13)V99 VALUE ZERO.

       01  WS-VENDOR-BREAKS     PIC 9(05) COMP.
       01  WS-VENDOR-TOTAL      PIC S9(13)V99.
       01  WS-CUR-VENDOR        PIC X(08).

       01  VRR-BLANK-LINE           PIC X(80) VALUE SPACES.

       01  VRR-TITLE-LINE.
           05  VRR-TITLE            PIC X(40).
           05  FILLER               PIC X(40) VALUE SPACES.

       01  VRR-HEADING-1.
           05  FILLER               PIC X(18) VALUE
                                        "VENDOR   FILE DATE".
           05  FILLER               PIC X(16) VALUE
                                        "      SETTLEMENT".
           05  FILLER               PIC X(16) VALUE
                                        "        ACCEPTED".
           05  FILLER               PIC X(16) VALUE
                                        "       SUSPENDED".
           05  FILLER               PIC X(07) VALUE " STATUS".
           05  FILLER               PIC X(07) VALUE SPACES.

       01  VRR-HEADING-2.
           05  FILLER               PIC X(18) VALUE SPACES.
           05  FILLER               PIC X(16) VALUE
                                        "          POSTED".
           05  FILLER               PIC X(16) VALUE
                                        "        REJECTED".
           05  FILLER               PIC X(16) VALUE
                                        "      DIFFERENCE".
           05  FILLER               PIC X(06) VALUE "  DAYS".
           05  FILLER               PIC X(08) VALUE SPACES.

       01  VRR-ITEM-LINE-1.
           05  VRR-VENDOR-ID        PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  VRR-FILE-DATE        PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  VRR-SETTLE           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  VRR-ACCEPT           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  VRR-SUSPEND          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  VRR-STATUS           PIC X(07).
           05  FILLER               PIC X(06) VALUE SPACES.

       01  VRR-ITEM-LINE-2.
           05  FILLER               PIC X(19) VALUE SPACES.
           05  VRR-POSTED           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  VRR-REJECT           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  VRR-DIFF             PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  VRR-DAYS-OPEN        PIC ZZZZ9.
           05  FILLER               PIC X(07) VALUE SPACES.

       01  VRR-REMARK-LINE.
           05  FILLER               PIC X(19) VALUE SPACES.
           05  VRR-REMARK           PIC X(50).
           05  FILLER               PIC X(11) VALUE SPACES.

       01  VRR-UNPRICED-LINE.
           05  FILLER               PIC X(19) VALUE SPACES.
           05  VRR-UNPRICED         PIC ZZZZ9.
           05  FILLER               PIC X(41) VALUE
                       " SUSPENDED ITEM(S) WITH UNREADABLE AMOUNT".
           05  FILLER               PIC X(15) VALUE SPACES.

       01  VRR-CARD-LINE.
           05  FILLER               PIC X(25) VALUE
                                        "SETTLEMENT CARD REJECTED ".
           05  VRR-CARD-IMAGE       PIC X(31).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  VRR-CARD-REASON      PIC X(23).

       01  VRR-VENDOR-LINE.
           05  FILLER               PIC X(07) VALUE "VENDOR ".
           05  VRR-SUM-VENDOR-ID    PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  VRR-SUM-BREAKS       PIC ZZZZ9.
           05  FILLER               PIC X(30) VALUE
                                "  OPEN BREAK(S)  UNEXPLAINED  ".
           05  VRR-SUM-DIFF         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(10) VALUE SPACES.

       01  VRR-NONE-LINE.
           05  VRR-NONE-TEXT        PIC X(40).
           05  FILLER               PIC X(40) VALUE SPACES.

       01  VRR-COUNT-LINE.
           05  VRR-COUNT-LABEL      PIC X(40).
           05  VRR-COUNT-VALUE      PIC ZZZ,ZZ9.
           05  FILLER               PIC X(33) VALUE SPACES.

       01  VRR-TOTAL-LINE.
           05  FILLER               PIC X(40) VALUE
                   "TOTAL UNEXPLAINED DIFFERENCE, OPEN ITEMS".
           05  VRR-OPEN-TOTAL       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(22) VALUE SPACES.

       COPY JOBHDR.

       COPY RUNLOGW.

       PROCEDURE DIVISION.
       Begin.
      *    RESET SWITCHES AND TOTALS AT THE TOP SO A SECOND CALL IN
      *    THE SAME RUN UNIT (FROM THE UNATTENDED DRIVER) STARTS
      *    CLEAN.
           MOVE "N"  TO WS-SOURCE-SWITCH
           MOVE "N"  TO WS-SETTLE-READ-SWITCH
           MOVE ZERO TO WS-RC-COUNT
           MOVE ZERO TO WS-CARD-COUNT
           MOVE ZERO TO WS-CARD-REJECTS
           MOVE ZERO TO WS-OVERFLOW-COUNT
           MOVE ZERO TO WS-OPEN-COUNT
           MOVE ZERO TO WS-CLEARED-COUNT
           MOVE ZERO TO WS-MATCHED-COUNT
           MOVE ZERO TO WS-LINE-COUNT
           MOVE ZERO TO WS-OPEN-TOTAL
           MOVE "SETTLEMENT RECON"  TO JH-JOB-NAME
           MOVE ZERO                TO JH-PAGE-NO
           MOVE "VNDRECN"           TO RLW-STEP-NAME
           PERFORM Record-Run-Start
           COMPUTE WS-RUN-INTEGER =
               FUNCTION INTEGER-OF-DATE(RLW-RUN-DATE)
           PERFORM Load-Carried-Items
           IF WS-Source-Unreadable
               DISPLAY "**** RECONCILIATION ITEMS FILE VENDBRK NOT "
                       "READABLE - STATUS " VENDBRK-FILE-STATUS
                       " - RECONCILIATION NOT RUN ****"
               MOVE 8 TO RETURN-CODE
               PERFORM Write-Run-Log
               GOBACK
           END-IF
           PERFORM Build-Job-Header
           MOVE RLW-RUN-DATE        TO WS-VRECRPT-DATE
           OPEN OUTPUT RECON-REPORT-FILE
           WRITE RECON-REPORT-RECORD FROM JOB-HEADER-LINE
           PERFORM Load-Settlement-Cards
           PERFORM Add-New-Batches
           PERFORM Sum-Accepted-Ledger
           PERFORM Sum-Suspense-File
           PERFORM Sum-Dead-Letter-File
           PERFORM Sum-Posted-History
           PERFORM Sum-Posting-Exceptions
           IF WS-Source-Unreadable
      *        A MISSING SOURCE WOULD SHOW EVERY ITEM AS A BREAK -
      *        THE ITEMS FILE AND VENDSETL ARE LEFT AS THEY WERE.
               MOVE "**** RUN STOPPED - SOURCE FILE NOT READABLE"
                                     TO VRR-TITLE
               WRITE RECON-REPORT-RECORD FROM VRR-TITLE-LINE
               CLOSE RECON-REPORT-FILE
               DISPLAY "**** " WS-SOURCE-NAME " NOT READABLE - "
                       "STATUS " WS-SOURCE-STATUS " - "
                       "RECONCILIATION NOT RUN ****"
               MOVE 8 TO RETURN-CODE
               PERFORM Write-Run-Log
               GOBACK
           END-IF
           PERFORM Evaluate-Item
               VARYING WS-RC-SUB FROM 1 BY 1
               UNTIL WS-RC-SUB > WS-RC-COUNT
           PERFORM Write-Open-Breaks
           PERFORM Write-Cleared-Items
           PERFORM Write-Vendor-Summary
           PERFORM Write-Report-Totals
           MOVE WS-RC-COUNT         TO JT-RECORD-COUNT
           PERFORM Build-Job-Trailer
           WRITE RECON-REPORT-RECORD FROM JOB-TRAILER-LINE
           CLOSE RECON-REPORT-FILE
           PERFORM Rewrite-Items-File
           IF WS-Settlements-Read
      *        THE CARDS NOW LIVE ON VENDBRK - VENDSETL IS EMPTIED
      *        SO TOMORROW'S RUN DOES NOT TAKE THEM A SECOND TIME.
               OPEN OUTPUT SETTLEMENT-FILE
               CLOSE SETTLEMENT-FILE
           END-IF
           MOVE WS-RC-COUNT         TO RLW-RECORDS
           MOVE WS-CARD-REJECTS     TO RLW-ERRORS
           MOVE "OK"                TO RLW-STATUS
           PERFORM Write-Run-Log
           PERFORM Register-Report
           DISPLAY "VNDRECN - SETTLEMENT CARDS:  " WS-CARD-COUNT
           DISPLAY "VNDRECN - CARDS REJECTED:    " WS-CARD-REJECTS
           DISPLAY "VNDRECN - ITEMS RECONCILED:  " WS-RC-COUNT
           DISPLAY "VNDRECN - CLEARED TODAY:     " WS-CLEARED-COUNT
           DISPLAY "VNDRECN - BREAKS OPEN:       " WS-OPEN-COUNT
           GOBACK.

      *****************************************************************
      *    THE ITEMS STILL OPEN COME FORWARD, WITH THEIR SETTLEMENT   *
      *    AMOUNTS AND OPENING DATES.  ITEMS A RUN OF TODAY'S         *
      *    BUSINESS DATE ALREADY CLEARED ALSO COME FORWARD, SO A      *
      *    RERUN REPORTS THEM AGAIN; ONES CLEARED ON AN EARLIER DATE  *
      *    DROP OFF.                                                  *
      *****************************************************************
       Load-Carried-Items.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT BREAK-FILE
           EVALUATE VENDBRK-FILE-STATUS
               WHEN "00"
                   PERFORM Load-Carried-Item UNTIL WS-End-Of-File
                   CLOSE BREAK-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "Y" TO WS-SOURCE-SWITCH
           END-EVALUATE.

       Load-Carried-Item.
           READ BREAK-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   IF VB-Break-Open OR VB-RUN-DATE = RLW-RUN-DATE
                       MOVE VB-VENDOR-ID TO WS-SK-VENDOR-ID
                       MOVE VB-FILE-DATE TO WS-SK-FILE-DATE
                       PERFORM Locate-Item
                       IF NOT WS-Item-Found
                           PERFORM Insert-Item
                       END-IF
                       IF WS-Item-Found
                           MOVE VB-OPENED-DATE   TO
                                   WS-RC-OPENED(WS-RC-SUB)
                           MOVE VB-SETTLED-FLAG  TO
                                   WS-RC-SETTLED(WS-RC-SUB)
                           MOVE VB-SETTLE-AMOUNT TO
                                   WS-RC-SETTLE(WS-RC-SUB)
                       END-IF
                   END-IF
           END-READ.

      *****************************************************************
      *    EACH SETTLEMENT CARD OPENS ITS ITEM, OR REPLACES THE       *
      *    AMOUNT ON ONE ALREADY OPEN.  A CARD WITH NO VENDOR, A      *
      *    FILE DATE THAT IS NOT A DATE, OR AN AMOUNT THAT IS NOT     *
      *    NUMERIC IS LISTED ON THE REPORT AND IGNORED.               *
      *****************************************************************
       Load-Settlement-Cards.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT SETTLEMENT-FILE
           EVALUATE VENDSETL-FILE-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-SETTLE-READ-SWITCH
                   PERFORM Load-Settlement-Card UNTIL WS-End-Of-File
                   CLOSE SETTLEMENT-FILE
               WHEN "35"
                   DISPLAY "VNDRECN - NO SETTLEMENT FILE VENDSETL "
                           "TODAY - OPEN ITEMS RECONCILED ONLY"
               WHEN OTHER
                   DISPLAY "**** SETTLEMENT FILE VENDSETL NOT "
                           "READABLE - STATUS " VENDSETL-FILE-STATUS
                           " - TODAY'S CARDS NOT TAKEN ****"
           END-EVALUATE.

       Load-Settlement-Card.
           READ SETTLEMENT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-CARD-COUNT
                   PERFORM Take-Settlement-Card
           END-READ.

       Take-Settlement-Card.
           MOVE "N" TO WS-CARD-BAD-SWITCH
           EVALUATE TRUE
               WHEN VS-VENDOR-ID = SPACES
                   MOVE "NO VENDOR ID"      TO VRR-CARD-REASON
                   MOVE "Y"                 TO WS-CARD-BAD-SWITCH
               WHEN VS-FILE-DATE NOT NUMERIC
                   MOVE "FILE DATE NOT NUMERIC" TO VRR-CARD-REASON
                   MOVE "Y"                 TO WS-CARD-BAD-SWITCH
               WHEN VS-AMOUNT NOT NUMERIC
                   MOVE "AMOUNT NOT NUMERIC" TO VRR-CARD-REASON
                   MOVE "Y"                 TO WS-CARD-BAD-SWITCH
           END-EVALUATE
           IF WS-Card-Bad
               ADD 1 TO WS-CARD-REJECTS
               MOVE VENDOR-SETTLEMENT-RECORD TO VRR-CARD-IMAGE
               WRITE RECON-REPORT-RECORD FROM VRR-CARD-LINE
           ELSE
               MOVE VS-VENDOR-ID TO WS-SK-VENDOR-ID
               MOVE VS-FILE-DATE TO WS-SK-FILE-DATE
               PERFORM Locate-Item
               IF NOT WS-Item-Found
                   PERFORM Insert-Item
               END-IF
               IF WS-Item-Found
                   MOVE "Y"       TO WS-RC-SETTLED(WS-RC-SUB)
                   MOVE VS-AMOUNT TO WS-RC-SETTLE(WS-RC-SUB)
               END-IF
           END-IF.

      *****************************************************************
      *    A VENDOR BATCH ACCEPTED FOR THE FIRST TIME TODAY OPENS ITS *
      *    ITEM EVEN BEFORE ITS SETTLEMENT ARRIVES - MONEY POSTED     *
      *    THAT THE VENDOR NEVER FUNDS IS A BREAK TOO.                *
      *****************************************************************
       Add-New-Batches.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT BATCH-REGISTER-FILE
           EVALUATE BATCHREG-FILE-STATUS
               WHEN "00"
                   PERFORM Add-New-Batch UNTIL WS-End-Of-File
                   CLOSE BATCH-REGISTER-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "Y"        TO WS-SOURCE-SWITCH
                   MOVE "BATCHREG" TO WS-SOURCE-NAME
                   MOVE BATCHREG-FILE-STATUS TO WS-SOURCE-STATUS
           END-EVALUATE.

       Add-New-Batch.
           READ BATCH-REGISTER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   IF BR-RUN-DATE = RLW-RUN-DATE
                       MOVE BR-VENDOR-ID TO WS-SK-VENDOR-ID
                       MOVE BR-FILE-DATE TO WS-SK-FILE-DATE
                       PERFORM Locate-Item
                       IF NOT WS-Item-Found
                           PERFORM Insert-Item
                       END-IF
                   END-IF
           END-READ.

      *****************************************************************
      *    FIND WS-SEARCH-KEY IN THE ITEM TABLE.  FOUND OR NOT,       *
      *    WS-RC-SUB IS LEFT WHERE THE KEY IS OR BELONGS.             *
      *****************************************************************
       Locate-Item.
           MOVE "N" TO WS-ITEM-FOUND-SWITCH
           MOVE "N" TO WS-SCAN-DONE-SWITCH
           PERFORM Compare-Item-Key
               VARYING WS-RC-SUB FROM 1 BY 1
               UNTIL WS-RC-SUB > WS-RC-COUNT
                     OR WS-Scan-Done
           IF WS-Scan-Done
               SUBTRACT 1 FROM WS-RC-SUB
           END-IF.

       Compare-Item-Key.
           IF WS-RC-KEY(WS-RC-SUB) NOT < WS-SEARCH-KEY
               MOVE "Y" TO WS-SCAN-DONE-SWITCH
               IF WS-RC-KEY(WS-RC-SUB) = WS-SEARCH-KEY
                   MOVE "Y" TO WS-ITEM-FOUND-SWITCH
               END-IF
           END-IF.

      *    OPEN A NEW ITEM AT WS-RC-SUB (SET BY Locate-Item), MOVING
      *    THE ITEMS AFTER IT DOWN ONE.  WS-ITEM-FOUND-SWITCH SAYS
      *    WHETHER THE ITEM IS NOW ON THE TABLE.
       Insert-Item.
           IF WS-RC-COUNT >= 500
               ADD 1 TO WS-OVERFLOW-COUNT
               DISPLAY "**** RECONCILIATION TABLE FULL AT 500 - "
                       "VENDOR " WS-SK-VENDOR-ID " FILE "
                       WS-SK-FILE-DATE " NOT RECONCILED ****"
           ELSE
               PERFORM Shift-Item-Down
                   VARYING WS-SHIFT-SUB FROM WS-RC-COUNT BY -1
                   UNTIL WS-SHIFT-SUB < WS-RC-SUB
               ADD 1 TO WS-RC-COUNT
               MOVE WS-SEARCH-KEY TO WS-RC-KEY(WS-RC-SUB)
               MOVE RLW-RUN-DATE  TO WS-RC-OPENED(WS-RC-SUB)
               MOVE "N"           TO WS-RC-SETTLED(WS-RC-SUB)
               MOVE ZERO          TO WS-RC-SETTLE(WS-RC-SUB)
               MOVE ZERO          TO WS-RC-ACCEPT(WS-RC-SUB)
               MOVE ZERO          TO WS-RC-SUSPEND(WS-RC-SUB)
               MOVE ZERO          TO WS-RC-POSTED(WS-RC-SUB)
               MOVE ZERO          TO WS-RC-REJECT(WS-RC-SUB)
               MOVE ZERO          TO WS-RC-UNPRICED(WS-RC-SUB)
               MOVE ZERO          TO WS-RC-DIFF(WS-RC-SUB)
               MOVE "O"           TO WS-RC-STATE(WS-RC-SUB)
               MOVE "Y"           TO WS-ITEM-FOUND-SWITCH
           END-IF.

       Shift-Item-Down.
           MOVE WS-RC-ENTRY(WS-SHIFT-SUB)
                             TO WS-RC-ENTRY(WS-SHIFT-SUB + 1).

      *****************************************************************
      *    ACCEPTED - EVERY LEDGER ENTRY FOR AN ITEM, WHATEVER        *
      *    BUSINESS DATE IT WAS ACCEPTED ON (A RECYCLED ITEM IS       *
      *    ACCEPTED DAYS AFTER ITS FILE ARRIVED).                     *
      *****************************************************************
       Sum-Accepted-Ledger.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT VENDOR-ACCEPT-FILE
           EVALUATE VENDACPT-FILE-STATUS
               WHEN "00"
                   PERFORM Sum-Accepted-Entry UNTIL WS-End-Of-File
                   CLOSE VENDOR-ACCEPT-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "Y"        TO WS-SOURCE-SWITCH
                   MOVE "VENDACPT" TO WS-SOURCE-NAME
                   MOVE VENDACPT-FILE-STATUS TO WS-SOURCE-STATUS
           END-EVALUATE.

       Sum-Accepted-Entry.
           READ VENDOR-ACCEPT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   MOVE VC-VENDOR-ID TO WS-SK-VENDOR-ID
                   MOVE VC-FILE-DATE TO WS-SK-FILE-DATE
                   PERFORM Locate-Item
                   IF WS-Item-Found
                       ADD VC-ACCEPT-AMOUNT TO WS-RC-ACCEPT(WS-RC-SUB)
                   END-IF
           END-READ.

      *****************************************************************
      *    SUSPENDED - THE ITEMS ON SUSPENSE AFTER TODAY'S EDIT RUN,  *
      *    AND THE ITEMS DEAD-LETTERED FOR MANUAL REVIEW.  BOTH HOLD  *
      *    THE TRANSACTION IMAGE; ONE SUSPENDED BEFORE THE STAMP      *
      *    EXISTED LEADS WITH THE IMAGE ITSELF.  AN AMOUNT THAT       *
      *    FAILED ITS EDIT CANNOT BE ADDED IN AND IS COUNTED ON THE   *
      *    ITEM INSTEAD.                                              *
      *****************************************************************
       Sum-Suspense-File.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT SUSPENSE-FILE
           EVALUATE SUSPENSE-FILE-STATUS
               WHEN "00"
                   PERFORM Sum-Suspense-Entry UNTIL WS-End-Of-File
                   CLOSE SUSPENSE-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "Y"        TO WS-SOURCE-SWITCH
                   MOVE "SUSPENSE" TO WS-SOURCE-NAME
                   MOVE SUSPENSE-FILE-STATUS TO WS-SOURCE-STATUS
           END-EVALUATE.

       Sum-Suspense-Entry.
           READ SUSPENSE-FILE INTO SUSPENSE-CONTROL-RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   PERFORM Add-Suspended-Item
           END-READ.

       Sum-Dead-Letter-File.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT SUSPENSE-DEAD-FILE
           EVALUATE SUSPDEAD-FILE-STATUS
               WHEN "00"
                   PERFORM Sum-Dead-Letter-Entry UNTIL WS-End-Of-File
                   CLOSE SUSPENSE-DEAD-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "Y"        TO WS-SOURCE-SWITCH
                   MOVE "SUSPDEAD" TO WS-SOURCE-NAME
                   MOVE SUSPDEAD-FILE-STATUS TO WS-SOURCE-STATUS
           END-EVALUATE.

       Sum-Dead-Letter-Entry.
           READ SUSPENSE-DEAD-FILE INTO SUSPENSE-CONTROL-RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   PERFORM Add-Suspended-Item
           END-READ.

       Add-Suspended-Item.
           IF SP-FIRST-DATE NUMERIC AND SP-RECYCLE-COUNT NUMERIC
               MOVE SP-TRAN-DATA TO TRAN-RECORD
           ELSE
               MOVE SUSPENSE-CONTROL-RECORD(1:80) TO TRAN-RECORD
           END-IF
           IF TR-DTL-VENDOR-ID NOT = SPACES
               MOVE TR-DTL-VENDOR-ID TO WS-SK-VENDOR-ID
               MOVE TR-DTL-FILE-DATE TO WS-SK-FILE-DATE
               PERFORM Locate-Item
               IF WS-Item-Found
                   PERFORM Check-Suspended-Amount
                   IF WS-Amount-Unreadable
                       ADD 1 TO WS-RC-UNPRICED(WS-RC-SUB)
                   ELSE
                       COMPUTE WS-ENTRY-AMOUNT =
                           FUNCTION NUMVAL(TR-AMOUNT)
                       ADD WS-ENTRY-AMOUNT TO WS-RC-SUSPEND(WS-RC-SUB)
                   END-IF
               END-IF
           END-IF.

      *    THE AMOUNT IS READABLE WHEN IT IS DIGITS WITH AT MOST ONE
      *    DECIMAL POINT, SPACES ALLOWED, AND NOT BLANK.
       Check-Suspended-Amount.
           MOVE "N"  TO WS-AMOUNT-BAD-SWITCH
           MOVE ZERO TO WS-POINT-COUNT
           IF TR-AMOUNT = SPACES
               MOVE "Y" TO WS-AMOUNT-BAD-SWITCH
           END-IF
           PERFORM Check-Amount-Char
               VARYING WS-CHAR-IDX FROM 1 BY 1 UNTIL WS-CHAR-IDX > 10
           IF WS-POINT-COUNT > 1
               MOVE "Y" TO WS-AMOUNT-BAD-SWITCH
           END-IF.

       Check-Amount-Char.
           EVALUATE TRUE
               WHEN TR-AMOUNT(WS-CHAR-IDX:1) = SPACE
                   CONTINUE
               WHEN TR-AMOUNT(WS-CHAR-IDX:1) = "."
                   ADD 1 TO WS-POINT-COUNT
               WHEN TR-AMOUNT(WS-CHAR-IDX:1) NOT NUMERIC
                   MOVE "Y" TO WS-AMOUNT-BAD-SWITCH
           END-EVALUATE.

      *****************************************************************
      *    POSTED - EVERY ACCTHIST ENTRY CARRYING AN ITEM'S VENDOR    *
      *    STAMP.  THE CREDIT LEG OF A TRANSFER MOVES THE SAME MONEY  *
      *    AS ITS DEBIT LEG AND IS NOT COUNTED AGAIN.                 *
      *****************************************************************
       Sum-Posted-History.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT ACCT-HISTORY-FILE
           EVALUATE ACCTHIST-FILE-STATUS
               WHEN "00"
                   PERFORM Sum-History-Entry UNTIL WS-End-Of-File
                   CLOSE ACCT-HISTORY-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "Y"        TO WS-SOURCE-SWITCH
                   MOVE "ACCTHIST" TO WS-SOURCE-NAME
                   MOVE ACCTHIST-FILE-STATUS TO WS-SOURCE-STATUS
           END-EVALUATE.

       Sum-History-Entry.
           READ ACCT-HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   IF AH-VENDOR-ID NOT = SPACES
                      AND NOT (AH-Credit-Side
                               AND AH-COUNTER-ACCOUNT NOT = SPACES)
                       MOVE AH-VENDOR-ID TO WS-SK-VENDOR-ID
                       MOVE AH-FILE-DATE TO WS-SK-FILE-DATE
                       PERFORM Locate-Item
                       IF WS-Item-Found
                           ADD AH-AMOUNT TO WS-RC-POSTED(WS-RC-SUB)
                       END-IF
                   END-IF
           END-READ.

      *****************************************************************
      *    REJECTED - EVERY PSTEXCP ENTRY CARRYING AN ITEM'S VENDOR   *
      *    STAMP.  POSTING WRITES BOTH LEGS OF A REJECTED TRANSFER    *
      *    ONE AFTER THE OTHER WITH THE SAME REFERENCE; THE SECOND    *
      *    LEG IS NOT COUNTED AGAIN.                                  *
      *****************************************************************
       Sum-Posting-Exceptions.
           MOVE "N"    TO WS-EOF-SWITCH
           MOVE "N"    TO WS-SECOND-LEG-SWITCH
           MOVE SPACES TO WS-PRIOR-KEY
           MOVE SPACES TO WS-PRIOR-REFERENCE
           MOVE ZERO   TO WS-PRIOR-RUN-DATE
           MOVE ZERO   TO WS-PRIOR-AMOUNT
           OPEN INPUT POSTING-EXCEPTION-FILE
           EVALUATE PSTEXCP-FILE-STATUS
               WHEN "00"
                   PERFORM Sum-Exception-Entry UNTIL WS-End-Of-File
                   CLOSE POSTING-EXCEPTION-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "Y"        TO WS-SOURCE-SWITCH
                   MOVE "PSTEXCP"  TO WS-SOURCE-NAME
                   MOVE PSTEXCP-FILE-STATUS TO WS-SOURCE-STATUS
           END-EVALUATE.

       Sum-Exception-Entry.
           READ POSTING-EXCEPTION-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   IF PX-VENDOR-ID = SPACES
                       MOVE SPACES TO WS-PRIOR-KEY
                       MOVE SPACES TO WS-PRIOR-REFERENCE
                   ELSE
                       PERFORM Count-Exception-Entry
                   END-IF
           END-READ.

       Count-Exception-Entry.
           MOVE PX-VENDOR-ID TO WS-SK-VENDOR-ID
           MOVE PX-FILE-DATE TO WS-SK-FILE-DATE
           IF PX-REFERENCE NOT = SPACES
              AND PX-REFERENCE = WS-PRIOR-REFERENCE
              AND WS-SEARCH-KEY = WS-PRIOR-KEY
              AND PX-RUN-DATE = WS-PRIOR-RUN-DATE
              AND PX-AMOUNT = WS-PRIOR-AMOUNT
              AND NOT WS-Prior-Second-Leg
               MOVE "Y" TO WS-SECOND-LEG-SWITCH
           ELSE
               MOVE "N"           TO WS-SECOND-LEG-SWITCH
               MOVE WS-SEARCH-KEY TO WS-PRIOR-KEY
               MOVE PX-REFERENCE  TO WS-PRIOR-REFERENCE
               MOVE PX-RUN-DATE   TO WS-PRIOR-RUN-DATE
               MOVE PX-AMOUNT     TO WS-PRIOR-AMOUNT
               PERFORM Locate-Item
               IF WS-Item-Found
                   ADD PX-AMOUNT TO WS-RC-REJECT(WS-RC-SUB)
               END-IF
           END-IF.

      *****************************************************************
      *    THE UNEXPLAINED DIFFERENCE IS WHAT THE VENDOR SAYS IT      *
      *    REMITTED LESS WHAT WE HOLD ON SUSPENSE, POSTED, OR         *
      *    REJECTED IN POSTING.  AN ITEM THAT BALANCES, IS FULLY      *
      *    SETTLED, AND HAS NOTHING ACCEPTED STILL UNPOSTED IS        *
      *    CLEARED (MATCHED, IF IT BALANCED ON ITS FIRST DAY).        *
      *****************************************************************
       Evaluate-Item.
           COMPUTE WS-RC-DIFF(WS-RC-SUB) =
               WS-RC-SETTLE(WS-RC-SUB)
             - WS-RC-SUSPEND(WS-RC-SUB)
             - WS-RC-POSTED(WS-RC-SUB)
             - WS-RC-REJECT(WS-RC-SUB)
           IF WS-RC-DIFF(WS-RC-SUB) = ZERO
              AND WS-RC-Settlement-In(WS-RC-SUB)
              AND WS-RC-ACCEPT(WS-RC-SUB) =
                  WS-RC-POSTED(WS-RC-SUB) + WS-RC-REJECT(WS-RC-SUB)
              AND WS-RC-UNPRICED(WS-RC-SUB) = ZERO
               IF WS-RC-OPENED(WS-RC-SUB) < RLW-RUN-DATE
                   MOVE "C" TO WS-RC-STATE(WS-RC-SUB)
                   ADD 1 TO WS-CLEARED-COUNT
               ELSE
                   MOVE "M" TO WS-RC-STATE(WS-RC-SUB)
                   ADD 1 TO WS-MATCHED-COUNT
               END-IF
           ELSE
               MOVE "O" TO WS-RC-STATE(WS-RC-SUB)
               ADD 1 TO WS-OPEN-COUNT
               ADD WS-RC-DIFF(WS-RC-SUB) TO WS-OPEN-TOTAL
           END-IF.

       Write-Open-Breaks.
           WRITE RECON-REPORT-RECORD FROM VRR-BLANK-LINE
           MOVE "OPEN BREAKS"       TO VRR-TITLE
           WRITE RECON-REPORT-RECORD FROM VRR-TITLE-LINE
           WRITE RECON-REPORT-RECORD FROM VRR-HEADING-1
           WRITE RECON-REPORT-RECORD FROM VRR-HEADING-2
           IF WS-OPEN-COUNT = ZERO
               MOVE "NO OPEN BREAKS"   TO VRR-NONE-TEXT
               WRITE RECON-REPORT-RECORD FROM VRR-NONE-LINE
           ELSE
               PERFORM Write-Open-Item
                   VARYING WS-RC-SUB FROM 1 BY 1
                   UNTIL WS-RC-SUB > WS-RC-COUNT
           END-IF.

       Write-Open-Item.
           IF WS-RC-Open(WS-RC-SUB)
               MOVE "OPEN" TO VRR-STATUS
               PERFORM Write-Item-Lines
               PERFORM Write-Item-Remarks
           END-IF.

       Write-Cleared-Items.
           WRITE RECON-REPORT-RECORD FROM VRR-BLANK-LINE
           MOVE "CLEARED TODAY"     TO VRR-TITLE
           WRITE RECON-REPORT-RECORD FROM VRR-TITLE-LINE
           IF WS-CLEARED-COUNT = ZERO
               MOVE "NO BREAKS CLEARED TODAY" TO VRR-NONE-TEXT
               WRITE RECON-REPORT-RECORD FROM VRR-NONE-LINE
           ELSE
               WRITE RECON-REPORT-RECORD FROM VRR-HEADING-1
               WRITE RECON-REPORT-RECORD FROM VRR-HEADING-2
               PERFORM Write-Cleared-Item
                   VARYING WS-RC-SUB FROM 1 BY 1
                   UNTIL WS-RC-SUB > WS-RC-COUNT
           END-IF.

       Write-Cleared-Item.
           IF WS-RC-Cleared(WS-RC-SUB)
               MOVE "CLEARED" TO VRR-STATUS
               PERFORM Write-Item-Lines
           END-IF.

       Write-Item-Lines.
           ADD 1 TO WS-LINE-COUNT
           COMPUTE WS-DAYS-OPEN = WS-RUN-INTEGER
               - FUNCTION INTEGER-OF-DATE(WS-RC-OPENED(WS-RC-SUB))
           MOVE WS-RC-VENDOR-ID(WS-RC-SUB) TO VRR-VENDOR-ID
           MOVE WS-RC-FILE-DATE(WS-RC-SUB) TO VRR-FILE-DATE
           MOVE WS-RC-SETTLE(WS-RC-SUB)    TO VRR-SETTLE
           MOVE WS-RC-ACCEPT(WS-RC-SUB)    TO VRR-ACCEPT
           MOVE WS-RC-SUSPEND(WS-RC-SUB)   TO VRR-SUSPEND
           WRITE RECON-REPORT-RECORD FROM VRR-ITEM-LINE-1
           MOVE WS-RC-POSTED(WS-RC-SUB)    TO VRR-POSTED
           MOVE WS-RC-REJECT(WS-RC-SUB)    TO VRR-REJECT
           MOVE WS-RC-DIFF(WS-RC-SUB)      TO VRR-DIFF
           MOVE WS-DAYS-OPEN               TO VRR-DAYS-OPEN
           WRITE RECON-REPORT-RECORD FROM VRR-ITEM-LINE-2.

      *    EACH REASON THE ITEM IS STILL OPEN GETS ITS OWN LINE.
       Write-Item-Remarks.
           IF NOT WS-RC-Settlement-In(WS-RC-SUB)
               MOVE "NO SETTLEMENT RECEIVED FROM VENDOR"
                                     TO VRR-REMARK
               WRITE RECON-REPORT-RECORD FROM VRR-REMARK-LINE
           ELSE
               IF WS-RC-SETTLE(WS-RC-SUB) NOT =
                  WS-RC-ACCEPT(WS-RC-SUB) + WS-RC-SUSPEND(WS-RC-SUB)
                   MOVE "SETTLEMENT NOT = ACCEPTED + SUSPENDED"
                                     TO VRR-REMARK
                   WRITE RECON-REPORT-RECORD FROM VRR-REMARK-LINE
               END-IF
           END-IF
           IF WS-RC-ACCEPT(WS-RC-SUB) NOT =
              WS-RC-POSTED(WS-RC-SUB) + WS-RC-REJECT(WS-RC-SUB)
               MOVE "ACCEPTED NOT = POSTED + REJECTED"
                                     TO VRR-REMARK
               WRITE RECON-REPORT-RECORD FROM VRR-REMARK-LINE
           END-IF
           IF WS-RC-UNPRICED(WS-RC-SUB) NOT = ZERO
               MOVE WS-RC-UNPRICED(WS-RC-SUB) TO VRR-UNPRICED
               WRITE RECON-REPORT-RECORD FROM VRR-UNPRICED-LINE
           END-IF.

      *****************************************************************
      *    ONE LINE PER VENDOR WITH OPEN BREAKS - HOW MANY, AND THEIR *
      *    NET UNEXPLAINED DIFFERENCE.  THE TABLE IS IN VENDOR ORDER, *
      *    SO A VENDOR'S ITEMS ARE CONSECUTIVE.                       *
      *****************************************************************
       Write-Vendor-Summary.
           WRITE RECON-REPORT-RECORD FROM VRR-BLANK-LINE
           MOVE "UNEXPLAINED DIFFERENCE BY VENDOR" TO VRR-TITLE
           WRITE RECON-REPORT-RECORD FROM VRR-TITLE-LINE
           IF WS-OPEN-COUNT = ZERO
               MOVE "NO VENDOR HAS AN OPEN BREAK" TO VRR-NONE-TEXT
               WRITE RECON-REPORT-RECORD FROM VRR-NONE-LINE
           ELSE
               MOVE SPACES TO WS-CUR-VENDOR
               MOVE ZERO   TO WS-VENDOR-BREAKS
               MOVE ZERO   TO WS-VENDOR-TOTAL
               PERFORM Add-Vendor-Summary
                   VARYING WS-RC-SUB FROM 1 BY 1
                   UNTIL WS-RC-SUB > WS-RC-COUNT
               PERFORM Write-Vendor-Line
           END-IF.

       Add-Vendor-Summary.
           IF WS-RC-VENDOR-ID(WS-RC-SUB) NOT = WS-CUR-VENDOR
               PERFORM Write-Vendor-Line
               MOVE WS-RC-VENDOR-ID(WS-RC-SUB) TO WS-CUR-VENDOR
               MOVE ZERO TO WS-VENDOR-BREAKS
               MOVE ZERO TO WS-VENDOR-TOTAL
           END-IF
           IF WS-RC-Open(WS-RC-SUB)
               ADD 1 TO WS-VENDOR-BREAKS
               ADD WS-RC-DIFF(WS-RC-SUB) TO WS-VENDOR-TOTAL
           END-IF.

       Write-Vendor-Line.
           IF WS-VENDOR-BREAKS NOT = ZERO
               MOVE WS-CUR-VENDOR    TO VRR-SUM-VENDOR-ID
               MOVE WS-VENDOR-BREAKS TO VRR-SUM-BREAKS
               MOVE WS-VENDOR-TOTAL  TO VRR-SUM-DIFF
               WRITE RECON-REPORT-RECORD FROM VRR-VENDOR-LINE
           END-IF.

       Write-Report-Totals.
           WRITE RECON-REPORT-RECORD FROM VRR-BLANK-LINE
           MOVE "SETTLEMENT CARDS READ"    TO VRR-COUNT-LABEL
           MOVE WS-CARD-COUNT              TO VRR-COUNT-VALUE
           WRITE RECON-REPORT-RECORD FROM VRR-COUNT-LINE
           MOVE "SETTLEMENT CARDS REJECTED" TO VRR-COUNT-LABEL
           MOVE WS-CARD-REJECTS            TO VRR-COUNT-VALUE
           WRITE RECON-REPORT-RECORD FROM VRR-COUNT-LINE
           MOVE "VENDOR FILES RECONCILED"  TO VRR-COUNT-LABEL
           MOVE WS-RC-COUNT                TO VRR-COUNT-VALUE
           WRITE RECON-REPORT-RECORD FROM VRR-COUNT-LINE
           MOVE "MATCHED ON FIRST RECONCILIATION" TO VRR-COUNT-LABEL
           MOVE WS-MATCHED-COUNT           TO VRR-COUNT-VALUE
           WRITE RECON-REPORT-RECORD FROM VRR-COUNT-LINE
           MOVE "BREAKS CLEARED TODAY"     TO VRR-COUNT-LABEL
           MOVE WS-CLEARED-COUNT           TO VRR-COUNT-VALUE
           WRITE RECON-REPORT-RECORD FROM VRR-COUNT-LINE
           MOVE "BREAKS OPEN"              TO VRR-COUNT-LABEL
           MOVE WS-OPEN-COUNT              TO VRR-COUNT-VALUE
           WRITE RECON-REPORT-RECORD FROM VRR-COUNT-LINE
           IF WS-OVERFLOW-COUNT NOT = ZERO
               MOVE "NOT RECONCILED - TABLE FULL" TO VRR-COUNT-LABEL
               MOVE WS-OVERFLOW-COUNT          TO VRR-COUNT-VALUE
               WRITE RECON-REPORT-RECORD FROM VRR-COUNT-LINE
           END-IF
           MOVE WS-OPEN-TOTAL              TO VRR-OPEN-TOTAL
           WRITE RECON-REPORT-RECORD FROM VRR-TOTAL-LINE.

      *****************************************************************
      *    EVERY ITEM RECONCILED TODAY GOES BACK ON VENDBRK - OPEN    *
      *    ONES TO BE CARRIED, CLEARED AND MATCHED ONES UNDER TODAY'S *
      *    DATE ONLY, SO A RERUN STILL SEES THEM.                     *
      *****************************************************************
       Rewrite-Items-File.
           OPEN OUTPUT BREAK-FILE
           PERFORM Write-Item-Record
               VARYING WS-RC-SUB FROM 1 BY 1
               UNTIL WS-RC-SUB > WS-RC-COUNT
           CLOSE BREAK-FILE.

       Write-Item-Record.
           MOVE WS-RC-VENDOR-ID(WS-RC-SUB) TO VB-VENDOR-ID
           MOVE SPACE                      TO VB-SPACE-1
           MOVE WS-RC-FILE-DATE(WS-RC-SUB) TO VB-FILE-DATE
           MOVE SPACE                      TO VB-SPACE-2
           IF WS-RC-Open(WS-RC-SUB)
               MOVE "OPEN" TO VB-STATUS
           ELSE
               MOVE "CLRD" TO VB-STATUS
           END-IF
           MOVE SPACE                      TO VB-SPACE-3
           MOVE WS-RC-OPENED(WS-RC-SUB)    TO VB-OPENED-DATE
           MOVE SPACE                      TO VB-SPACE-4
           MOVE RLW-RUN-DATE               TO VB-RUN-DATE
           MOVE SPACE                      TO VB-SPACE-5
           MOVE WS-RC-SETTLED(WS-RC-SUB)   TO VB-SETTLED-FLAG
           MOVE SPACE                      TO VB-SPACE-6
           MOVE WS-RC-SETTLE(WS-RC-SUB)    TO VB-SETTLE-AMOUNT
           MOVE SPACE                      TO VB-SPACE-7
           MOVE WS-RC-ACCEPT(WS-RC-SUB)    TO VB-ACCEPT-AMOUNT
           MOVE SPACE                      TO VB-SPACE-8
           MOVE WS-RC-SUSPEND(WS-RC-SUB)   TO VB-SUSPENSE-AMOUNT
           MOVE SPACE                      TO VB-SPACE-9
           MOVE WS-RC-POSTED(WS-RC-SUB)    TO VB-POSTED-AMOUNT
           MOVE SPACE                      TO VB-SPACE-10
           MOVE WS-RC-REJECT(WS-RC-SUB)    TO VB-REJECT-AMOUNT
           MOVE SPACE                      TO VB-SPACE-11
           MOVE WS-RC-DIFF(WS-RC-SUB)      TO VB-DIFFERENCE
           WRITE VENDOR-BREAK-RECORD.

       Register-Report.
           OPEN INPUT REPORT-REGISTER-FILE
           IF RPTREG-FILE-STATUS = "35"
               OPEN OUTPUT REPORT-REGISTER-FILE
           ELSE
               CLOSE REPORT-REGISTER-FILE
               OPEN EXTEND REPORT-REGISTER-FILE
           END-IF
           MOVE RLW-RUN-DATE         TO RG-RUN-DATE
           MOVE SPACE                TO RG-SPACE-1
           MOVE "VRECRPT"            TO RG-REPORT-NAME
           MOVE SPACE                TO RG-SPACE-2
           MOVE WS-VRECRPT-FILE-NAME TO RG-FILE-NAME
           MOVE SPACE                TO RG-SPACE-3
           MOVE WS-OPEN-COUNT        TO RG-RECORD-COUNT
           MOVE SPACE                TO RG-SPACE-4
           MOVE RLW-END-HOUR         TO RG-RUN-HOUR
           MOVE ":"                  TO RG-TIME-SEP
           MOVE RLW-END-MINUTE       TO RG-RUN-MINUTE
           WRITE REPORT-REGISTER-RECORD
           CLOSE REPORT-REGISTER-FILE.

       COPY JOBHDRP.

       COPY RUNLOGP.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RevMaint.
       AUTHOR. D-SHIFT-APPS.
       INSTALLATION. DATA-CENTER-OPERATIONS.
       DATE-WRITTEN. 2026-10-15.
      *****************************************************************
      *    PURPOSE : REVERSAL AND CORRECTION MAINTENANCE.  REPLACES   *
      *              UNDOING A WRONG POSTING WITH A FAKE ADJD/ADJC    *
      *              RECORD SENT THROUGH A VENDOR FILE OR A HAND      *
      *              PATCH TO ACCTMAST, NEITHER OF WHICH TIED BACK TO *
      *              THE ORIGINAL ENTRY.  ONE SUPERVISOR PICKS A      *
      *              POSTED HISTORY ENTRY (ACCOUNT, BUSINESS DATE,    *
      *              TRAN CODE, AMOUNT) AND REQUESTS A FULL REVERSAL  *
      *              OR A CORRECTED AMOUNT; THE REQUEST WAITS ON      *
      *              REVREQ UNTIL A DIFFERENT SUPERVISOR APPROVES OR  *
      *              DECLINES IT.  AN APPROVED REQUEST QUEUES A       *
      *              REVERSING ENTRY (REVD/REVC) - AND FOR A          *
      *              CORRECTION, A NEW ENTRY AT THE CORRECT AMOUNT    *
      *              UNDER THE ORIGINAL CODE - ON ACCTPEND THE WAY    *
      *              ACCTMAINT QUEUES OPENING BALANCES, SO THE MONEY  *
      *              POSTS, REACHES ACCTHIST AND THE GL EXTRACT, AND  *
      *              PROVES IN THE TRIAL BALANCE LIKE ANY OTHER.  THE *
      *              ORIGINAL HISTORY ENTRY IS FLAGGED REVERSED SO IT *
      *              CANNOT BE REVERSED TWICE, AND THE QUEUED ENTRIES *
      *              CARRY THE REQUEST NUMBER AS THEIR REFERENCE.     *
      *              IF POSTING REJECTS THE REVERSING ENTRY, POSTING  *
      *              CLEARS THE FLAG AGAIN (RVCL ON PSTEXCP) SO THE   *
      *              ENTRY CAN BE PUT UP FOR A NEW REQUEST.           *
      *              THE REQUEST, THE APPROVAL, AND A DECLINE EACH    *
      *              APPEND AN AUDIT RECORD TO ACCTAUD.  ONLY         *
      *              OPERATORS WITH THE OPR-AUTH-SUPV FLAG MAY RUN    *
      *              THIS PROGRAM AT ALL.                             *
      *****************************************************************
      *    MODIFICATION HISTORY                                       *
      *    ------------------------------------------------------     *
      *    2026-10-15  JM  AN ENTRY DATED IN A FISCAL PERIOD ALREADY  *
      *                    CLOSED ON PERLOCK CAN NO LONGER BE PUT UP  *
      *                    FOR REVERSAL OR CORRECTION, AND A REQUEST  *
      *                    AGAINST ONE THAT WAS PENDING WHEN THE      *
      *                    PERIOD CLOSED CANNOT BE APPROVED - ONLY    *
      *                    DECLINED.                                  *
      *    2026-10-15  JM  A TRANSFER LEG (XFER) MAY BE REVERSED BUT  *
      *                    NOT CORRECTED - A CORRECTED AMOUNT WOULD   *
      *                    QUEUE ONE LEG OF A TRANSFER ON ITS OWN.    *
      *                    THE TRANSFER IS RE-SENT AT THE RIGHT       *
      *                    AMOUNT INSTEAD.  THE HISTORY WORK FILE     *
      *                    CARRIES THE LONGER ACCTHIST RECORD.        *
      *    2026-10-15  JM  HISTORY WORK FILE WIDENED FOR THE VENDOR   *
      *                    ID AND FILE DATE NOW ON ACCTHIST.          *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPRMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPRMAST-FILE-STATUS.

           SELECT REVERSAL-REQUEST-FILE ASSIGN TO "REVREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REVREQ-FILE-STATUS.

           SELECT ACCT-HISTORY-FILE ASSIGN TO "ACCTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCTHIST-FILE-STATUS.

           SELECT HISTORY-WORK-FILE ASSIGN TO "ACCTHWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTWORK-FILE-STATUS.

           SELECT ACCT-AUDIT-FILE ASSIGN TO "ACCTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT PENDING-TRAN-FILE ASSIGN TO "ACCTPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-FILE-STATUS.

           SELECT PERIOD-LOCK-FILE ASSIGN TO "PERLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERLOCK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER-FILE.
       COPY OPRMREC.

       FD  REVERSAL-REQUEST-FILE.
       COPY REVREQRC.

       FD  ACCT-HISTORY-FILE.
       COPY ACCTHST.

       FD  HISTORY-WORK-FILE.
       01  HISTORY-WORK-RECORD      PIC X(94).

       FD  ACCT-AUDIT-FILE.
       COPY ACCTAUD.

       FD  PENDING-TRAN-FILE.
       COPY TRANREC.

       FD  PERIOD-LOCK-FILE.
       COPY PERLKREC.

       WORKING-STORAGE SECTION.
       01  OPRMAST-FILE-STATUS  PIC X(02).
       01  REVREQ-FILE-STATUS   PIC X(02).
       01  ACCTHIST-FILE-STATUS PIC X(02).
       01  HISTWORK-FILE-STATUS PIC X(02).
       01  AUDIT-FILE-STATUS    PIC X(02).
       01  PENDING-FILE-STATUS  PIC X(02).

       01  WS-SUPV-AUTH-SWITCH  PIC X(01).
           88  WS-SUPERVISOR-OK     VALUE "Y".

       01  WS-OPRMAST-EOF-SWITCH PIC X(01).
           88  WS-END-OF-OPRMAST    VALUE "Y".

       01  WS-OPRMAST-AVAIL-SWITCH PIC X(01).
           88  WS-OPRMAST-UNAVAILABLE  VALUE "Y".

       01  WS-EXIT-SWITCH       PIC X(01).
           88  WS-MAINT-EXIT        VALUE "Y".

       01  WS-INPUT-BAD-SWITCH  PIC X(01).
           88  WS-INPUT-BAD         VALUE "Y".

       01  WS-REQ-EOF-SWITCH    PIC X(01).
           88  WS-END-OF-REVREQ     VALUE "Y".

       01  WS-REQ-FULL-SWITCH   PIC X(01).
           88  WS-REQUEST-FILE-FULL VALUE "Y".

       01  WS-HIST-EOF-SWITCH   PIC X(01).
           88  WS-END-OF-HISTORY    VALUE "Y".

       01  WS-HIST-AVAIL-SWITCH PIC X(01).
           88  WS-HISTORY-UNAVAILABLE VALUE "Y".

       01  WS-HWRK-EOF-SWITCH   PIC X(01).
           88  WS-END-OF-HISTWORK   VALUE "Y".

       01  WS-ENTRY-MARKED-SWITCH PIC X(01).
           88  WS-ENTRY-MARKED      VALUE "Y".

       01  WS-FOUND-SUB         PIC 9(03) COMP.
           88  WS-TARGET-NOT-FOUND  VALUE ZERO.

       01  WS-SCAN-SUB          PIC 9(03) COMP.
       01  WS-OPR-COUNT         PIC 9(03) COMP VALUE ZERO.

       01  WS-OPR-TABLE.
           05  WS-OPR-ENTRY OCCURS 100 TIMES.
               10  WS-OPR-ID-T      PIC X(08).
               10  WS-OPR-NAME-T    PIC X(20).
               10  WS-OPR-OPEN-T    PIC X(01).
               10  WS-OPR-SUPV-T    PIC X(01).

      *****************************************************************
      *    THE REQUEST FILE IS HELD IN STORAGE AND REWRITTEN WHOLE    *
      *    AFTER EVERY CHANGE, THE WAY OPRMAINT REWRITES OPRMAST.  A  *
      *    FILE TOO BIG FOR THE TABLE IS NEVER REWRITTEN - THAT WOULD *
      *    DROP THE REQUESTS THAT DID NOT FIT.                        *
      *****************************************************************
       01  WS-REQ-COUNT         PIC 9(03) COMP VALUE ZERO.
       01  WS-REQ-SUB           PIC 9(03) COMP.
       01  WS-REQ-FOUND-SUB     PIC 9(03) COMP.
           88  WS-REQUEST-NOT-FOUND VALUE ZERO.

       01  WS-REQ-TABLE.
           05  WS-REQ-ENTRY OCCURS 500 TIMES.
               10  WS-RQ-NUMBER-T   PIC 9(06).
               10  WS-RQ-STATUS-T   PIC X(01).
               10  WS-RQ-TYPE-T     PIC X(01).
               10  WS-RQ-ACCOUNT-T  PIC X(08).
               10  WS-RQ-HDATE-T    PIC 9(08).
               10  WS-RQ-CODE-T     PIC X(04).
               10  WS-RQ-DC-T       PIC X(02).
               10  WS-RQ-ORIG-T     PIC 9(11)V99.
               10  WS-RQ-NEW-T      PIC 9(11)V99.
               10  WS-RQ-REQ-SUPV-T PIC X(08).
               10  WS-RQ-REQ-DATE-T PIC 9(08).
               10  WS-RQ-APR-SUPV-T PIC X(08).
               10  WS-RQ-APR-DATE-T PIC 9(08).

       01  WS-NEXT-REQUEST-NO   PIC 9(06).
       01  WS-PENDING-LISTED    PIC 9(03) COMP.

       01  WS-SUPV-ID           PIC X(08).
       01  WS-SUPV-ENTRY        PIC X(20).
       01  WS-TARGET-ID         PIC X(08).
       01  WS-MAINT-CHOICE      PIC X(01).
       01  WS-DECISION          PIC X(01).
       01  WS-REQ-TYPE          PIC X(01).
           88  WS-TYPE-CORRECTION   VALUE "C".

      *    THE HISTORY ENTRY THE SUPERVISOR IS WORKING ON.
       01  WS-ACCOUNT-NO-X      PIC X(08).
       01  WS-HIST-DATE-X       PIC X(08).
       01  WS-HIST-DATE         PIC 9(08).
       01  WS-TRAN-CODE-X       PIC X(04).
       01  WS-DC-SAVE           PIC X(02).
       01  WS-AMOUNT-X          PIC X(10).
       01  WS-ORIG-AMOUNT       PIC 9(11)V99.
       01  WS-NEW-AMOUNT        PIC 9(11)V99.
       01  WS-REQUEST-NO-X      PIC X(06).
       01  WS-REQUEST-NO        PIC 9(06).
       01  WS-REFERENCE-SAVE    PIC X(10).

       01  WS-OPEN-MATCH-COUNT  PIC 9(04) COMP.
       01  WS-PEND-MATCH-COUNT  PIC 9(04) COMP.

      *    A QUEUED AMOUNT GOES ON ACCTPEND IN THE SAME TEN-BYTE
      *    DIGITS-AND-POINT FORM THE INTERFACE FILES USE.
       01  WS-QUEUE-AMOUNT-LIMIT PIC 9(11)V99 VALUE 9999999.99.
       01  WS-QUEUE-AMOUNT      PIC 9(07).99.
       01  WS-AMOUNT-DISP       PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-CHAR-IDX          PIC 9(02) COMP.
       01  WS-CLASS-RESULT      PIC X(01).

       01  WS-OLD-VALUE         PIC X(20).
       01  WS-AUDIT-ACTION      PIC X(06).
       01  WS-AUDIT-NEW-VALUE   PIC X(20).

      *    AUDIT "OLD" VALUE - THE HISTORY ENTRY BEING REVERSED.
       01  WS-AUDIT-ENTRY.
           05  WS-AE-DATE           PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-AE-CODE           PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-AE-DC             PIC X(02).
           05  FILLER               PIC X(04) VALUE SPACES.

      *    AUDIT "NEW" VALUE - TYPE, REQUEST NUMBER, AND THE AMOUNT
      *    REVERSED (FULL) OR THE CORRECTED AMOUNT (CORRECTION).
       01  WS-AUDIT-REQUEST.
           05  WS-AR-TYPE           PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-AR-REQUEST-NO     PIC 9(06).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-AR-AMOUNT         PIC ZZZZZZZ9.99.

       01  WS-RUN-DATE          PIC 9(08).
       01  WS-RUN-TIME.
           05  WS-RUN-HOUR          PIC 99.
           05  WS-RUN-MINUTE        PIC 99.
           05  FILLER               PIC 9(4).

       COPY PERLKW.

       PROCEDURE DIVISION.
       Begin.
      *    RESET SWITCHES AT THE TOP SO A SECOND CALL IN THE SAME RUN
      *    UNIT (FROM THE DAILY JOB MENU) RE-VALIDATES THE SUPERVISOR.
           MOVE "N" TO WS-SUPV-AUTH-SWITCH
           MOVE "N" TO WS-EXIT-SWITCH
           PERFORM Validate-Supervisor UNTIL WS-Supervisor-OK
                                          OR WS-Oprmast-Unavailable
           IF WS-Oprmast-Unavailable
               GOBACK
           END-IF
           PERFORM Maintenance-Menu UNTIL WS-Maint-Exit
           GOBACK.

       Validate-Supervisor.
           DISPLAY "ENTER SUPERVISOR OPERATOR ID - "
               WITH NO ADVANCING
           ACCEPT WS-SUPV-ENTRY
           MOVE WS-SUPV-ENTRY(1:8) TO WS-SUPV-ID
           MOVE WS-SUPV-ID         TO WS-TARGET-ID
           PERFORM Load-Operator-Table
           IF WS-Oprmast-Unavailable
               DISPLAY "**** CANNOT VALIDATE SUPERVISOR - OPERATOR "
                       "MASTER FILE OPRMAST NOT AVAILABLE - "
                       "MAINTENANCE ABORTED ****"
           ELSE
               PERFORM Find-Target-Operator
               EVALUATE TRUE
                   WHEN WS-Target-Not-Found
                       DISPLAY "**** OPERATOR ID NOT RECOGNIZED - "
                               "PLEASE RE-ENTER ****"
                   WHEN WS-OPR-SUPV-T(WS-FOUND-SUB) NOT = "Y"
                       DISPLAY "**** OPERATOR IS NOT A SUPERVISOR - "
                               "MAINTENANCE IS RESTRICTED - PLEASE "
                               "RE-ENTER ****"
                   WHEN OTHER
                       MOVE "Y" TO WS-SUPV-AUTH-SWITCH
               END-EVALUATE
           END-IF.

       Maintenance-Menu.
           DISPLAY " "
           DISPLAY "REVERSAL AND CORRECTION MAINTENANCE"
           DISPLAY "R. REQUEST A FULL REVERSAL"
           DISPLAY "C. REQUEST A CORRECTED AMOUNT"
           DISPLAY "A. APPROVE OR DECLINE A PENDING REQUEST"
           DISPLAY "L. LIST PENDING REQUESTS"
           DISPLAY "X. EXIT"
           DISPLAY "ENTER YOUR CHOICE - " WITH NO ADVANCING
           ACCEPT WS-MAINT-CHOICE
           EVALUATE WS-MAINT-CHOICE
               WHEN "R"
                   MOVE "R" TO WS-REQ-TYPE
                   PERFORM Request-Reversal
               WHEN "C"
                   MOVE "C" TO WS-REQ-TYPE
                   PERFORM Request-Reversal
               WHEN "A"
                   PERFORM Review-Pending-Request
               WHEN "L"
                   PERFORM List-Pending-Requests
               WHEN "X"
                   MOVE "Y" TO WS-EXIT-SWITCH
               WHEN OTHER
                   DISPLAY "**** NOT A VALID CHOICE - RE-ENTER ****"
           END-EVALUATE.

      *****************************************************************
      *    A FULL REVERSAL AND A CORRECTION SHARE ONE PARAGRAPH - THE *
      *    MENU SETS WS-REQ-TYPE TO "R" OR "C" BEFORE PERFORMING IT.  *
      *    THE ENTRY MUST STILL BE ON ACCTHIST UNREVERSED, AND THERE  *
      *    MUST BE MORE SUCH IDENTICAL ENTRIES THAN REQUESTS ALREADY  *
      *    PENDING AGAINST THEM, SO ONE ENTRY CANNOT BE PUT UP FOR    *
      *    REVERSAL TWICE WHILE THE FIRST REQUEST AWAITS APPROVAL.    *
      *****************************************************************
       Request-Reversal.
           PERFORM Load-Request-Table
           IF WS-Request-File-Full
               DISPLAY "**** REQUEST FILE REVREQ HOLDS MORE THAN 500 "
                       "REQUESTS - ARCHIVE IT BEFORE ADDING MORE ****"
           ELSE
               PERFORM Prompt-History-Entry
               IF NOT WS-Input-Bad
                   PERFORM Count-History-Matches
                   PERFORM Count-Pending-Matches
                   MOVE WS-HIST-DATE TO PLW-CHECK-DATE
                   PERFORM Check-Period-Lock
                   EVALUATE TRUE
                       WHEN WS-History-Unavailable
                           DISPLAY "**** HISTORY FILE ACCTHIST NOT "
                                   "AVAILABLE - NOT REQUESTED ****"
                       WHEN PLW-Date-Locked
                           DISPLAY "**** ENTRY IS IN CLOSED FISCAL "
                                   "PERIOD " PLW-LOCKED-PERIOD " OF "
                                   PLW-LOCKED-YEAR
                                   " - NOT REQUESTED ****"
                       WHEN WS-TRAN-CODE-X = "REVD" OR "REVC"
                           DISPLAY "**** ENTRY IS ITSELF A REVERSAL "
                                   "- NOT REQUESTED ****"
                       WHEN WS-OPEN-MATCH-COUNT = ZERO
                           DISPLAY "**** NO UNREVERSED HISTORY ENTRY "
                                   "MATCHES - NOT REQUESTED ****"
                       WHEN WS-PEND-MATCH-COUNT >= WS-OPEN-MATCH-COUNT
                           DISPLAY "**** ENTRY ALREADY HAS A PENDING "
                                   "REQUEST - NOT REQUESTED ****"
                       WHEN OTHER
                           PERFORM Take-Request-Amount
                   END-EVALUATE
               END-IF
           END-IF.

       Prompt-History-Entry.
           MOVE "N" TO WS-INPUT-BAD-SWITCH
           DISPLAY "ENTER ACCOUNT NUMBER - " WITH NO ADVANCING
           ACCEPT WS-ACCOUNT-NO-X
           DISPLAY "ENTER BUSINESS DATE POSTED (CCYYMMDD) - "
               WITH NO ADVANCING
           ACCEPT WS-HIST-DATE-X
           DISPLAY "ENTER TRAN CODE - " WITH NO ADVANCING
           ACCEPT WS-TRAN-CODE-X
           DISPLAY "ENTER AMOUNT POSTED - " WITH NO ADVANCING
           ACCEPT WS-AMOUNT-X
           EVALUATE TRUE
               WHEN WS-ACCOUNT-NO-X NOT NUMERIC
                   DISPLAY "**** ACCOUNT NUMBER MUST BE EIGHT "
                           "DIGITS - NOT REQUESTED ****"
                   MOVE "Y" TO WS-INPUT-BAD-SWITCH
               WHEN WS-HIST-DATE-X NOT NUMERIC
                   DISPLAY "**** DATE MUST BE CCYYMMDD - NOT "
                           "REQUESTED ****"
                   MOVE "Y" TO WS-INPUT-BAD-SWITCH
               WHEN WS-TRAN-CODE-X = SPACES
                   DISPLAY "**** TRAN CODE MUST BE ENTERED - NOT "
                           "REQUESTED ****"
                   MOVE "Y" TO WS-INPUT-BAD-SWITCH
               WHEN OTHER
                   PERFORM Edit-Amount-Field
                   IF WS-Input-Bad
                       DISPLAY "**** AMOUNT MUST BE NUMERIC - NOT "
                               "REQUESTED ****"
                   ELSE
                       MOVE WS-HIST-DATE-X TO WS-HIST-DATE
                       COMPUTE WS-ORIG-AMOUNT =
                           FUNCTION NUMVAL(WS-AMOUNT-X)
                   END-IF
           END-EVALUATE.

       Take-Request-Amount.
           MOVE ZERO TO WS-NEW-AMOUNT
           MOVE "N"  TO WS-INPUT-BAD-SWITCH
           IF WS-Type-Correction
               DISPLAY "ENTER CORRECT AMOUNT - " WITH NO ADVANCING
               ACCEPT WS-AMOUNT-X
               PERFORM Edit-Amount-Field
               IF NOT WS-Input-Bad
                   COMPUTE WS-NEW-AMOUNT = FUNCTION NUMVAL(WS-AMOUNT-X)
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-Input-Bad
                   DISPLAY "**** CORRECT AMOUNT MUST BE NUMERIC - "
                           "NOT REQUESTED ****"
               WHEN WS-Type-Correction AND WS-TRAN-CODE-X = "XFER"
                   DISPLAY "**** A TRANSFER LEG CANNOT BE CORRECTED "
                           "- REVERSE IT AND RE-SEND THE TRANSFER - "
                           "NOT REQUESTED ****"
               WHEN WS-Type-Correction AND WS-NEW-AMOUNT = ZERO
                   DISPLAY "**** A ZERO CORRECTION IS A FULL "
                           "REVERSAL - USE OPTION R - NOT "
                           "REQUESTED ****"
               WHEN WS-Type-Correction
                AND WS-NEW-AMOUNT = WS-ORIG-AMOUNT
                   DISPLAY "**** CORRECT AMOUNT EQUALS THE POSTED "
                           "AMOUNT - NOT REQUESTED ****"
               WHEN WS-ORIG-AMOUNT > WS-QUEUE-AMOUNT-LIMIT
                 OR WS-NEW-AMOUNT > WS-QUEUE-AMOUNT-LIMIT
                   DISPLAY "**** AMOUNT TOO LARGE TO QUEUE FOR "
                           "POSTING - NOT REQUESTED ****"
               WHEN OTHER
                   PERFORM Add-Request-Entry
           END-EVALUATE.

       Add-Request-Entry.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE ZERO TO WS-NEXT-REQUEST-NO
           PERFORM Find-Highest-Request
               VARYING WS-REQ-SUB FROM 1 BY 1
               UNTIL WS-REQ-SUB > WS-REQ-COUNT
           ADD 1 TO WS-NEXT-REQUEST-NO
           ADD 1 TO WS-REQ-COUNT
           MOVE WS-NEXT-REQUEST-NO TO WS-RQ-NUMBER-T(WS-REQ-COUNT)
           MOVE "P"                TO WS-RQ-STATUS-T(WS-REQ-COUNT)
           MOVE WS-REQ-TYPE        TO WS-RQ-TYPE-T(WS-REQ-COUNT)
           MOVE WS-ACCOUNT-NO-X    TO WS-RQ-ACCOUNT-T(WS-REQ-COUNT)
           MOVE WS-HIST-DATE       TO WS-RQ-HDATE-T(WS-REQ-COUNT)
           MOVE WS-TRAN-CODE-X     TO WS-RQ-CODE-T(WS-REQ-COUNT)
           MOVE WS-DC-SAVE         TO WS-RQ-DC-T(WS-REQ-COUNT)
           MOVE WS-ORIG-AMOUNT     TO WS-RQ-ORIG-T(WS-REQ-COUNT)
           MOVE WS-NEW-AMOUNT      TO WS-RQ-NEW-T(WS-REQ-COUNT)
           MOVE WS-SUPV-ID         TO WS-RQ-REQ-SUPV-T(WS-REQ-COUNT)
           MOVE WS-RUN-DATE        TO WS-RQ-REQ-DATE-T(WS-REQ-COUNT)
           MOVE SPACES             TO WS-RQ-APR-SUPV-T(WS-REQ-COUNT)
           MOVE ZERO               TO WS-RQ-APR-DATE-T(WS-REQ-COUNT)
           PERFORM Rewrite-Request-File
           MOVE WS-REQ-COUNT TO WS-REQ-FOUND-SUB
           MOVE "REVREQ"     TO WS-AUDIT-ACTION
           PERFORM Write-Request-Audit
           DISPLAY "REQUEST " WS-NEXT-REQUEST-NO " QUEUED FOR A "
                   "SECOND SUPERVISOR'S APPROVAL".

       Find-Highest-Request.
           IF WS-RQ-NUMBER-T(WS-REQ-SUB) > WS-NEXT-REQUEST-NO
               MOVE WS-RQ-NUMBER-T(WS-REQ-SUB) TO WS-NEXT-REQUEST-NO
           END-IF.

      *****************************************************************
      *    MAKER/CHECKER - THE SUPERVISOR SIGNED ON HERE MAY APPROVE  *
      *    OR DECLINE ONLY A REQUEST SOME OTHER SUPERVISOR MADE.      *
      *****************************************************************
       Review-Pending-Request.
           PERFORM Load-Request-Table
           IF WS-Request-File-Full
               DISPLAY "**** REQUEST FILE REVREQ HOLDS MORE THAN 500 "
                       "REQUESTS - ARCHIVE IT BEFORE APPROVING ****"
           ELSE
               DISPLAY "ENTER REQUEST NUMBER - " WITH NO ADVANCING
               ACCEPT WS-REQUEST-NO-X
               IF WS-REQUEST-NO-X NOT NUMERIC
                   DISPLAY "**** REQUEST NUMBER MUST BE SIX "
                           "DIGITS ****"
               ELSE
                   MOVE WS-REQUEST-NO-X TO WS-REQUEST-NO
                   PERFORM Find-Request-Entry
                   EVALUATE TRUE
                       WHEN WS-Request-Not-Found
                           DISPLAY "**** REQUEST " WS-REQUEST-NO
                                   " NOT ON FILE ****"
                       WHEN WS-RQ-STATUS-T(WS-REQ-FOUND-SUB)
                               NOT = "P"
                           DISPLAY "**** REQUEST " WS-REQUEST-NO
                                   " IS NOT PENDING ****"
                       WHEN WS-RQ-REQ-SUPV-T(WS-REQ-FOUND-SUB)
                               = WS-SUPV-ID
                           DISPLAY "**** A REQUEST MUST BE APPROVED "
                                   "BY A DIFFERENT SUPERVISOR THAN "
                                   "THE ONE WHO MADE IT ****"
                       WHEN OTHER
                           PERFORM Decide-Found-Request
                   END-EVALUATE
               END-IF
           END-IF.

       Decide-Found-Request.
           MOVE WS-REQ-FOUND-SUB TO WS-REQ-SUB
           PERFORM Display-Request-Entry
           DISPLAY "A. APPROVE  D. DECLINE  X. LEAVE PENDING - "
               WITH NO ADVANCING
           ACCEPT WS-DECISION
           EVALUATE WS-DECISION
               WHEN "A"
                   PERFORM Approve-Found-Request
               WHEN "D"
                   PERFORM Decline-Found-Request
               WHEN OTHER
                   DISPLAY "REQUEST " WS-REQUEST-NO " LEFT PENDING"
           END-EVALUATE.

      *****************************************************************
      *    THE ORIGINAL ENTRY IS FLAGGED ON ACCTHIST FIRST - IF IT    *
      *    CAN NO LONGER BE FOUND UNREVERSED, NOTHING IS QUEUED AND   *
      *    THE REQUEST STAYS PENDING.  AN ENTRY POSTING LATER REJECTS *
      *    (FOR EXAMPLE AGAINST A CLOSED ACCOUNT) SHOWS ON PSTEXCP    *
      *    UNDER ITS REVERSAL REFERENCE FOR THE MORNING CREW, AND     *
      *    WHEN IT IS THE REVD/REVC ITSELF POSTING CLEARS THE FLAG    *
      *    SET HERE, SINCE THE ORIGINAL WAS NEVER REVERSED.  AN       *
      *    ENTRY WHOSE FISCAL PERIOD HAS CLOSED SINCE THE REQUEST WAS *
      *    MADE IS LEFT UNTOUCHED AND THE REQUEST STAYS PENDING.      *
      *****************************************************************
       Approve-Found-Request.
           MOVE WS-RQ-ACCOUNT-T(WS-REQ-FOUND-SUB) TO WS-ACCOUNT-NO-X
           MOVE WS-RQ-HDATE-T(WS-REQ-FOUND-SUB)   TO WS-HIST-DATE
           MOVE WS-RQ-CODE-T(WS-REQ-FOUND-SUB)    TO WS-TRAN-CODE-X
           MOVE WS-RQ-ORIG-T(WS-REQ-FOUND-SUB)    TO WS-ORIG-AMOUNT
           MOVE WS-RQ-NEW-T(WS-REQ-FOUND-SUB)     TO WS-NEW-AMOUNT
           MOVE WS-RQ-TYPE-T(WS-REQ-FOUND-SUB)    TO WS-REQ-TYPE
           MOVE "N"          TO WS-ENTRY-MARKED-SWITCH
           MOVE WS-HIST-DATE TO PLW-CHECK-DATE
           PERFORM Check-Period-Lock
           IF NOT PLW-Date-Locked
               PERFORM Mark-History-Entry
           END-IF
           EVALUATE TRUE
               WHEN PLW-Date-Locked
                   DISPLAY "**** ENTRY IS IN CLOSED FISCAL PERIOD "
                           PLW-LOCKED-PERIOD " OF " PLW-LOCKED-YEAR
                           " - REQUEST " WS-REQUEST-NO " CANNOT BE "
                           "APPROVED - DECLINE IT ****"
               WHEN NOT WS-Entry-Marked
                   DISPLAY "**** ORIGINAL ENTRY NOT FOUND UNREVERSED "
                           "ON ACCTHIST - REQUEST " WS-REQUEST-NO
                           " LEFT PENDING ****"
               WHEN OTHER
                   PERFORM Queue-Reversal-Entries
                   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
                   MOVE "A"         TO
                           WS-RQ-STATUS-T(WS-REQ-FOUND-SUB)
                   MOVE WS-SUPV-ID  TO
                           WS-RQ-APR-SUPV-T(WS-REQ-FOUND-SUB)
                   MOVE WS-RUN-DATE TO
                           WS-RQ-APR-DATE-T(WS-REQ-FOUND-SUB)
                   PERFORM Rewrite-Request-File
                   MOVE "REVAPP"    TO WS-AUDIT-ACTION
                   PERFORM Write-Request-Audit
                   DISPLAY "REQUEST " WS-REQUEST-NO " APPROVED - "
                           "QUEUED ON ACCTPEND FOR THE NEXT POSTING "
                           "RUN"
           END-EVALUATE.

       Decline-Found-Request.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE "D"         TO WS-RQ-STATUS-T(WS-REQ-FOUND-SUB)
           MOVE WS-SUPV-ID  TO WS-RQ-APR-SUPV-T(WS-REQ-FOUND-SUB)
           MOVE WS-RUN-DATE TO WS-RQ-APR-DATE-T(WS-REQ-FOUND-SUB)
           PERFORM Rewrite-Request-File
           MOVE "REVDEC"    TO WS-AUDIT-ACTION
           PERFORM Write-Request-Audit
           DISPLAY "REQUEST " WS-REQUEST-NO " DECLINED".

      *****************************************************************
      *    THE REVERSING ENTRY TAKES THE OPPOSITE SIDE OF THE         *
      *    ORIGINAL FOR THE FULL ORIGINAL AMOUNT; A CORRECTION THEN   *
      *    RE-POSTS THE CORRECT AMOUNT UNDER THE ORIGINAL CODE.  BOTH *
      *    CARRY "REV" AND THE REQUEST NUMBER AS THEIR REFERENCE.     *
      *****************************************************************
       Queue-Reversal-Entries.
           MOVE SPACES                   TO WS-REFERENCE-SAVE
           MOVE "REV"                    TO WS-REFERENCE-SAVE(1:3)
           MOVE WS-RQ-NUMBER-T(WS-REQ-FOUND-SUB)
                                         TO WS-REFERENCE-SAVE(4:6)
           OPEN INPUT PENDING-TRAN-FILE
           IF PENDING-FILE-STATUS = "35"
               OPEN OUTPUT PENDING-TRAN-FILE
           ELSE
               CLOSE PENDING-TRAN-FILE
               OPEN EXTEND PENDING-TRAN-FILE
           END-IF
           MOVE SPACES            TO TRAN-RECORD
           MOVE "D"               TO TR-RECORD-TYPE
           MOVE WS-ACCOUNT-NO-X   TO TR-ACCOUNT-NO
           MOVE "REVERSAL"        TO TR-CUST-NAME
           IF WS-RQ-DC-T(WS-REQ-FOUND-SUB) = "DR"
               MOVE "REVC"        TO TR-TRAN-CODE
           ELSE
               MOVE "REVD"        TO TR-TRAN-CODE
           END-IF
           MOVE WS-ORIG-AMOUNT    TO WS-QUEUE-AMOUNT
           MOVE WS-QUEUE-AMOUNT   TO TR-AMOUNT
           MOVE WS-REFERENCE-SAVE TO TR-REFERENCE
           WRITE TRAN-RECORD
           IF WS-Type-Correction
               MOVE SPACES            TO TRAN-RECORD
               MOVE "D"               TO TR-RECORD-TYPE
               MOVE WS-ACCOUNT-NO-X   TO TR-ACCOUNT-NO
               MOVE "CORRECTION"      TO TR-CUST-NAME
               MOVE WS-TRAN-CODE-X    TO TR-TRAN-CODE
               MOVE WS-NEW-AMOUNT     TO WS-QUEUE-AMOUNT
               MOVE WS-QUEUE-AMOUNT   TO TR-AMOUNT
               MOVE WS-REFERENCE-SAVE TO TR-REFERENCE
               WRITE TRAN-RECORD
           END-IF
           CLOSE PENDING-TRAN-FILE.

       List-Pending-Requests.
           PERFORM Load-Request-Table
           MOVE ZERO TO WS-PENDING-LISTED
           PERFORM List-Request-Entry
               VARYING WS-REQ-SUB FROM 1 BY 1
               UNTIL WS-REQ-SUB > WS-REQ-COUNT
           DISPLAY "---- " WS-PENDING-LISTED " REQUEST(S) PENDING ----".

       List-Request-Entry.
           IF WS-RQ-STATUS-T(WS-REQ-SUB) = "P"
               ADD 1 TO WS-PENDING-LISTED
               PERFORM Display-Request-Entry
           END-IF.

       Display-Request-Entry.
           MOVE WS-RQ-ORIG-T(WS-REQ-SUB) TO WS-AMOUNT-DISP
           DISPLAY "REQUEST " WS-RQ-NUMBER-T(WS-REQ-SUB)
                   " TYPE " WS-RQ-TYPE-T(WS-REQ-SUB)
                   " BY " WS-RQ-REQ-SUPV-T(WS-REQ-SUB)
                   " ON " WS-RQ-REQ-DATE-T(WS-REQ-SUB)
           DISPLAY "    ACCOUNT " WS-RQ-ACCOUNT-T(WS-REQ-SUB)
                   " POSTED " WS-RQ-HDATE-T(WS-REQ-SUB)
                   " " WS-RQ-CODE-T(WS-REQ-SUB)
                   " " WS-RQ-DC-T(WS-REQ-SUB)
                   " " WS-AMOUNT-DISP
           IF WS-RQ-TYPE-T(WS-REQ-SUB) = "C"
               MOVE WS-RQ-NEW-T(WS-REQ-SUB) TO WS-AMOUNT-DISP
               DISPLAY "    CORRECT AMOUNT " WS-AMOUNT-DISP
           END-IF.

      *****************************************************************
      *    HOW MANY UNREVERSED ACCTHIST ENTRIES MATCH THE ENTRY KEYED *
      *    IN - THE DEBIT/CREDIT SIDE OF THE ENTRY IS KEPT FOR THE    *
      *    REVERSING ENTRY.                                           *
      *****************************************************************
       Count-History-Matches.
           MOVE ZERO   TO WS-OPEN-MATCH-COUNT
           MOVE SPACES TO WS-DC-SAVE
           MOVE "N"    TO WS-HIST-EOF-SWITCH
           MOVE "N"    TO WS-HIST-AVAIL-SWITCH
           OPEN INPUT ACCT-HISTORY-FILE
           IF ACCTHIST-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-HIST-AVAIL-SWITCH
           ELSE
               PERFORM Count-History-Record UNTIL WS-End-Of-History
               CLOSE ACCT-HISTORY-FILE
           END-IF.

       Count-History-Record.
           READ ACCT-HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-HIST-EOF-SWITCH
               NOT AT END
                   IF AH-ACCOUNT-NO = WS-ACCOUNT-NO-X
                      AND AH-RUN-DATE = WS-HIST-DATE
                      AND AH-TRAN-CODE = WS-TRAN-CODE-X
                      AND AH-AMOUNT = WS-ORIG-AMOUNT
                      AND NOT AH-Entry-Reversed
                       ADD 1 TO WS-OPEN-MATCH-COUNT
                       MOVE AH-DC-IND TO WS-DC-SAVE
                   END-IF
           END-READ.

       Count-Pending-Matches.
           MOVE ZERO TO WS-PEND-MATCH-COUNT
           PERFORM Count-Pending-Entry
               VARYING WS-REQ-SUB FROM 1 BY 1
               UNTIL WS-REQ-SUB > WS-REQ-COUNT.

       Count-Pending-Entry.
           IF WS-RQ-STATUS-T(WS-REQ-SUB) = "P"
              AND WS-RQ-ACCOUNT-T(WS-REQ-SUB) = WS-ACCOUNT-NO-X
              AND WS-RQ-HDATE-T(WS-REQ-SUB) = WS-HIST-DATE
              AND WS-RQ-CODE-T(WS-REQ-SUB) = WS-TRAN-CODE-X
              AND WS-RQ-ORIG-T(WS-REQ-SUB) = WS-ORIG-AMOUNT
               ADD 1 TO WS-PEND-MATCH-COUNT
           END-IF.

      *****************************************************************
      *    ACCTHIST IS COPIED TO A WORK FILE WITH THE FIRST MATCHING  *
      *    UNREVERSED ENTRY FLAGGED "R", THEN THE WORK FILE REPLACES  *
      *    IT - NOTHING ELSE ON THE HISTORY CHANGES.  WHEN NO ENTRY   *
      *    MATCHES, ACCTHIST IS LEFT UNTOUCHED.                       *
      *****************************************************************
       Mark-History-Entry.
           MOVE "N" TO WS-ENTRY-MARKED-SWITCH
           MOVE "N" TO WS-HIST-EOF-SWITCH
           OPEN INPUT ACCT-HISTORY-FILE
           IF ACCTHIST-FILE-STATUS NOT = "00"
               DISPLAY "**** HISTORY FILE ACCTHIST NOT AVAILABLE - "
                       "STATUS " ACCTHIST-FILE-STATUS " ****"
           ELSE
               OPEN OUTPUT HISTORY-WORK-FILE
               PERFORM Copy-History-To-Work UNTIL WS-End-Of-History
               CLOSE ACCT-HISTORY-FILE
               CLOSE HISTORY-WORK-FILE
               IF WS-Entry-Marked
                   PERFORM Replace-History-File
               END-IF
           END-IF.

       Copy-History-To-Work.
           READ ACCT-HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-HIST-EOF-SWITCH
               NOT AT END
                   IF NOT WS-Entry-Marked
                      AND AH-ACCOUNT-NO = WS-ACCOUNT-NO-X
                      AND AH-RUN-DATE = WS-HIST-DATE
                      AND AH-TRAN-CODE = WS-TRAN-CODE-X
                      AND AH-AMOUNT = WS-ORIG-AMOUNT
                      AND NOT AH-Entry-Reversed
                       MOVE "Y"   TO WS-ENTRY-MARKED-SWITCH
                       MOVE SPACE TO AH-SPACE-6
                       MOVE "R"   TO AH-REVERSAL-FLAG
                       MOVE SPACE TO AH-SPACE-7
                   END-IF
                   WRITE HISTORY-WORK-RECORD FROM ACCT-HISTORY-RECORD
           END-READ.

       Replace-History-File.
           MOVE "N" TO WS-HWRK-EOF-SWITCH
           OPEN INPUT HISTORY-WORK-FILE
           OPEN OUTPUT ACCT-HISTORY-FILE
           PERFORM Copy-Work-To-History UNTIL WS-End-Of-HistWork
           CLOSE HISTORY-WORK-FILE
           CLOSE ACCT-HISTORY-FILE.

       Copy-Work-To-History.
           READ HISTORY-WORK-FILE
               AT END
                   MOVE "Y" TO WS-HWRK-EOF-SWITCH
               NOT AT END
                   WRITE ACCT-HISTORY-RECORD FROM HISTORY-WORK-RECORD
           END-READ.

       Find-Request-Entry.
           MOVE ZERO TO WS-REQ-FOUND-SUB
           PERFORM Scan-Request-Entry
               VARYING WS-REQ-SUB FROM 1 BY 1
               UNTIL WS-REQ-SUB > WS-REQ-COUNT
                     OR WS-REQ-FOUND-SUB NOT = ZERO.

       Scan-Request-Entry.
           IF WS-RQ-NUMBER-T(WS-REQ-SUB) = WS-REQUEST-NO
               MOVE WS-REQ-SUB TO WS-REQ-FOUND-SUB
           END-IF.

       Load-Request-Table.
           MOVE ZERO TO WS-REQ-COUNT
           MOVE "N"  TO WS-REQ-EOF-SWITCH
           MOVE "N"  TO WS-REQ-FULL-SWITCH
           OPEN INPUT REVERSAL-REQUEST-FILE
           IF REVREQ-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-REQ-EOF-SWITCH
           ELSE
               PERFORM Load-Request-Record UNTIL WS-End-Of-RevReq
               CLOSE REVERSAL-REQUEST-FILE
           END-IF.

       Load-Request-Record.
           READ REVERSAL-REQUEST-FILE
               AT END
                   MOVE "Y" TO WS-REQ-EOF-SWITCH
               NOT AT END
                   IF WS-REQ-COUNT >= 500
                       MOVE "Y" TO WS-REQ-FULL-SWITCH
                       MOVE "Y" TO WS-REQ-EOF-SWITCH
                   ELSE
                       ADD 1 TO WS-REQ-COUNT
                       MOVE RQ-REQUEST-NO  TO
                               WS-RQ-NUMBER-T(WS-REQ-COUNT)
                       MOVE RQ-STATUS      TO
                               WS-RQ-STATUS-T(WS-REQ-COUNT)
                       MOVE RQ-TYPE        TO
                               WS-RQ-TYPE-T(WS-REQ-COUNT)
                       MOVE RQ-ACCOUNT-NO  TO
                               WS-RQ-ACCOUNT-T(WS-REQ-COUNT)
                       MOVE RQ-HIST-DATE   TO
                               WS-RQ-HDATE-T(WS-REQ-COUNT)
                       MOVE RQ-TRAN-CODE   TO
                               WS-RQ-CODE-T(WS-REQ-COUNT)
                       MOVE RQ-DC-IND      TO
                               WS-RQ-DC-T(WS-REQ-COUNT)
                       MOVE RQ-ORIG-AMOUNT TO
                               WS-RQ-ORIG-T(WS-REQ-COUNT)
                       MOVE RQ-NEW-AMOUNT  TO
                               WS-RQ-NEW-T(WS-REQ-COUNT)
                       MOVE RQ-REQ-SUPV    TO
                               WS-RQ-REQ-SUPV-T(WS-REQ-COUNT)
                       MOVE RQ-REQ-DATE    TO
                               WS-RQ-REQ-DATE-T(WS-REQ-COUNT)
                       MOVE RQ-APPR-SUPV   TO
                               WS-RQ-APR-SUPV-T(WS-REQ-COUNT)
                       MOVE RQ-APPR-DATE   TO
                               WS-RQ-APR-DATE-T(WS-REQ-COUNT)
                   END-IF
           END-READ.

       Rewrite-Request-File.
           OPEN OUTPUT REVERSAL-REQUEST-FILE
           PERFORM Rewrite-Request-Entry
               VARYING WS-REQ-SUB FROM 1 BY 1
               UNTIL WS-REQ-SUB > WS-REQ-COUNT
           CLOSE REVERSAL-REQUEST-FILE.

       Rewrite-Request-Entry.
           MOVE WS-RQ-NUMBER-T(WS-REQ-SUB)   TO RQ-REQUEST-NO
           MOVE SPACE                        TO RQ-SPACE-1
           MOVE WS-RQ-STATUS-T(WS-REQ-SUB)   TO RQ-STATUS
           MOVE SPACE                        TO RQ-SPACE-2
           MOVE WS-RQ-TYPE-T(WS-REQ-SUB)     TO RQ-TYPE
           MOVE SPACE                        TO RQ-SPACE-3
           MOVE WS-RQ-ACCOUNT-T(WS-REQ-SUB)  TO RQ-ACCOUNT-NO
           MOVE SPACE                        TO RQ-SPACE-4
           MOVE WS-RQ-HDATE-T(WS-REQ-SUB)    TO RQ-HIST-DATE
           MOVE SPACE                        TO RQ-SPACE-5
           MOVE WS-RQ-CODE-T(WS-REQ-SUB)     TO RQ-TRAN-CODE
           MOVE SPACE                        TO RQ-SPACE-6
           MOVE WS-RQ-DC-T(WS-REQ-SUB)       TO RQ-DC-IND
           MOVE SPACE                        TO RQ-SPACE-7
           MOVE WS-RQ-ORIG-T(WS-REQ-SUB)     TO RQ-ORIG-AMOUNT
           MOVE SPACE                        TO RQ-SPACE-8
           MOVE WS-RQ-NEW-T(WS-REQ-SUB)      TO RQ-NEW-AMOUNT
           MOVE SPACE                        TO RQ-SPACE-9
           MOVE WS-RQ-REQ-SUPV-T(WS-REQ-SUB) TO RQ-REQ-SUPV
           MOVE SPACE                        TO RQ-SPACE-10
           MOVE WS-RQ-REQ-DATE-T(WS-REQ-SUB) TO RQ-REQ-DATE
           MOVE SPACE                        TO RQ-SPACE-11
           MOVE WS-RQ-APR-SUPV-T(WS-REQ-SUB) TO RQ-APPR-SUPV
           MOVE SPACE                        TO RQ-SPACE-12
           MOVE WS-RQ-APR-DATE-T(WS-REQ-SUB) TO RQ-APPR-DATE
           WRITE REVERSAL-REQUEST-RECORD.

      *    THE AUDIT RECORD SHOWS THE HISTORY ENTRY AS THE OLD VALUE
      *    AND THE REQUEST (TYPE, NUMBER, AMOUNT) AS THE NEW VALUE.
       Write-Request-Audit.
           MOVE WS-RQ-ACCOUNT-T(WS-REQ-FOUND-SUB) TO WS-ACCOUNT-NO-X
           MOVE WS-RQ-HDATE-T(WS-REQ-FOUND-SUB)   TO WS-AE-DATE
           MOVE WS-RQ-CODE-T(WS-REQ-FOUND-SUB)    TO WS-AE-CODE
           MOVE WS-RQ-DC-T(WS-REQ-FOUND-SUB)      TO WS-AE-DC
           MOVE WS-AUDIT-ENTRY                    TO WS-OLD-VALUE
           MOVE WS-RQ-TYPE-T(WS-REQ-FOUND-SUB)    TO WS-AR-TYPE
           MOVE WS-RQ-NUMBER-T(WS-REQ-FOUND-SUB)  TO WS-AR-REQUEST-NO
           IF WS-RQ-TYPE-T(WS-REQ-FOUND-SUB) = "C"
               MOVE WS-RQ-NEW-T(WS-REQ-FOUND-SUB)  TO WS-AR-AMOUNT
           ELSE
               MOVE WS-RQ-ORIG-T(WS-REQ-FOUND-SUB) TO WS-AR-AMOUNT
           END-IF
           MOVE WS-AUDIT-REQUEST                  TO WS-AUDIT-NEW-VALUE
           PERFORM Write-Audit-Record.

      *****************************************************************
      *    THE AMOUNT EDIT MATCHES THE FIELD EDIT'S RULE - DIGITS,    *
      *    SPACES, AND AT MOST A DECIMAL POINT.                       *
      *****************************************************************
       Edit-Amount-Field.
           MOVE "N" TO WS-INPUT-BAD-SWITCH
           IF WS-AMOUNT-X = SPACES
               MOVE "Y" TO WS-INPUT-BAD-SWITCH
           ELSE
               PERFORM Check-Amount-Char
                   VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > 10
           END-IF.

       Check-Amount-Char.
           IF WS-AMOUNT-X(WS-CHAR-IDX:1) NOT = SPACE
                   AND WS-AMOUNT-X(WS-CHAR-IDX:1) NOT = "."
               CALL "ClassChr" USING WS-AMOUNT-X(WS-CHAR-IDX:1)
                                     WS-CLASS-RESULT
               IF WS-CLASS-RESULT NOT = "D"
                   MOVE "Y" TO WS-INPUT-BAD-SWITCH
               END-IF
           END-IF.

       Find-Target-Operator.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM Scan-Operator-Entry
               VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB > WS-OPR-COUNT
                     OR WS-FOUND-SUB NOT = ZERO.

       Scan-Operator-Entry.
           IF WS-OPR-ID-T(WS-SCAN-SUB) = WS-TARGET-ID
               MOVE WS-SCAN-SUB TO WS-FOUND-SUB
           END-IF.

       Load-Operator-Table.
           MOVE ZERO TO WS-OPR-COUNT
           MOVE "N"  TO WS-OPRMAST-EOF-SWITCH
           MOVE "N"  TO WS-OPRMAST-AVAIL-SWITCH
           OPEN INPUT OPERATOR-MASTER-FILE
           IF OPRMAST-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-OPRMAST-EOF-SWITCH
               MOVE "Y" TO WS-OPRMAST-AVAIL-SWITCH
           ELSE
               PERFORM Load-Operator-Record UNTIL WS-End-Of-OprMast
               CLOSE OPERATOR-MASTER-FILE
           END-IF.

       Load-Operator-Record.
           READ OPERATOR-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-OPRMAST-EOF-SWITCH
               NOT AT END
                   IF WS-OPR-COUNT >= 100
                       DISPLAY "**** OPERATOR TABLE FULL AT 100 - "
                               "REMAINING RECORDS IGNORED ****"
                       MOVE "Y" TO WS-OPRMAST-EOF-SWITCH
                   ELSE
                       ADD 1 TO WS-OPR-COUNT
                       MOVE OPR-ID        TO
                               WS-OPR-ID-T(WS-OPR-COUNT)
                       MOVE OPR-NAME      TO
                               WS-OPR-NAME-T(WS-OPR-COUNT)
                       MOVE OPR-AUTH-OPEN TO
                               WS-OPR-OPEN-T(WS-OPR-COUNT)
                       MOVE OPR-AUTH-SUPV TO
                               WS-OPR-SUPV-T(WS-OPR-COUNT)
                   END-IF
           END-READ.

       Write-Audit-Record.
           OPEN INPUT ACCT-AUDIT-FILE
           IF AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT ACCT-AUDIT-FILE
           ELSE
               CLOSE ACCT-AUDIT-FILE
               OPEN EXTEND ACCT-AUDIT-FILE
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE    TO AA-CHANGE-DATE
           MOVE SPACE          TO AA-SPACE-1
           MOVE WS-RUN-HOUR    TO AA-CHANGE-HOUR
           MOVE ":"            TO AA-TIME-SEP
           MOVE WS-RUN-MINUTE  TO AA-CHANGE-MINUTE
           MOVE SPACE          TO AA-SPACE-2
           MOVE WS-SUPV-ID     TO AA-SUPV-ID
           MOVE SPACE          TO AA-SPACE-3
           MOVE WS-AUDIT-ACTION TO AA-ACTION
           MOVE SPACE          TO AA-SPACE-4
           MOVE WS-ACCOUNT-NO-X TO AA-ACCOUNT-NO
           MOVE SPACE          TO AA-SPACE-5
           MOVE WS-OLD-VALUE   TO AA-OLD-VALUE
           MOVE SPACE          TO AA-SPACE-6
           MOVE WS-AUDIT-NEW-VALUE TO AA-NEW-VALUE
           WRITE ACCT-AUDIT-RECORD
           CLOSE ACCT-AUDIT-FILE.

       COPY PERLKP.

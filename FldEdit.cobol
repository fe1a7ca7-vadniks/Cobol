      *                    ARE HELD ON A WORK FILE (SUSPDWRK) UNTIL   *
      *                    THE RUN PROVES NOT REFUSED, SO A REFUSED   *
      *                    NIGHT CANNOT DOUBLE AN ITEM ON SUSPDEAD.   *
      *    2026-10-15  JM  DUPLICATE PROTECTION.  EVERY ACCEPTED      *
      *                    VENDOR BATCH (VENDOR ID + FILE DATE) IS    *
      *                    WRITTEN TO A PERMANENT BATCH REGISTER      *
      *                    (BATCHREG); A BATCH ALREADY ON IT IS       *
      *                    REFUSED WITH ACK CODE BDUP, SO A RE-SENT   *
      *                    FILE NO LONGER POSTS A SECOND TIME.        *
      *                    EVERY ACCEPTED DETAIL GOES ON A ROLLING    *
      *                    ACCEPTED-DETAIL LOG (ACCPTLOG); A DETAIL   *
      *                    WHOSE ACCOUNT, TRAN CODE, AND AMOUNT       *
      *                    MATCH ONE ACCEPTED FOR THE SAME VENDOR     *
      *                    INSIDE THE DUPLICATE WINDOW IS SUSPENDED   *
      *                    AS A SUSPECTED DUPLICATE (ACK CODE TDUP).  *
      *                    DETAILS ARE STAMPED WITH THEIR BATCH'S     *
      *                    VENDOR ID AND FILE DATE SO A RECYCLED      *
      *                    ITEM IS CHECKED AGAINST ITS OWN VENDOR.    *
      *                    THE BATCH SUMMARY CARRIES A SEPARATE DUP   *
      *                    COUNT.  A SAME-DAY RERUN REBUILDS THE      *
      *                    ACCEPTED FILE, SO IT REPLACES THE ENTRIES  *
      *                    ITS EARLIER RUN MADE ON BOTH FILES.        *
      *    2026-10-15  JM  TRANSFER DETAILS ("X") ARE EDITED LIKE ANY *
      *                    OTHER DETAIL AND COUNT TOWARD THEIR        *
      *                    BATCH'S TRAILER TOTALS ONCE.  THE TO-      *
      *                    ACCOUNT MUST ALSO BE NUMERIC AND DIFFER    *
      *                    FROM THE FROM-ACCOUNT, AND THE CARD MUST   *
      *                    CARRY CODE XFER; XFER ON AN ORDINARY       *
      *                    DETAIL IS REFUSED, SINCE ONE LEG OF A      *
      *                    TRANSFER MUST NEVER POST ON ITS OWN.       *
      *    2026-10-15  JM  WHAT EACH VENDOR FILE PUT ON THE ACCEPTED  *
      *                    FILE TODAY (COUNT AND AMOUNT BY VENDOR AND *
      *                    FILE DATE, RECYCLED ITEMS INCLUDED) GOES   *
      *                    ON THE PERMANENT VENDOR ACCEPTED-TOTALS    *
      *                    LEDGER (VENDACPT) FOR THE SETTLEMENT       *
      *                    RECONCILIATION.  A SAME-DAY RERUN REPLACES *
      *                    ITS EARLIER RUN'S ENTRIES, LIKE BATCHREG.  *
      *    2026-10-15  JM  A SUSPECTED DUPLICATE NOW GOES TO SUSPENSE *
      *                    HELD (SP-HOLD-FLAG "D") AND RECYCLES       *
      *                    UNEDITED, SO IT CAN NO LONGER SLIP THROUGH *
      *                    ONCE ITS ORIGINAL AGES OFF THE ACCEPTED-   *
      *                    DETAIL LOG.  OPERATIONS RELEASE IT BY      *
      *                    SETTING THE FLAG TO "R"; IT THEN RECYCLES  *
      *                    WITHOUT THE DUPLICATE MATCH.  PAST         *
      *                    RETENTION IT DEAD-LETTERS LIKE ANY OTHER   *
      *                    ITEM.                                      *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNLOG-FILE-STATUS.

           SELECT BATCH-REGISTER-FILE ASSIGN TO "BATCHREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATCHREG-FILE-STATUS.

           SELECT BATCH-REGISTER-WORK ASSIGN TO "BATCHRWK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATCHRWK-FILE-STATUS.

           SELECT ACCEPTED-LOG-FILE ASSIGN TO "ACCPTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCPTLOG-FILE-STATUS.

           SELECT VENDOR-ACCEPT-FILE ASSIGN TO "VENDACPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENDACPT-FILE-STATUS.

           SELECT VENDOR-ACCEPT-WORK ASSIGN TO "VENDAWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VENDAWRK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
       FD  FISCAL-CALENDAR-FILE.
       COPY FISCCAL.

       FD  BATCH-REGISTER-FILE.
       COPY BATREGRC.

       FD  BATCH-REGISTER-WORK.
       01  BATCH-REGISTER-WORK-RECORD PIC X(40).

       FD  ACCEPTED-LOG-FILE.
       COPY ACCLOGRC.

       FD  VENDOR-ACCEPT-FILE.
       COPY VACPTRC.

       FD  VENDOR-ACCEPT-WORK.
       01  VENDOR-ACCEPT-WORK-RECORD PIC X(47).

       WORKING-STORAGE SECTION.
       01  TRAN-FILE-STATUS     PIC X(02).
       01  SUSPIN-FILE-STATUS   PIC X(02).
               10  WS-BSUM-DETAIL-T PIC 9(06).
               10  WS-BSUM-ACCEPT-T PIC 9(06).
               10  WS-BSUM-SUSP-T   PIC 9(06).
               10  WS-BSUM-DUP-T    PIC 9(06).
               10  WS-BSUM-DISP-T   PIC X(08).

      *    BATCH CONTROL SUMMARY LINE FOR THE EDIT REPORT AND THE
           05  FILLER               PIC X(01) VALUE SPACE.
           05  BSUM-FILE-DATE       PIC 9(08).
           05  FILLER               PIC X(05) VALUE " DTL ".
           05  BSUM-DETAIL-COUNT    PIC ZZZZ9.
           05  FILLER               PIC X(05) VALUE " ACC ".
           05  BSUM-ACCEPT-COUNT    PIC ZZZZ9.
           05  FILLER               PIC X(06) VALUE " SUSP ".
           05  BSUM-SUSP-COUNT      PIC ZZZZ9.
           05  FILLER               PIC X(05) VALUE " DUP ".
           05  BSUM-DUP-COUNT       PIC ZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  BSUM-DISPOSITION     PIC X(08).


       01  WS-SUSP-FIRST-DATE-SAVE PIC 9(08).
       01  WS-SUSP-RECYCLE-SAVE    PIC 9(03).
       01  WS-SUSP-HOLD-SAVE       PIC X(01).
           88  WS-SUSP-DUP-HELD        VALUE "D".
           88  WS-SUSP-DUP-RELEASED    VALUE "R".
       01  WS-SUSP-DATA-SAVE       PIC X(80).

       01  WS-SUSP-DEAD-SWITCH  PIC X(01).
       01  WS-ACK-REASON-CODE   PIC X(04).
       01  WS-ACK-ACCOUNT-SAVE  PIC X(08).

      *****************************************************************
      *    DUPLICATE PROTECTION - THE PERMANENT REGISTER OF ACCEPTED  *
      *    VENDOR BATCHES, AND THE ROLLING LOG OF ACCEPTED DETAILS    *
      *    A NEW DETAIL IS MATCHED AGAINST.                           *
      *****************************************************************
       01  BATCHREG-FILE-STATUS PIC X(02).
       01  BATCHRWK-FILE-STATUS PIC X(02).
       01  ACCPTLOG-FILE-STATUS PIC X(02).

       01  WS-BREG-EOF-SWITCH   PIC X(01).
           88  WS-END-OF-BATCHREG   VALUE "Y".

       01  WS-BRWK-EOF-SWITCH   PIC X(01).
           88  WS-END-OF-BATCHRWK   VALUE "Y".

       01  WS-BATCH-DUP-SWITCH  PIC X(01).
           88  WS-BATCH-ON-REGISTER VALUE "Y".

       01  WS-ALOG-EOF-SWITCH   PIC X(01).
           88  WS-END-OF-ACCPTLOG   VALUE "Y".

       01  WS-DETAIL-DUP-SWITCH PIC X(01).
           88  WS-DETAIL-DUPLICATE  VALUE "Y".

      *    BUSINESS DAYS A DETAIL STAYS ON THE ACCEPTED-DETAIL LOG FOR
      *    DUPLICATE MATCHING.
       01  WS-DUP-WINDOW-DAYS   PIC 9(03) VALUE 5.

       01  WS-DUP-REASON        PIC X(33)
               VALUE "SUSPECTED DUPLICATE TRANSACTION".

       01  WS-DUP-COUNT         PIC 9(06) COMP VALUE ZERO.
       01  WS-BATCH-DUP-COUNT   PIC 9(06) COMP VALUE ZERO.
       01  WS-BREG-ADD-COUNT    PIC 9(03) COMP VALUE ZERO.
       01  WS-ALOG-WRITE-COUNT  PIC 9(06) COMP VALUE ZERO.
       01  WS-ENTRY-INTEGER     PIC 9(08) COMP.
       01  WS-DUP-AMOUNT        PIC 9(10)V99.
       01  WS-LOG-DATA-SAVE     PIC X(80).

       01  WS-ALOG-COUNT        PIC 9(04) COMP VALUE ZERO.
       01  WS-ALOG-SUB          PIC 9(04) COMP.

       01  WS-ALOG-TABLE.
           05  WS-ALOG-ENTRY OCCURS 3000 TIMES.
               10  WS-AL-DATE-T     PIC 9(08).
               10  WS-AL-VENDOR-T   PIC X(08).
               10  WS-AL-ACCOUNT-T  PIC X(08).
               10  WS-AL-CODE-T     PIC X(04).
               10  WS-AL-AMOUNT-T   PIC 9(10)V99.

      *****************************************************************
      *    VENDOR ACCEPTED TOTALS - TODAY'S ACCEPTED DETAILS SUMMED   *
      *    BY VENDOR AND FILE DATE FOR THE PERMANENT LEDGER THE       *
      *    SETTLEMENT RECONCILIATION READS.                           *
      *****************************************************************
       01  VENDACPT-FILE-STATUS PIC X(02).
       01  VENDAWRK-FILE-STATUS PIC X(02).

       01  WS-VACC-EOF-SWITCH   PIC X(01).
           88  WS-END-OF-VENDACPT   VALUE "Y".

       01  WS-VAWK-EOF-SWITCH   PIC X(01).
           88  WS-END-OF-VENDAWRK   VALUE "Y".

       01  WS-VACC-FOUND-SWITCH PIC X(01).
           88  WS-VACC-FOUND        VALUE "Y".

       01  WS-VACC-COUNT        PIC 9(03) COMP VALUE ZERO.
       01  WS-VACC-SUB          PIC 9(03) COMP.

       01  WS-VACC-TABLE.
           05  WS-VACC-ENTRY OCCURS 100 TIMES.
               10  WS-VACC-VENDOR-T PIC X(08).
               10  WS-VACC-DATE-T   PIC X(08).
               10  WS-VACC-COUNT-T  PIC 9(06).
               10  WS-VACC-AMOUNT-T PIC 9(11)V99.

       COPY JOBHDR.

       COPY RUNLOGW.
           MOVE ZERO                TO WS-ACK-ACCEPT-COUNT
           MOVE ZERO                TO WS-ACK-SUSP-COUNT
           MOVE ZERO                TO WS-ACK-RECORD-COUNT
           MOVE ZERO                TO WS-DUP-COUNT
           MOVE ZERO                TO WS-BATCH-DUP-COUNT
           MOVE ZERO                TO WS-VACC-COUNT
           MOVE "FIELD EDIT REPORT"  TO JH-JOB-NAME
           MOVE ZERO                TO JH-PAGE-NO
           MOVE "FLDEDIT"           TO RLW-STEP-NAME
               PERFORM Write-Run-Log
               GOBACK
           END-IF
           PERFORM Load-Accepted-Log
           PERFORM Build-Job-Header
           OPEN OUTPUT EDIT-REPORT-FILE
           WRITE EDIT-REPORT-RECORD FROM JOB-HEADER-LINE
                   PERFORM Append-Dead-Letter-File
               END-IF
           END-IF
           PERFORM Update-Batch-Register
           PERFORM Rewrite-Accepted-Log
           PERFORM Update-Vendor-Accept-Ledger
           MOVE WS-RECORD-COUNT TO RLW-RECORDS
           MOVE WS-ERROR-COUNT  TO RLW-ERRORS
           IF NOT WS-File-Refused
           DISPLAY "FLDEDIT - RECYCLED:      " WS-RECYCLE-COUNT
           DISPLAY "FLDEDIT - ACCEPTED:      " WS-ACCEPT-COUNT
           DISPLAY "FLDEDIT - SUSPENDED:     " WS-SUSPENSE-COUNT
           DISPLAY "FLDEDIT - DUPLICATES:    " WS-DUP-COUNT
           DISPLAY "FLDEDIT - FIELDS FAILED: " WS-ERROR-COUNT
           DISPLAY "FLDEDIT - BATCHES GOOD:  " WS-ACCEPTED-BATCHES
           DISPLAY "FLDEDIT - BATCHES BAD:   " WS-REFUSED-BATCHES
           ADD 1 TO WS-RECYCLE-COUNT
           PERFORM Unpack-Suspense-Record
           PERFORM Check-Suspense-Retention
           EVALUATE TRUE
               WHEN WS-Suspense-Dead
                   PERFORM Move-To-Dead-Letter
               WHEN WS-Susp-Dup-Held
                   PERFORM Keep-Held-Duplicate
               WHEN OTHER
                   MOVE "N" TO WS-BALANCE-SWITCH
                   PERFORM Edit-One-Record
           END-EVALUATE
           PERFORM Read-Suspense-Record.

       Read-Suspense-Record.

      *****************************************************************
      *    A STAMPED RECORD CARRIES ITS FIRST-SUSPEND DATE AND        *
      *    RECYCLE COUNT FORWARD (COUNT BUMPED FOR THIS PASS) AND     *
      *    ITS DUPLICATE HOLD FLAG.  A RECORD WRITTEN BEFORE THE      *
      *    STAMP EXISTED LEADS WITH THE RAW TRANSACTION IMAGE AND IS  *
      *    TREATED AS FIRST SUSPENDED TODAY.                          *
      *****************************************************************
       Unpack-Suspense-Record.
           IF SP-FIRST-DATE NUMERIC AND SP-RECYCLE-COUNT NUMERIC
               MOVE SP-TRAN-DATA  TO TRAN-RECORD
               MOVE SP-FIRST-DATE TO WS-SUSP-FIRST-DATE-SAVE
               COMPUTE WS-SUSP-RECYCLE-SAVE = SP-RECYCLE-COUNT + 1
               MOVE SP-HOLD-FLAG  TO WS-SUSP-HOLD-SAVE
           ELSE
               MOVE SUSPENSE-CONTROL-RECORD(1:80) TO TRAN-RECORD
               MOVE RLW-RUN-DATE  TO WS-SUSP-FIRST-DATE-SAVE
               MOVE 1             TO WS-SUSP-RECYCLE-SAVE
               MOVE SPACE         TO WS-SUSP-HOLD-SAVE
           END-IF.

       Check-Suspense-Retention.
           MOVE WS-SUSP-FIRST-DATE-SAVE TO SP-FIRST-DATE
           MOVE SPACE                   TO SP-SPACE-1
           MOVE WS-SUSP-RECYCLE-SAVE    TO SP-RECYCLE-COUNT
           MOVE WS-SUSP-HOLD-SAVE       TO SP-HOLD-FLAG
           MOVE TRAN-RECORD             TO SP-TRAN-DATA
           WRITE SUSPENSE-DEAD-WORK-RECORD
               FROM SUSPENSE-CONTROL-RECORD
                                        TO WS-EDIT-REASON
           PERFORM Write-Aging-Line.

      *****************************************************************
      *    A HELD SUSPECTED DUPLICATE IS NOT EDITED OR MATCHED AGAIN  *
      *    - ONCE ITS ORIGINAL AGED OFF THE ACCEPTED-DETAIL LOG IT    *
      *    WOULD PASS AND POST TWICE.  IT GOES BACK ON SUSPENSE AS    *
      *    IT CAME UNTIL OPERATIONS RELEASE IT OR PULL IT, OR IT      *
      *    DEAD-LETTERS PAST RETENTION.                               *
      *****************************************************************
       Keep-Held-Duplicate.
           ADD 1 TO WS-SUSPENSE-COUNT
           MOVE TRAN-RECORD             TO WS-SUSP-DATA-SAVE
           MOVE "TR-DETAIL"             TO WS-EDIT-FIELD-NAME
           MOVE "DUPLICATE HELD - RELEASE BY HAND"
                                        TO WS-EDIT-REASON
           PERFORM Write-Suspense-Record.

       Edit-Tran-Record.
           EVALUATE TRUE
               WHEN TR-Header-Rec
                   PERFORM Process-Batch-Header
               WHEN TR-Trailer-Rec
                   PERFORM Process-Batch-Trailer
               WHEN TR-Detail-Rec OR TR-Transfer-Rec
                   IF WS-Batch-Open
                       MOVE "Y" TO WS-BALANCE-SWITCH
                       ADD 1 TO WS-DETAIL-COUNT
                       MOVE WS-VENDOR-ID-SAVE TO TR-DTL-VENDOR-ID
                       MOVE WS-FILE-DATE-SAVE TO TR-DTL-FILE-DATE
                       MOVE SPACE             TO WS-SUSP-HOLD-SAVE
                       PERFORM Edit-One-Record
                   ELSE
                       PERFORM Reject-Stray-Detail
           MOVE ZERO          TO WS-PEND-COUNT
           MOVE ZERO          TO WS-BATCH-ACCEPT-COUNT
           MOVE ZERO          TO WS-BATCH-SUSP-COUNT
           MOVE ZERO          TO WS-BATCH-DUP-COUNT
           DISPLAY "FLDEDIT - BATCH HEADER - VENDOR "
                   WS-VENDOR-ID-SAVE " FILE DATE "
                   WS-FILE-DATE-SAVE
           PERFORM Check-Batch-Register
           IF WS-Batch-On-Register
               MOVE "BATCH-CONTROL"   TO WS-EDIT-FIELD-NAME
               MOVE WS-VENDOR-ID-SAVE TO WS-EDIT-FIELD-VALUE
               MOVE "BATCH ALREADY PROCESSED"
                                      TO WS-EDIT-REASON
               PERFORM Write-Edit-Line
               MOVE "Y" TO WS-BATCH-REFUSE-SWITCH
           END-IF.

      *****************************************************************
      *    A VENDOR BATCH ALREADY ACCEPTED - EARLIER IN THIS FILE, OR *
      *    ON ANY EARLIER BUSINESS DATE - IS REFUSED WHOLE.  ENTRIES  *
      *    MADE BY AN EARLIER RUN OF TODAY'S BUSINESS DATE DO NOT     *
      *    COUNT: A RERUN REBUILDS TODAY'S ACCEPTED FILE FROM         *
      *    SCRATCH AND REPLACES THOSE ENTRIES WHEN IT FINISHES.       *
      *****************************************************************
       Check-Batch-Register.
           MOVE "N" TO WS-BATCH-DUP-SWITCH
           PERFORM Scan-Run-Batch-Entry
               VARYING WS-BSUM-SUB FROM 1 BY 1
               UNTIL WS-BSUM-SUB > WS-BSUM-COUNT
                     OR WS-Batch-On-Register
           IF NOT WS-Batch-On-Register
               MOVE "N" TO WS-BREG-EOF-SWITCH
               OPEN INPUT BATCH-REGISTER-FILE
               EVALUATE BATCHREG-FILE-STATUS
                   WHEN "00"
                       PERFORM Scan-Batch-Register-Record
                           UNTIL WS-End-Of-BatchReg
                              OR WS-Batch-On-Register
                       CLOSE BATCH-REGISTER-FILE
                   WHEN "35"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "**** BATCH REGISTER BATCHREG NOT "
                               "READABLE - STATUS "
                               BATCHREG-FILE-STATUS
                               " - BATCH NOT CHECKED FOR RESEND ****"
               END-EVALUATE
           END-IF.

       Scan-Run-Batch-Entry.
           IF WS-BSUM-VENDOR-T(WS-BSUM-SUB) = WS-VENDOR-ID-SAVE
              AND WS-BSUM-DATE-T(WS-BSUM-SUB) = WS-FILE-DATE-SAVE
              AND WS-BSUM-DISP-T(WS-BSUM-SUB) = "ACCEPTED"
               MOVE "Y" TO WS-BATCH-DUP-SWITCH
           END-IF.

       Scan-Batch-Register-Record.
           READ BATCH-REGISTER-FILE
               AT END
                   MOVE "Y" TO WS-BREG-EOF-SWITCH
               NOT AT END
                   IF BR-VENDOR-ID = WS-VENDOR-ID-SAVE
                      AND BR-FILE-DATE = WS-FILE-DATE-SAVE
                      AND BR-RUN-DATE NOT = RLW-RUN-DATE
                       MOVE "Y" TO WS-BATCH-DUP-SWITCH
                   END-IF
           END-READ.

       Process-Batch-Trailer.
           ADD 1 TO WS-RECORD-COUNT
               ADD 1 TO WS-SUSPENSE-COUNT
               MOVE RLW-RUN-DATE TO WS-SUSP-FIRST-DATE-SAVE
               MOVE ZERO         TO WS-SUSP-RECYCLE-SAVE
               MOVE SPACE        TO WS-SUSP-HOLD-SAVE
               MOVE TRAN-RECORD  TO WS-SUSP-DATA-SAVE
               PERFORM Write-Suspense-Record
           END-IF.
           PERFORM Write-Edit-Line
           MOVE RLW-RUN-DATE TO WS-SUSP-FIRST-DATE-SAVE
           MOVE ZERO         TO WS-SUSP-RECYCLE-SAVE
           MOVE SPACE        TO WS-SUSP-HOLD-SAVE
           MOVE TRAN-RECORD  TO WS-SUSP-DATA-SAVE
           PERFORM Write-Suspense-Record.

       Flush-Pending-Record.
           IF WS-PEND-DISP(WS-PEND-SUB) = "S"
               ADD 1 TO WS-SUSPENSE-COUNT
               IF WS-PEND-REASON(WS-PEND-SUB) = WS-DUP-REASON
                   ADD 1 TO WS-DUP-COUNT
                   ADD 1 TO WS-BATCH-DUP-COUNT
                   MOVE "D" TO WS-SUSP-HOLD-SAVE
               ELSE
                   ADD 1 TO WS-BATCH-SUSP-COUNT
                   MOVE SPACE TO WS-SUSP-HOLD-SAVE
               END-IF
               MOVE RLW-RUN-DATE TO WS-SUSP-FIRST-DATE-SAVE
               MOVE ZERO         TO WS-SUSP-RECYCLE-SAVE
               MOVE WS-PEND-RECORD(WS-PEND-SUB)
               ADD 1 TO WS-ACK-ACCEPT-COUNT
               WRITE ACCEPTED-RECORD
                   FROM WS-PEND-RECORD(WS-PEND-SUB)
               MOVE WS-PEND-RECORD(WS-PEND-SUB) TO WS-LOG-DATA-SAVE
               PERFORM Add-Accepted-Log-Entry
               PERFORM Add-Vendor-Accept-Total
           END-IF.

       Record-Batch-Summary.
                       WS-BSUM-ACCEPT-T(WS-BSUM-COUNT)
               MOVE WS-BATCH-SUSP-COUNT  TO
                       WS-BSUM-SUSP-T(WS-BSUM-COUNT)
               MOVE WS-BATCH-DUP-COUNT   TO
                       WS-BSUM-DUP-T(WS-BSUM-COUNT)
               IF WS-Batch-Refused
                   MOVE "REFUSED"  TO WS-BSUM-DISP-T(WS-BSUM-COUNT)
               ELSE
           MOVE WS-BSUM-DETAIL-T(WS-BSUM-SUB) TO BSUM-DETAIL-COUNT
           MOVE WS-BSUM-ACCEPT-T(WS-BSUM-SUB) TO BSUM-ACCEPT-COUNT
           MOVE WS-BSUM-SUSP-T(WS-BSUM-SUB)   TO BSUM-SUSP-COUNT
           MOVE WS-BSUM-DUP-T(WS-BSUM-SUB)    TO BSUM-DUP-COUNT
           MOVE WS-BSUM-DISP-T(WS-BSUM-SUB)   TO BSUM-DISPOSITION
           WRITE EDIT-REPORT-RECORD FROM WS-BSUM-LINE
           DISPLAY WS-BSUM-LINE.
           PERFORM Edit-Cust-Name
           PERFORM Edit-Tran-Code
           PERFORM Edit-Amount
           PERFORM Edit-Transfer-Fields
           IF WS-Record-Bad AND WS-Code-Found
               PERFORM Write-Code-Info-Line
           END-IF
      *    A BATCH ALREADY REFUSED IS DROPPED WHOLE, SO ITS DETAILS
      *    ARE NOT MATCHED FOR DUPLICATES.
           IF NOT WS-Record-Bad AND NOT WS-Batch-Refused
               PERFORM Check-Duplicate-Detail
           END-IF
           IF WS-Record-Bad
               IF WS-Balancing-Active
                   MOVE "S" TO WS-PEND-DISP-SAVE
               ELSE
                   ADD 1 TO WS-ACCEPT-COUNT
                   WRITE ACCEPTED-RECORD FROM TRAN-RECORD
                   MOVE TRAN-RECORD TO WS-LOG-DATA-SAVE
                   PERFORM Add-Accepted-Log-Entry
                   PERFORM Add-Vendor-Accept-Total
               END-IF
           END-IF.

      *****************************************************************
      *    A CLEAN DETAIL WHOSE ACCOUNT, TRAN CODE, AND AMOUNT MATCH  *
      *    ONE ALREADY ACCEPTED FOR THE SAME VENDOR INSIDE THE        *
      *    DUPLICATE WINDOW IS FAILED AS A SUSPECTED DUPLICATE AND    *
      *    FOLLOWS THE NORMAL SUSPENSE PATH, HELD THERE (SEE Keep-    *
      *    Held-Duplicate) UNTIL OPERATIONS RELEASE OR PULL IT - THE  *
      *    ORIGINAL AGING OFF THE LOG NEVER LETS IT THROUGH.  A       *
      *    RECYCLED ITEM OPERATIONS HAVE RELEASED SKIPS THE MATCH.    *
      *    AN ITEM SUSPENDED BEFORE THE VENDOR STAMP EXISTED IS       *
      *    MATCHED AGAINST EVERY VENDOR.                              *
      *****************************************************************
       Check-Duplicate-Detail.
           MOVE "N" TO WS-DETAIL-DUP-SWITCH
           IF NOT WS-Susp-Dup-Released
               COMPUTE WS-DUP-AMOUNT = FUNCTION NUMVAL(TR-AMOUNT)
               PERFORM Scan-Accepted-Log-Entry
                   VARYING WS-ALOG-SUB FROM 1 BY 1
                   UNTIL WS-ALOG-SUB > WS-ALOG-COUNT
                         OR WS-Detail-Duplicate
           END-IF
           IF WS-Detail-Duplicate
               MOVE "D"             TO WS-SUSP-HOLD-SAVE
               MOVE "TR-DETAIL"     TO WS-EDIT-FIELD-NAME
               MOVE TR-ACCOUNT-NO   TO WS-EDIT-FIELD-VALUE
               MOVE WS-DUP-REASON   TO WS-EDIT-REASON
               PERFORM Write-Edit-Line
           END-IF.

       Scan-Accepted-Log-Entry.
           IF WS-AL-ACCOUNT-T(WS-ALOG-SUB) = TR-ACCOUNT-NO
              AND WS-AL-CODE-T(WS-ALOG-SUB) = TR-TRAN-CODE
              AND WS-AL-AMOUNT-T(WS-ALOG-SUB) = WS-DUP-AMOUNT
              AND (WS-AL-VENDOR-T(WS-ALOG-SUB) = TR-DTL-VENDOR-ID
                   OR TR-DTL-VENDOR-ID = SPACES)
               MOVE "Y" TO WS-DETAIL-DUP-SWITCH
           END-IF.

      *    THE CALLER MOVES THE 80-BYTE TRANSACTION IMAGE TO
      *    WS-LOG-DATA-SAVE - ACCOUNT AT 2, TRAN CODE AT 30, AMOUNT
      *    AT 34, AND THE BATCH VENDOR STAMP AT 44 (SEE TRANREC).
       Add-Accepted-Log-Entry.
           IF WS-ALOG-COUNT >= 3000
               DISPLAY "**** ACCEPTED-DETAIL LOG FULL AT 3000 - "
                       "ACCOUNT " WS-LOG-DATA-SAVE(2:8)
                       " NOT LOGGED FOR DUPLICATE CHECKING ****"
           ELSE
               ADD 1 TO WS-ALOG-COUNT
               MOVE RLW-RUN-DATE           TO
                       WS-AL-DATE-T(WS-ALOG-COUNT)
               MOVE WS-LOG-DATA-SAVE(44:8) TO
                       WS-AL-VENDOR-T(WS-ALOG-COUNT)
               MOVE WS-LOG-DATA-SAVE(2:8)  TO
                       WS-AL-ACCOUNT-T(WS-ALOG-COUNT)
               MOVE WS-LOG-DATA-SAVE(30:4) TO
                       WS-AL-CODE-T(WS-ALOG-COUNT)
               COMPUTE WS-AL-AMOUNT-T(WS-ALOG-COUNT) =
                   FUNCTION NUMVAL(WS-LOG-DATA-SAVE(34:10))
           END-IF.

      *****************************************************************
      *    LOAD THE ACCEPTED-DETAIL LOG, DROPPING ENTRIES THAT HAVE   *
      *    AGED PAST THE DUPLICATE WINDOW AND ENTRIES FROM AN         *
      *    EARLIER RUN OF TODAY'S BUSINESS DATE (THIS RUN REBUILDS    *
      *    TODAY'S ACCEPTED FILE AND RE-LOGS WHAT IT ACCEPTS).        *
      *****************************************************************
       Load-Accepted-Log.
           MOVE ZERO TO WS-ALOG-COUNT
           MOVE "N"  TO WS-ALOG-EOF-SWITCH
           OPEN INPUT ACCEPTED-LOG-FILE
           IF ACCPTLOG-FILE-STATUS = "00"
               PERFORM Load-Accepted-Log-Record
                   UNTIL WS-End-Of-AccptLog
               CLOSE ACCEPTED-LOG-FILE
           END-IF.

       Load-Accepted-Log-Record.
           READ ACCEPTED-LOG-FILE
               AT END
                   MOVE "Y" TO WS-ALOG-EOF-SWITCH
               NOT AT END
                   IF AL-RUN-DATE NUMERIC
                      AND AL-RUN-DATE NOT = RLW-RUN-DATE
                       COMPUTE WS-ENTRY-INTEGER =
                           FUNCTION INTEGER-OF-DATE(AL-RUN-DATE)
                       IF WS-TODAY-INTEGER - WS-ENTRY-INTEGER
                               <= WS-DUP-WINDOW-DAYS
                           PERFORM Keep-Accepted-Log-Record
                       END-IF
                   END-IF
           END-READ.

       Keep-Accepted-Log-Record.
           IF WS-ALOG-COUNT >= 3000
               DISPLAY "**** ACCEPTED-DETAIL LOG FULL AT 3000 - "
                       "OLDER ENTRIES IGNORED ****"
               MOVE "Y" TO WS-ALOG-EOF-SWITCH
           ELSE
               ADD 1 TO WS-ALOG-COUNT
               MOVE AL-RUN-DATE   TO WS-AL-DATE-T(WS-ALOG-COUNT)
               MOVE AL-VENDOR-ID  TO WS-AL-VENDOR-T(WS-ALOG-COUNT)
               MOVE AL-ACCOUNT-NO TO WS-AL-ACCOUNT-T(WS-ALOG-COUNT)
               MOVE AL-TRAN-CODE  TO WS-AL-CODE-T(WS-ALOG-COUNT)
               MOVE AL-AMOUNT     TO WS-AL-AMOUNT-T(WS-ALOG-COUNT)
           END-IF.

      *****************************************************************
      *    THE LOG IS REWRITTEN WITH THE SURVIVING ENTRIES PLUS WHAT  *
      *    THIS RUN ACCEPTED.  ON A REFUSED RUN THE ACCEPTED FILE WAS *
      *    EMPTIED, SO NOTHING FROM TODAY IS KEPT.                    *
      *****************************************************************
       Rewrite-Accepted-Log.
           MOVE ZERO TO WS-ALOG-WRITE-COUNT
           OPEN OUTPUT ACCEPTED-LOG-FILE
           PERFORM Rewrite-Accepted-Log-Entry
               VARYING WS-ALOG-SUB FROM 1 BY 1
               UNTIL WS-ALOG-SUB > WS-ALOG-COUNT
           CLOSE ACCEPTED-LOG-FILE.

       Rewrite-Accepted-Log-Entry.
           IF NOT WS-File-Refused
              OR WS-AL-DATE-T(WS-ALOG-SUB) NOT = RLW-RUN-DATE
               MOVE WS-AL-DATE-T(WS-ALOG-SUB)    TO AL-RUN-DATE
               MOVE SPACE                        TO AL-SPACE-1
               MOVE WS-AL-VENDOR-T(WS-ALOG-SUB)  TO AL-VENDOR-ID
               MOVE SPACE                        TO AL-SPACE-2
               MOVE WS-AL-ACCOUNT-T(WS-ALOG-SUB) TO AL-ACCOUNT-NO
               MOVE SPACE                        TO AL-SPACE-3
               MOVE WS-AL-CODE-T(WS-ALOG-SUB)    TO AL-TRAN-CODE
               MOVE SPACE                        TO AL-SPACE-4
               MOVE WS-AL-AMOUNT-T(WS-ALOG-SUB)  TO AL-AMOUNT
               WRITE ACCEPTED-LOG-RECORD
               ADD 1 TO WS-ALOG-WRITE-COUNT
           END-IF.

      *****************************************************************
      *    ADD AN ACCEPTED DETAIL TO ITS VENDOR FILE'S TOTAL FOR      *
      *    TODAY.  THE CALLER HAS MOVED THE TRANSACTION IMAGE TO      *
      *    WS-LOG-DATA-SAVE - AMOUNT AT 34, VENDOR STAMP AT 44, FILE  *
      *    DATE STAMP AT 52.  AN ITEM WITH NO VENDOR STAMP (SUSPENDED *
      *    OUTSIDE ANY BATCH, OR BEFORE THE STAMP EXISTED) BELONGS TO *
      *    NO VENDOR FILE AND IS NOT LEDGERED.                        *
      *****************************************************************
       Add-Vendor-Accept-Total.
           IF WS-LOG-DATA-SAVE(44:8) NOT = SPACES
               MOVE "N" TO WS-VACC-FOUND-SWITCH
               PERFORM Find-Vendor-Accept-Entry
                   VARYING WS-VACC-SUB FROM 1 BY 1
                   UNTIL WS-VACC-SUB > WS-VACC-COUNT
                         OR WS-Vacc-Found
               IF WS-Vacc-Found
                   SUBTRACT 1 FROM WS-VACC-SUB
                   ADD 1 TO WS-VACC-COUNT-T(WS-VACC-SUB)
                   COMPUTE WS-VACC-AMOUNT-T(WS-VACC-SUB) =
                       WS-VACC-AMOUNT-T(WS-VACC-SUB)
                     + FUNCTION NUMVAL(WS-LOG-DATA-SAVE(34:10))
               ELSE
                   PERFORM New-Vendor-Accept-Entry
               END-IF
           END-IF.

       Find-Vendor-Accept-Entry.
           IF WS-VACC-VENDOR-T(WS-VACC-SUB) = WS-LOG-DATA-SAVE(44:8)
              AND WS-VACC-DATE-T(WS-VACC-SUB) = WS-LOG-DATA-SAVE(52:8)
               MOVE "Y" TO WS-VACC-FOUND-SWITCH
           END-IF.

       New-Vendor-Accept-Entry.
           IF WS-VACC-COUNT >= 100
               DISPLAY "**** VENDOR ACCEPTED-TOTALS TABLE FULL AT "
                       "100 - VENDOR " WS-LOG-DATA-SAVE(44:8)
                       " FILE " WS-LOG-DATA-SAVE(52:8)
                       " NOT LEDGERED ****"
           ELSE
               ADD 1 TO WS-VACC-COUNT
               MOVE WS-LOG-DATA-SAVE(44:8) TO
                       WS-VACC-VENDOR-T(WS-VACC-COUNT)
               MOVE WS-LOG-DATA-SAVE(52:8) TO
                       WS-VACC-DATE-T(WS-VACC-COUNT)
               MOVE 1                      TO
                       WS-VACC-COUNT-T(WS-VACC-COUNT)
               COMPUTE WS-VACC-AMOUNT-T(WS-VACC-COUNT) =
                   FUNCTION NUMVAL(WS-LOG-DATA-SAVE(34:10))
           END-IF.

      *****************************************************************
      *    THE VENDOR ACCEPTED-TOTALS LEDGER IS COPIED TO A WORK FILE *
      *    WITHOUT ANY ENTRIES AN EARLIER RUN OF TODAY'S BUSINESS     *
      *    DATE MADE, THIS RUN'S TOTALS ARE ADDED (NONE ON A REFUSED  *
      *    RUN - THE ACCEPTED FILE WAS EMPTIED), AND THE WORK FILE    *
      *    REPLACES THE LEDGER, AS FOR THE BATCH REGISTER.            *
      *****************************************************************
       Update-Vendor-Accept-Ledger.
           MOVE "N" TO WS-VACC-EOF-SWITCH
           OPEN INPUT VENDOR-ACCEPT-FILE
           EVALUATE VENDACPT-FILE-STATUS
               WHEN "00"
                   OPEN OUTPUT VENDOR-ACCEPT-WORK
                   PERFORM Copy-Vendor-Accept-Record
                       UNTIL WS-End-Of-VendAcpt
                   CLOSE VENDOR-ACCEPT-FILE
               WHEN "35"
                   OPEN OUTPUT VENDOR-ACCEPT-WORK
               WHEN OTHER
                   DISPLAY "**** VENDOR ACCEPTED-TOTALS LEDGER "
                           "VENDACPT NOT READABLE - STATUS "
                           VENDACPT-FILE-STATUS
                           " - TODAY'S TOTALS NOT LEDGERED ****"
           END-EVALUATE
           IF VENDACPT-FILE-STATUS = "00" OR "35"
               IF NOT WS-File-Refused
                   PERFORM Add-Vendor-Accept-Record
                       VARYING WS-VACC-SUB FROM 1 BY 1
                       UNTIL WS-VACC-SUB > WS-VACC-COUNT
               END-IF
               CLOSE VENDOR-ACCEPT-WORK
               PERFORM Replace-Vendor-Accept-Ledger
           END-IF.

       Copy-Vendor-Accept-Record.
           READ VENDOR-ACCEPT-FILE
               AT END
                   MOVE "Y" TO WS-VACC-EOF-SWITCH
               NOT AT END
                   IF VC-RUN-DATE NOT = RLW-RUN-DATE
                       WRITE VENDOR-ACCEPT-WORK-RECORD
                           FROM VENDOR-ACCEPT-RECORD
                   END-IF
           END-READ.

       Add-Vendor-Accept-Record.
           MOVE RLW-RUN-DATE                  TO VC-RUN-DATE
           MOVE SPACE                         TO VC-SPACE-1
           MOVE WS-VACC-VENDOR-T(WS-VACC-SUB) TO VC-VENDOR-ID
           MOVE SPACE                         TO VC-SPACE-2
           MOVE WS-VACC-DATE-T(WS-VACC-SUB)   TO VC-FILE-DATE
           MOVE SPACE                         TO VC-SPACE-3
           MOVE WS-VACC-COUNT-T(WS-VACC-SUB)  TO VC-ACCEPT-COUNT
           MOVE SPACE                         TO VC-SPACE-4
           MOVE WS-VACC-AMOUNT-T(WS-VACC-SUB) TO VC-ACCEPT-AMOUNT
           WRITE VENDOR-ACCEPT-WORK-RECORD
               FROM VENDOR-ACCEPT-RECORD.

       Replace-Vendor-Accept-Ledger.
           MOVE "N" TO WS-VAWK-EOF-SWITCH
           OPEN INPUT VENDOR-ACCEPT-WORK
           OPEN OUTPUT VENDOR-ACCEPT-FILE
           PERFORM Copy-Vendor-Accept-Work UNTIL WS-End-Of-VendAwrk
           CLOSE VENDOR-ACCEPT-WORK
           CLOSE VENDOR-ACCEPT-FILE.

       Copy-Vendor-Accept-Work.
           READ VENDOR-ACCEPT-WORK
               AT END
                   MOVE "Y" TO WS-VAWK-EOF-SWITCH
               NOT AT END
                   WRITE VENDOR-ACCEPT-RECORD
                       FROM VENDOR-ACCEPT-WORK-RECORD
           END-READ.

      *****************************************************************
      *    THE BATCH REGISTER IS COPIED TO A WORK FILE WITHOUT ANY    *
      *    ENTRIES AN EARLIER RUN OF TODAY'S BUSINESS DATE MADE, THIS *
      *    RUN'S ACCEPTED BATCHES ARE ADDED, AND THE WORK FILE        *
      *    REPLACES THE REGISTER.  EVERY OLDER ENTRY IS KEPT FOR      *
      *    GOOD.                                                      *
      *****************************************************************
       Update-Batch-Register.
           MOVE "N" TO WS-BREG-EOF-SWITCH
           OPEN INPUT BATCH-REGISTER-FILE
           EVALUATE BATCHREG-FILE-STATUS
               WHEN "00"
                   OPEN OUTPUT BATCH-REGISTER-WORK
                   PERFORM Copy-Batch-Register-Record
                       UNTIL WS-End-Of-BatchReg
                   CLOSE BATCH-REGISTER-FILE
               WHEN "35"
                   OPEN OUTPUT BATCH-REGISTER-WORK
               WHEN OTHER
                   DISPLAY "**** BATCH REGISTER BATCHREG NOT "
                           "READABLE - STATUS " BATCHREG-FILE-STATUS
                           " - TODAY'S BATCHES NOT REGISTERED ****"
                   MOVE "Y" TO WS-BREG-EOF-SWITCH
           END-EVALUATE
           IF BATCHREG-FILE-STATUS = "00" OR "35"
               MOVE ZERO TO WS-BREG-ADD-COUNT
               PERFORM Add-Batch-Register-Entry
                   VARYING WS-BSUM-SUB FROM 1 BY 1
                   UNTIL WS-BSUM-SUB > WS-BSUM-COUNT
               CLOSE BATCH-REGISTER-WORK
               PERFORM Replace-Batch-Register
           END-IF.

       Copy-Batch-Register-Record.
           READ BATCH-REGISTER-FILE
               AT END
                   MOVE "Y" TO WS-BREG-EOF-SWITCH
               NOT AT END
                   IF BR-RUN-DATE NOT = RLW-RUN-DATE
                       WRITE BATCH-REGISTER-WORK-RECORD
                           FROM BATCH-REGISTER-RECORD
                   END-IF
           END-READ.

       Add-Batch-Register-Entry.
           IF WS-BSUM-DISP-T(WS-BSUM-SUB) = "ACCEPTED"
               MOVE WS-BSUM-VENDOR-T(WS-BSUM-SUB) TO BR-VENDOR-ID
               MOVE SPACE                         TO BR-SPACE-1
               MOVE WS-BSUM-DATE-T(WS-BSUM-SUB)   TO BR-FILE-DATE
               MOVE SPACE                         TO BR-SPACE-2
               MOVE RLW-RUN-DATE                  TO BR-RUN-DATE
               MOVE SPACE                         TO BR-SPACE-3
               MOVE WS-BSUM-DETAIL-T(WS-BSUM-SUB) TO BR-DETAIL-COUNT
               MOVE SPACE                         TO BR-SPACE-4
               MOVE WS-BSUM-ACCEPT-T(WS-BSUM-SUB) TO BR-ACCEPT-COUNT
               WRITE BATCH-REGISTER-WORK-RECORD
                   FROM BATCH-REGISTER-RECORD
               ADD 1 TO WS-BREG-ADD-COUNT
           END-IF.

       Replace-Batch-Register.
           MOVE "N" TO WS-BRWK-EOF-SWITCH
           OPEN INPUT BATCH-REGISTER-WORK
           OPEN OUTPUT BATCH-REGISTER-FILE
           PERFORM Copy-Batch-Register-Work UNTIL WS-End-Of-BatchRwk
           CLOSE BATCH-REGISTER-WORK
           CLOSE BATCH-REGISTER-FILE.

       Copy-Batch-Register-Work.
           READ BATCH-REGISTER-WORK
               AT END
                   MOVE "Y" TO WS-BRWK-EOF-SWITCH
               NOT AT END
                   WRITE BATCH-REGISTER-RECORD
                       FROM BATCH-REGISTER-WORK-RECORD
           END-READ.

      *****************************************************************
      *    A BATCH DETAIL IS HELD UNTIL THE BATCH SETTLES.  A BATCH   *
      *    THAT OVERFLOWS THE HOLDING TABLE CANNOT BE RELEASED        *
           MOVE WS-SUSP-FIRST-DATE-SAVE TO SP-FIRST-DATE
           MOVE SPACE                   TO SP-SPACE-1
           MOVE WS-SUSP-RECYCLE-SAVE    TO SP-RECYCLE-COUNT
           MOVE WS-SUSP-HOLD-SAVE       TO SP-HOLD-FLAG
           MOVE WS-SUSP-DATA-SAVE       TO SP-TRAN-DATA
           WRITE SUSPENSE-OUT-RECORD FROM SUSPENSE-CONTROL-RECORD
           PERFORM Write-Aging-Line
               MOVE "Y" TO WS-FIELD-BAD-SWITCH
           END-IF.

      *****************************************************************
      *    A TRANSFER CARD NAMES A SECOND ACCOUNT, EDITED THE SAME    *
      *    WAY AS THE FIRST.  THE TRANSFER CODE AND THE TRANSFER      *
      *    CARD GO TOGETHER - POSTING APPLIES BOTH LEGS OF AN XFER    *
      *    OR NEITHER, WHICH IT CANNOT DO FOR A ONE-ACCOUNT DETAIL.   *
      *****************************************************************
       Edit-Transfer-Fields.
           IF TR-Transfer-Rec
               MOVE "N" TO WS-FIELD-BAD-SWITCH
               PERFORM Check-To-Account-Char
                   VARYING WS-CHAR-IDX FROM 1 BY 1 UNTIL WS-CHAR-IDX > 8
               EVALUATE TRUE
                   WHEN WS-Field-Bad
                       MOVE "TR-TO-ACCT"     TO WS-EDIT-FIELD-NAME
                       MOVE TR-TO-ACCOUNT-NO TO WS-EDIT-FIELD-VALUE
                       MOVE "FIELD MUST BE NUMERIC" TO WS-EDIT-REASON
                       PERFORM Write-Edit-Line
                   WHEN TR-TO-ACCOUNT-NO = TR-ACCOUNT-NO
                       MOVE "TR-TO-ACCT"     TO WS-EDIT-FIELD-NAME
                       MOVE TR-TO-ACCOUNT-NO TO WS-EDIT-FIELD-VALUE
                       MOVE "TRANSFER TO ITS OWN ACCOUNT"
                                             TO WS-EDIT-REASON
                       PERFORM Write-Edit-Line
               END-EVALUATE
               IF NOT TR-Transfer-Code
                   MOVE "TR-TRAN-CODE"   TO WS-EDIT-FIELD-NAME
                   MOVE TR-TRAN-CODE     TO WS-EDIT-FIELD-VALUE
                   MOVE "TRANSFER CARD MUST CARRY XFER"
                                         TO WS-EDIT-REASON
                   PERFORM Write-Edit-Line
               END-IF
           ELSE
               IF TR-Transfer-Code
                   MOVE "TR-TRAN-CODE"   TO WS-EDIT-FIELD-NAME
                   MOVE TR-TRAN-CODE     TO WS-EDIT-FIELD-VALUE
                   MOVE "XFER ONLY ON A TRANSFER CARD"
                                         TO WS-EDIT-REASON
                   PERFORM Write-Edit-Line
               END-IF
           END-IF.

       Check-To-Account-Char.
           CALL "ClassChr" USING TR-TO-ACCOUNT-NO(WS-CHAR-IDX:1)
                                 WS-CLASS-RESULT
           IF WS-CLASS-RESULT NOT = "D"
               MOVE "Y" TO WS-FIELD-BAD-SWITCH
           END-IF.

       Edit-Cust-Name.
           MOVE "N" TO WS-FIELD-BAD-SWITCH
           PERFORM Check-Name-Char
                   MOVE "BBIG" TO WS-ACK-REASON-CODE
               WHEN "NO BATCH HEADER ON FILE"
                   MOVE "BHDR" TO WS-ACK-REASON-CODE
               WHEN "BATCH ALREADY PROCESSED"
                   MOVE "BDUP" TO WS-ACK-REASON-CODE
               WHEN "SUSPECTED DUPLICATE TRANSACTION"
                   MOVE "TDUP" TO WS-ACK-REASON-CODE
               WHEN "TRANSFER TO ITS OWN ACCOUNT"
                   MOVE "XSAM" TO WS-ACK-REASON-CODE
               WHEN "TRANSFER CARD MUST CARRY XFER"
               WHEN "XFER ONLY ON A TRANSFER CARD"
                   MOVE "XCOD" TO WS-ACK-REASON-CODE
               WHEN OTHER
                   MOVE "MISC" TO WS-ACK-REASON-CODE
           END-EVALUATE.

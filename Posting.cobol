      *                    GL EXTRACT UNDER THE CYCLE'S BUSINESS      *
      *                    DATE.  ACCTPEND IS EMPTIED AFTER THE RUN   *
      *                    LIKE THE ACCEPTED FILE.                    *
      *    2026-10-15  JM  THE WORK RECORD NOW CARRIES THE VENDOR     *
      *                    STAMP AND REFERENCE FIELDS TRANREC GAINED, *
      *                    AND THE REFERENCE ON A QUEUED ENTRY (THE   *
      *                    REVERSAL REQUEST NUMBER FROM REVMAINT) IS  *
      *                    WRITTEN TO ACCTHIST WITH THE ENTRY.        *
      *    2026-10-15  JM  THE RUN IS REFUSED WHEN THE BUSINESS DATE  *
      *                    FALLS IN A FISCAL PERIOD ALREADY CLOSED ON *
      *                    PERLOCK - NOTHING MAY POST INTO A CLOSED   *
      *                    PERIOD, AND THE ACCEPTED AND PENDING FILES *
      *                    ARE LEFT AS THEY WERE.                     *
      *    2026-10-15  JM  A DORMANT ACCOUNT TAKES CREDITS AS USUAL,  *
      *                    BUT A DEBIT TO ONE IS REJECTED TO PSTEXCP  *
      *                    WITH REASON DRMT UNTIL A SUPERVISOR        *
      *                    REACTIVATES THE ACCOUNT.                   *
      *    2026-10-15  JM  ACCOUNT-TO-ACCOUNT TRANSFERS.  A TRANSFER  *
      *                    DETAIL ("X") STAYS OUT OF THE ACCOUNT      *
      *                    SORT AND POSTS IN ITS OWN PASS ONCE THE    *
      *                    SORTED ACCOUNTS ARE DONE - BOTH ACCOUNTS   *
      *                    ARE READ AND CHECKED FIRST, THEN THE DEBIT *
      *                    AND CREDIT ARE APPLIED TOGETHER, OR BOTH   *
      *                    LEGS ARE REJECTED TO PSTEXCP UNDER ONE     *
      *                    TRANSFER REFERENCE.  BOTH POSTED LEGS GO   *
      *                    TO ACCTHIST WITH THAT REFERENCE AND THE    *
      *                    OTHER LEG'S ACCOUNT AS COUNTER-ACCOUNT.    *
      *                    CODE XFER ON A ONE-ACCOUNT DETAIL IS       *
      *                    REJECTED (XLEG).  EVERY EXCEPTION RECORD   *
      *                    NOW CARRIES THE ENTRY'S REFERENCE.         *
      *    2026-10-15  JM  COMMIT CHECKPOINTS AND RESTART.  EVERY     *
      *                    100 ACCOUNTS (AND EVERY 100 TRANSFERS) THE *
      *                    OUTPUT FILES ARE CLOSED AND A CHECKPOINT   *
      *                    GOES ON POSTCKPT WITH THE LAST ACCOUNT     *
      *                    DONE, THE RUN'S COUNTS AND TOTALS, AND THE *
      *                    RECORD COUNTS OF PSTJRNL, ACCTHIST AND     *
      *                    PSTEXCP.  EACH ACCOUNT'S BALANCE IS SAVED  *
      *                    ON POSTBIMG BEFORE ITS REWRITE.  A RUN     *
      *                    THAT FINDS TODAY'S CHECKPOINT WITHOUT AN   *
      *                    END RECORD IS A RESTART - IT PUTS BACK THE *
      *                    ACCOUNTS REWRITTEN SINCE THE CHECKPOINT,   *
      *                    CUTS THE THREE FILES BACK TO THEIR         *
      *                    CHECKPOINTED COUNTS, SKIPS THE WORK        *
      *                    ALREADY COMMITTED, AND CARRIES ON, SO THE  *
      *                    JOURNAL AND RUN-LOG TOTALS MATCH ONE CLEAN *
      *                    RUN.  THE JOURNAL NOW ENDS WITH DEBIT AND  *
      *                    CREDIT TOTALS.  AN UNFINISHED RUN FROM AN  *
      *                    EARLIER BUSINESS DATE REFUSES THE RUN.     *
      *    2026-10-15  JM  THE VENDOR ID AND FILE DATE STAMPED ON A   *
      *                    DETAIL BY THE EDIT RUN NOW GO ONTO ITS     *
      *                    ACCTHIST OR PSTEXCP RECORD, FOR THE        *
      *                    VENDOR SETTLEMENT RECONCILIATION.          *
      *    2026-10-15  JM  WHEN A REVERSING ENTRY (REVD/REVC) QUEUED  *
      *                    BY REVMAINT IS REJECTED, THE REVERSED FLAG *
      *                    REVMAINT PUT ON THE ORIGINAL ACCTHIST      *
      *                    ENTRY AT APPROVAL IS CLEARED ONCE THE      *
      *                    POSTING IS DONE, SO THE ENTRY CAN BE PUT   *
      *                    UP FOR REVERSAL AGAIN, AND THE CLEARED     *
      *                    ENTRY GOES ON PSTEXCP WITH REASON RVCL.    *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-FILE-STATUS.

           SELECT PERIOD-LOCK-FILE ASSIGN TO "PERLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERLOCK-FILE-STATUS.

           SELECT POSTING-CHECKPOINT-FILE ASSIGN TO "POSTCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POSTCKPT-FILE-STATUS.

           SELECT BEFORE-IMAGE-FILE ASSIGN TO "POSTBIMG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POSTBIMG-FILE-STATUS.

           SELECT CUT-BACK-WORK-FILE ASSIGN TO "POSTCWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POSTCWRK-FILE-STATUS.

           SELECT REVERSAL-REQUEST-FILE ASSIGN TO "REVREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REVREQ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCEPTED-FILE.
       FD  PENDING-TRAN-FILE.
       01  PENDING-TRAN-RECORD      PIC X(80).

       FD  PERIOD-LOCK-FILE.
       COPY PERLKREC.

       FD  POSTING-CHECKPOINT-FILE.
       COPY PCKPTREC.

       FD  BEFORE-IMAGE-FILE.
       COPY PBIMGREC.

       FD  CUT-BACK-WORK-FILE.
       01  CUT-BACK-WORK-RECORD     PIC X(100).

       FD  REVERSAL-REQUEST-FILE.
       COPY REVREQRC.

       WORKING-STORAGE SECTION.
       01  ACCEPT-FILE-STATUS    PIC X(02).
       01  SORTED-FILE-STATUS    PIC X(02).
           05  WS-WT-ACCOUNT-NO     PIC X(08).
           05  WS-WT-CUST-NAME      PIC X(20).
           05  WS-WT-TRAN-CODE      PIC X(04).
               88  WS-WT-TRANSFER-CODE  VALUE "XFER".
           05  WS-WT-AMOUNT         PIC X(10).
           05  WS-WT-VENDOR-ID      PIC X(08).
           05  WS-WT-FILE-DATE      PIC X(08).
           05  WS-WT-REFERENCE      PIC X(10).
           05  WS-WT-TO-ACCOUNT-NO  PIC X(08).
           05  FILLER               PIC X(03).

       01  WS-TRAN-AMOUNT        PIC S9(11)V99.
       01  WS-ACCT-BALANCE       PIC S9(11)V99.
       01  WS-ACCT-STATUS        PIC X(01).
           88  WS-ACCT-FROZEN        VALUE "F".
           88  WS-ACCT-CLOSED        VALUE "C".
           88  WS-ACCT-DORMANT       VALUE "D".

       01  WS-REJECT-REASON-CODE PIC X(04).
       01  WS-REJECT-REASON-TEXT PIC X(25).
       01  WS-CODE-DC-SAVE       PIC X(01).
       01  WS-CODE-DESC-SAVE     PIC X(30).

      *****************************************************************
      *    TRANSFERS - BOTH ACCOUNTS ARE READ AND CHECKED BEFORE      *
      *    EITHER IS TOUCHED.  A TRANSFER SENT WITHOUT A REFERENCE    *
      *    IS GIVEN ONE ("XFR" + RUN SEQUENCE) SO ITS TWO LEGS CAN    *
      *    ALWAYS BE MATCHED ON ACCTHIST OR PSTEXCP.                  *
      *****************************************************************
       01  WS-XFER-IN-COUNT      PIC 9(06) COMP VALUE ZERO.
       01  WS-XFER-POSTED-COUNT  PIC 9(06) COMP VALUE ZERO.
       01  WS-XFER-REJECT-COUNT  PIC 9(06) COMP VALUE ZERO.
       01  WS-COUNTER-ACCOUNT    PIC X(08).

       01  WS-XFER-REF-BUILD.
           05  FILLER               PIC X(03) VALUE "XFR".
           05  WS-XFER-REF-SEQ      PIC 9(07) VALUE ZERO.

       01  WS-XF-FROM-ACCOUNT    PIC X(08).
       01  WS-XF-TO-ACCOUNT      PIC X(08).
       01  WS-XF-FROM-BALANCE    PIC S9(11)V99.
       01  WS-XF-TO-BALANCE      PIC S9(11)V99.
       01  WS-XF-FROM-LIMIT      PIC S9(11)V99.

       01  WS-XF-FROM-FOUND-SWITCH PIC X(01).
           88  WS-XF-FROM-ON-MASTER  VALUE "Y".

       01  WS-XF-TO-FOUND-SWITCH PIC X(01).
           88  WS-XF-TO-ON-MASTER    VALUE "Y".

       01  WS-XF-FROM-STATUS     PIC X(01).
           88  WS-XF-FROM-FROZEN     VALUE "F".
           88  WS-XF-FROM-CLOSED     VALUE "C".
           88  WS-XF-FROM-DORMANT    VALUE "D".

       01  WS-XF-TO-STATUS       PIC X(01).
           88  WS-XF-TO-FROZEN       VALUE "F".
           88  WS-XF-TO-CLOSED       VALUE "C".

       01  WS-XF-REWRITE-SWITCH  PIC X(01).
           88  WS-XF-REWRITE-FAILED  VALUE "Y".

      *****************************************************************
      *    COMMIT CHECKPOINTS - SEE PCKPTREC AND PBIMGREC.            *
      *****************************************************************
       01  POSTCKPT-FILE-STATUS  PIC X(02).
       01  POSTBIMG-FILE-STATUS  PIC X(02).
       01  POSTCWRK-FILE-STATUS  PIC X(02).

      *    ACCOUNTS (OR TRANSFERS) BETWEEN COMMIT CHECKPOINTS.
       01  WS-CHECKPOINT-INTERVAL PIC 9(04) VALUE 100.

       01  WS-RESTART-MODE       PIC X(01).
           88  WS-FRESH-RUN          VALUE "N".
           88  WS-RESTART-RUN        VALUE "A" "X" "F".
           88  WS-RESUME-ACCOUNTS    VALUE "A".
           88  WS-RESUME-TRANSFERS   VALUE "X".
           88  WS-RESUME-FINISHED    VALUE "F".
           88  WS-RESTART-REFUSED    VALUE "Z".

       01  WS-SKIP-SWITCH        PIC X(01).
           88  WS-SKIPPING-ACCOUNTS  VALUE "Y".

       01  WS-CKPT-EOF-SWITCH    PIC X(01).
           88  WS-END-OF-POSTCKPT    VALUE "Y".

       01  WS-CKPT-FOUND-SWITCH  PIC X(01).
           88  WS-CHECKPOINT-FOUND   VALUE "Y".

       01  WS-LAST-CKPT-IMAGE    PIC X(200).

       01  WS-CKPT-TYPE          PIC X(01).
       01  WS-CKPT-PHASE         PIC X(01).
       01  WS-CKPT-ACCOUNT       PIC X(08).
       01  WS-CKPT-SEQ           PIC 9(06) COMP VALUE ZERO.
       01  WS-CKPT-PENDING       PIC 9(06) COMP VALUE ZERO.
       01  WS-RESTART-ACCOUNT    PIC X(08).
       01  WS-XFER-DONE          PIC 9(06) COMP VALUE ZERO.
       01  WS-XFER-SKIP-COUNT    PIC 9(06) COMP VALUE ZERO.

       01  WS-JOURNAL-LINES      PIC 9(08) COMP VALUE ZERO.
       01  WS-HISTORY-RECORDS    PIC 9(09) COMP VALUE ZERO.
       01  WS-EXCEPTION-RECORDS  PIC 9(09) COMP VALUE ZERO.
       01  WS-DEBIT-TOTAL        PIC S9(13)V99 VALUE ZERO.
       01  WS-CREDIT-TOTAL       PIC S9(13)V99 VALUE ZERO.
       01  WS-TOTAL-DISP         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-CUT-EOF-SWITCH     PIC X(01).
           88  WS-END-OF-CUT         VALUE "Y".

       01  WS-CUT-COUNT          PIC 9(09) COMP.

       01  WS-BI-EOF-SWITCH      PIC X(01).
           88  WS-END-OF-POSTBIMG    VALUE "Y".

       01  WS-BI-ACCOUNT-SAVE    PIC X(08).
       01  WS-BI-BALANCE-SAVE    PIC S9(11)V99.
       01  WS-BI-UNIT            PIC 9(06) COMP.
       01  WS-BI-COUNT           PIC 9(04) COMP VALUE ZERO.
       01  WS-BI-SUB             PIC 9(04) COMP.

       01  WS-BI-TABLE.
           05  WS-BI-ENTRY OCCURS 1000 TIMES.
               10  WS-BI-ACCOUNT-T  PIC X(08).
               10  WS-BI-BALANCE-T  PIC S9(11)V99.

      *****************************************************************
      *    REJECTED REVERSALS - ONE ENTRY PER "REV" REFERENCE WHOSE   *
      *    REVERSING ENTRY WAS REJECTED TODAY AND WHOSE ORIGINAL HAS  *
      *    NOT YET BEEN CLEARED (NO RVCL RECORD FOR IT ON PSTEXCP),   *
      *    WITH THE ORIGINAL ENTRY'S KEY FROM ITS REVREQ REQUEST.     *
      *****************************************************************
       01  REVREQ-FILE-STATUS    PIC X(02).

       01  WS-RVX-EOF-SWITCH     PIC X(01).
           88  WS-END-OF-RVX         VALUE "Y".

       01  WS-RV-COUNT           PIC 9(03) COMP VALUE ZERO.
       01  WS-RV-SUB             PIC 9(03) COMP.
       01  WS-RV-FOUND-SUB       PIC 9(03) COMP.
       01  WS-RV-OPEN-COUNT      PIC 9(03) COMP VALUE ZERO.
       01  WS-RV-CLEARED-COUNT   PIC 9(03) COMP VALUE ZERO.
       01  WS-RV-REFERENCE       PIC X(10).

       01  WS-RV-TABLE.
           05  WS-RV-ENTRY OCCURS 50 TIMES.
               10  WS-RV-REFERENCE-T PIC X(10).
               10  WS-RV-REQUEST-T   PIC 9(06).
               10  WS-RV-DONE-T      PIC X(01).
               10  WS-RV-KEYED-T     PIC X(01).
               10  WS-RV-CLEARED-T   PIC X(01).
               10  WS-RV-ACCOUNT-T   PIC X(08).
               10  WS-RV-HDATE-T     PIC 9(08).
               10  WS-RV-CODE-T      PIC X(04).
               10  WS-RV-AMOUNT-T    PIC 9(11)V99.

       COPY JOBHDR.

       COPY PERLKW.

       COPY RUNLOGW.

       PROCEDURE DIVISION.
           MOVE ZERO TO WS-POSTED-COUNT
           MOVE ZERO TO WS-REJECT-COUNT
           MOVE ZERO TO WS-ACCOUNT-COUNT
           MOVE ZERO TO WS-XFER-IN-COUNT
           MOVE ZERO TO WS-XFER-POSTED-COUNT
           MOVE ZERO TO WS-XFER-REJECT-COUNT
           MOVE ZERO TO WS-XFER-REF-SEQ
           MOVE ZERO TO WS-XFER-DONE
           MOVE ZERO TO WS-XFER-SKIP-COUNT
           MOVE ZERO TO WS-CKPT-SEQ
           MOVE ZERO TO WS-CKPT-PENDING
           MOVE ZERO TO WS-JOURNAL-LINES
           MOVE ZERO TO WS-HISTORY-RECORDS
           MOVE ZERO TO WS-EXCEPTION-RECORDS
           MOVE ZERO TO WS-RV-CLEARED-COUNT
           MOVE ZERO TO WS-DEBIT-TOTAL
           MOVE ZERO TO WS-CREDIT-TOTAL
           MOVE "N"  TO WS-RESTART-MODE
           MOVE "N"  TO WS-SKIP-SWITCH
           MOVE "A"  TO WS-CKPT-PHASE
           MOVE SPACES TO WS-CKPT-ACCOUNT
           MOVE SPACES TO WS-PRIOR-ACCOUNT
           MOVE SPACES TO WS-COUNTER-ACCOUNT
           MOVE "POSTING JOURNAL"   TO JH-JOB-NAME
           MOVE ZERO                TO JH-PAGE-NO
           MOVE "POSTING"           TO RLW-STEP-NAME
               PERFORM Write-Run-Log
               GOBACK
           END-IF
           MOVE RLW-RUN-DATE        TO PLW-CHECK-DATE
           PERFORM Check-Period-Lock
           IF PLW-Date-Locked
               DISPLAY "**** BUSINESS DATE " RLW-RUN-DATE " IS IN "
                       "CLOSED FISCAL PERIOD " PLW-LOCKED-PERIOD
                       " OF " PLW-LOCKED-YEAR " - POSTING NOT RUN ****"
               MOVE 8 TO RETURN-CODE
               PERFORM Write-Run-Log
               GOBACK
           END-IF
           OPEN I-O ACCOUNT-MASTER-FILE
           IF ACCTMAST-FILE-STATUS NOT = "00"
               DISPLAY "**** ACCOUNT MASTER FILE ACCTMAST NOT "
               PERFORM Write-Run-Log
               GOBACK
           END-IF
           PERFORM Check-Posting-Restart
           IF WS-Restart-Refused
               DISPLAY "**** POSTING RUN OF " PC-RUN-DATE " DID NOT "
                       "FINISH AND CANNOT BE RESTARTED UNDER "
                       "BUSINESS DATE " RLW-RUN-DATE " - SEE "
                       "POSTCKPT - POSTING NOT RUN ****"
               CLOSE ACCOUNT-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               PERFORM Write-Run-Log
               GOBACK
           END-IF
           PERFORM Build-Job-Header
           IF WS-Restart-Run
               PERFORM Resume-From-Checkpoint
           ELSE
               PERFORM Count-Posting-Files
               OPEN OUTPUT POSTING-JOURNAL-FILE
               WRITE POSTING-JOURNAL-RECORD FROM JOB-HEADER-LINE
               ADD 1 TO WS-JOURNAL-LINES
               PERFORM Open-History-File
               PERFORM Open-Exception-File
      *        THE STARTING CHECKPOINT - A STOP BEFORE THE FIRST FULL
      *        INTERVAL RESTARTS FROM HERE, NOT AS A FRESH RUN.
               MOVE "A"    TO WS-CKPT-PHASE
               MOVE SPACES TO WS-CKPT-ACCOUNT
               PERFORM Take-Checkpoint
           END-IF
           IF NOT WS-Resume-Finished
               PERFORM Post-Days-Entries
           END-IF
           CLOSE ACCOUNT-MASTER-FILE
      *    EMPTY THE ACCEPTED FILE - AND THE PENDING OPENING-BALANCE
      *    FILE WHEN ANY OF ITS RECORDS CAME THROUGH - ONCE THE
      *    TRANSACTIONS ARE ON THE MASTER, SO A SECOND POSTING RUN
           MOVE WS-REJECT-COUNT TO RLW-ERRORS
           MOVE "OK"            TO RLW-STATUS
           PERFORM Write-Run-Log
           MOVE "E" TO WS-CKPT-TYPE
           PERFORM Write-Checkpoint-Record
           DISPLAY "POSTING - TRANSACTIONS READ: " WS-TRAN-COUNT
           DISPLAY "POSTING - PENDING OPENINGS:  " WS-PEND-IN-COUNT
           DISPLAY "POSTING - POSTED:            " WS-POSTED-COUNT
           DISPLAY "POSTING - REJECTED:          " WS-REJECT-COUNT
           DISPLAY "POSTING - ACCOUNTS UPDATED:  " WS-ACCOUNT-COUNT
           DISPLAY "POSTING - TRANSFERS POSTED:  " WS-XFER-POSTED-COUNT
           DISPLAY "POSTING - TRANSFERS REJECTED:" WS-XFER-REJECT-COUNT
           DISPLAY "POSTING - REVERSALS REOPENED:" WS-RV-CLEARED-COUNT
           MOVE WS-DEBIT-TOTAL  TO WS-TOTAL-DISP
           DISPLAY "POSTING - DEBITS POSTED:     " WS-TOTAL-DISP
           MOVE WS-CREDIT-TOTAL TO WS-TOTAL-DISP
           DISPLAY "POSTING - CREDITS POSTED:    " WS-TOTAL-DISP
           GOBACK.

      *****************************************************************
      *    THE POSTING ITSELF - THE SORTED ACCOUNT PASS, THEN THE     *
      *    TRANSFER PASS, THEN THE JOURNAL TOTALS.  ONCE THE OUTPUT   *
      *    FILES ARE CLOSED, ANY REVERSAL REJECTED TODAY HAS ITS      *
      *    ORIGINAL ENTRY REOPENED, AND THE FINISH RECORD GOES ON     *
      *    POSTCKPT, SO A RUN THAT STOPS AFTER THIS POINT ONLY HAS    *
      *    ITS INPUT FILES LEFT TO EMPTY WHEN IT IS RESTARTED.        *
      *****************************************************************
       Post-Days-Entries.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-ACCOUNT-NO
               INPUT PROCEDURE IS Release-Posting-Input
               GIVING SORTED-TRAN-FILE
           IF NOT WS-Resume-Transfers
               OPEN INPUT SORTED-TRAN-FILE
               PERFORM Read-Sorted-Tran
               PERFORM Post-One-Tran UNTIL WS-End-Of-Sorted
               IF WS-PRIOR-ACCOUNT NOT = SPACES
                   PERFORM Finish-Prior-Account
               END-IF
               CLOSE SORTED-TRAN-FILE
           END-IF
           IF WS-XFER-IN-COUNT NOT = ZERO
               IF NOT WS-Resume-Transfers
                   MOVE "X"         TO WS-CKPT-PHASE
                   MOVE SPACES      TO WS-CKPT-ACCOUNT
                   PERFORM Take-Checkpoint
               END-IF
               PERFORM Post-Transfers
           END-IF
           PERFORM Write-Journal-Totals
           MOVE WS-TRAN-COUNT       TO JT-RECORD-COUNT
           PERFORM Build-Job-Trailer
           WRITE POSTING-JOURNAL-RECORD FROM JOB-TRAILER-LINE
           ADD 1 TO WS-JOURNAL-LINES
           CLOSE POSTING-JOURNAL-FILE
           CLOSE ACCT-HISTORY-FILE
           CLOSE POSTING-EXCEPTION-FILE
           PERFORM Reopen-Rejected-Reversals
           MOVE "F" TO WS-CKPT-TYPE
           PERFORM Write-Checkpoint-Record.

       Write-Journal-Totals.
           MOVE SPACES            TO POSTING-JOURNAL-RECORD
           MOVE "TOTAL DEBITS"    TO PJ-LINE-LABEL
           MOVE "DR"              TO PJ-DC-IND
           MOVE WS-DEBIT-TOTAL    TO PJ-AMOUNT
           PERFORM Write-Journal-Line
           MOVE SPACES            TO POSTING-JOURNAL-RECORD
           MOVE "TOTAL CREDITS"   TO PJ-LINE-LABEL
           MOVE "CR"              TO PJ-DC-IND
           MOVE WS-CREDIT-TOTAL   TO PJ-AMOUNT
           PERFORM Write-Journal-Line.

       Write-Journal-Line.
           WRITE POSTING-JOURNAL-RECORD
           ADD 1 TO WS-JOURNAL-LINES.

      *****************************************************************
      *    THE SORT TAKES TODAY'S ACCEPTED FILE PLUS ANY OPENING-     *
      *    BALANCE TRANSACTIONS ACCOUNT MAINTENANCE QUEUED ON         *
      *    ACCTPEND, SO MAINTENANCE MONEY MOVES THROUGH THE SAME      *
      *    CYCLE - AND UNDER THE SAME BUSINESS DATE - AS VENDOR       *
      *    MONEY.  A MISSING ACCTPEND JUST MEANS NOTHING IS QUEUED.   *
      *    TRANSFER DETAILS TOUCH TWO ACCOUNTS AND ARE HELD BACK FOR  *
      *    THE TRANSFER PASS (SEE Post-Transfers).                    *
      *****************************************************************
       Release-Posting-Input.
           OPEN INPUT ACCEPTED-FILE
               AT END
                   MOVE "Y" TO WS-ACCEPT-EOF-SWITCH
               NOT AT END
                   IF TR-Transfer-Rec
                       ADD 1 TO WS-XFER-IN-COUNT
                   ELSE
                       RELEASE SORT-WORK-RECORD FROM TRAN-RECORD
                   END-IF
           END-READ.

       Release-Pending-Record.
               AT END MOVE "Y" TO WS-SORTED-EOF-SWITCH
           END-READ.

      *    ON A RESTART, EVERY ACCOUNT UP TO THE CHECKPOINTED ONE IS
      *    ALREADY ON THE MASTER, THE HISTORY FILE AND THE JOURNAL -
      *    ITS TRANSACTIONS ARE PASSED OVER UNCOUNTED, SINCE THE
      *    CHECKPOINT'S COUNTS ALREADY INCLUDE THEM.
       Post-One-Tran.
           IF WS-Skipping-Accounts
              AND WS-WT-ACCOUNT-NO NOT > WS-RESTART-ACCOUNT
               CONTINUE
           ELSE
               MOVE "N" TO WS-SKIP-SWITCH
               IF WS-WT-ACCOUNT-NO NOT = WS-PRIOR-ACCOUNT
                   IF WS-PRIOR-ACCOUNT NOT = SPACES
                       PERFORM Finish-Prior-Account
                   END-IF
                   PERFORM Start-New-Account
               END-IF
               ADD 1 TO WS-TRAN-COUNT
               PERFORM Apply-Transaction
           END-IF
           PERFORM Read-Sorted-Tran.

      *****************************************************************
               MOVE "OPENING BALANCE" TO PJ-LINE-LABEL
               MOVE WS-ACCT-BALANCE   TO PJ-AMOUNT
               MOVE AM-CUST-NAME      TO PJ-REMARK
               PERFORM Write-Journal-Line
           ELSE
               MOVE SPACES            TO POSTING-JOURNAL-RECORD
               MOVE WS-WT-ACCOUNT-NO  TO PJ-ACCOUNT-NO
               MOVE "NOT ON MASTER"   TO PJ-LINE-LABEL
               MOVE "ACCOUNT NOT ON MASTER"
                                      TO PJ-REMARK
               PERFORM Write-Journal-Line
           END-IF.

      *****************************************************************
      *    STATUS AND LIMIT CHECKS COME BEFORE THE DEBIT/CREDIT       *
      *    EFFECT - A FROZEN OR CLOSED ACCOUNT TAKES NOTHING, A       *
      *    DORMANT ACCOUNT TAKES CREDITS BUT NO DEBITS, AND A DEBIT   *
      *    MAY NOT TAKE THE BALANCE FURTHER BELOW ZERO THAN THE       *
      *    ACCOUNT'S CREDIT LIMIT ALLOWS.                             *
      *****************************************************************
       Apply-Transaction.
           COMPUTE WS-TRAN-AMOUNT =
                       MOVE "CODE NOT ON TRANCODE MAST"
                                   TO WS-REJECT-REASON-TEXT
                       PERFORM Reject-Transaction
                   WHEN WS-WT-Transfer-Code
                       MOVE "XLEG" TO WS-REJECT-REASON-CODE
                       MOVE "TRANSFER NEEDS BOTH LEGS"
                                   TO WS-REJECT-REASON-TEXT
                       PERFORM Reject-Transaction
                   WHEN WS-Acct-Frozen
                       MOVE "FRZN" TO WS-REJECT-REASON-CODE
                       MOVE "ACCOUNT FROZEN"
                       MOVE "ACCOUNT CLOSED"
                                   TO WS-REJECT-REASON-TEXT
                       PERFORM Reject-Transaction
                   WHEN WS-Acct-Dormant AND WS-CODE-DC-SAVE = "D"
                       MOVE "DRMT" TO WS-REJECT-REASON-CODE
                       MOVE "DEBIT TO DORMANT ACCOUNT"
                                   TO WS-REJECT-REASON-TEXT
                       PERFORM Reject-Transaction
                   WHEN WS-CODE-DC-SAVE = "D"
                       PERFORM Apply-Debit
                   WHEN WS-CODE-DC-SAVE = "C"
           ELSE
               MOVE "CR" TO PJ-DC-IND
           END-IF
           IF WS-CODE-DC-SAVE = "D"
               ADD WS-TRAN-AMOUNT TO WS-DEBIT-TOTAL
           ELSE
               ADD WS-TRAN-AMOUNT TO WS-CREDIT-TOTAL
           END-IF
           MOVE WS-TRAN-AMOUNT    TO PJ-AMOUNT
           MOVE WS-CODE-DESC-SAVE TO PJ-REMARK
           PERFORM Write-Journal-Line
           PERFORM Write-History-Record.

      *****************************************************************
           MOVE WS-TRAN-AMOUNT    TO AH-AMOUNT
           MOVE SPACE             TO AH-SPACE-5
           MOVE WS-ACCT-BALANCE   TO AH-BALANCE-AFTER
           MOVE SPACE             TO AH-SPACE-6
           MOVE SPACE             TO AH-REVERSAL-FLAG
           MOVE SPACE             TO AH-SPACE-7
           MOVE WS-WT-REFERENCE   TO AH-REFERENCE
           MOVE SPACE             TO AH-SPACE-8
           MOVE WS-COUNTER-ACCOUNT TO AH-COUNTER-ACCOUNT
           MOVE SPACE             TO AH-SPACE-9
           MOVE WS-WT-VENDOR-ID   TO AH-VENDOR-ID
           MOVE SPACE             TO AH-SPACE-10
           MOVE WS-WT-FILE-DATE   TO AH-FILE-DATE
           WRITE ACCT-HISTORY-RECORD
           ADD 1 TO WS-HISTORY-RECORDS.

       Reject-Transaction.
           ADD 1 TO WS-REJECT-COUNT
           MOVE "REJECTED"        TO PJ-LINE-LABEL
           MOVE WS-WT-TRAN-CODE   TO PJ-TRAN-CODE
           MOVE WS-REJECT-REASON-TEXT TO PJ-REMARK
           PERFORM Write-Journal-Line
           PERFORM Write-Exception-Record.

       Open-Exception-File.
           MOVE WS-REJECT-REASON-CODE TO PX-REASON-CODE
           MOVE SPACE             TO PX-SPACE-5
           MOVE WS-REJECT-REASON-TEXT TO PX-REASON-TEXT
           MOVE SPACE             TO PX-SPACE-6
           MOVE WS-WT-REFERENCE   TO PX-REFERENCE
           MOVE SPACE             TO PX-SPACE-7
           MOVE WS-WT-VENDOR-ID   TO PX-VENDOR-ID
           MOVE SPACE             TO PX-SPACE-8
           MOVE WS-WT-FILE-DATE   TO PX-FILE-DATE
           WRITE POSTING-EXCEPTION-RECORD
           ADD 1 TO WS-EXCEPTION-RECORDS.

       Finish-Prior-Account.
           IF WS-Account-On-Master AND WS-Account-Posted
               ADD 1 TO WS-ACCOUNT-COUNT
               MOVE WS-PRIOR-ACCOUNT  TO WS-BI-ACCOUNT-SAVE
               MOVE AM-BALANCE        TO WS-BI-BALANCE-SAVE
               PERFORM Write-Before-Image
               MOVE WS-PRIOR-ACCOUNT  TO AM-ACCOUNT-NO
               MOVE WS-ACCT-BALANCE   TO AM-BALANCE
               REWRITE ACCOUNT-MASTER-RECORD
               MOVE WS-PRIOR-ACCOUNT  TO PJ-ACCOUNT-NO
               MOVE "CLOSING BALANCE" TO PJ-LINE-LABEL
               MOVE WS-ACCT-BALANCE   TO PJ-AMOUNT
               PERFORM Write-Journal-Line
           END-IF
           ADD 1 TO WS-CKPT-PENDING
           IF WS-CKPT-PENDING >= WS-CHECKPOINT-INTERVAL
               MOVE "A"              TO WS-CKPT-PHASE
               MOVE WS-PRIOR-ACCOUNT TO WS-CKPT-ACCOUNT
               PERFORM Take-Checkpoint
           END-IF.

      *****************************************************************
      *    TRANSFER PASS - RUNS AFTER EVERY SORTED ACCOUNT HAS BEEN   *
      *    REWRITTEN, SO EACH TRANSFER SEES THE DAY'S OTHER MONEY.    *
      *    A TRANSFER IS ALL OR NOTHING: BOTH ACCOUNTS ARE READ AND   *
      *    PASS EVERY CHECK BEFORE EITHER IS REWRITTEN, OTHERWISE     *
      *    BOTH LEGS ARE REJECTED UNDER THE ONE REASON THAT STOPPED   *
      *    THE PAIR.                                                  *
      *****************************************************************
       Post-Transfers.
           MOVE "N" TO WS-ACCEPT-EOF-SWITCH
           OPEN INPUT ACCEPTED-FILE
           PERFORM Read-Transfer-Record
           PERFORM Skip-Committed-Transfer
               UNTIL WS-XFER-SKIP-COUNT = ZERO OR WS-End-Of-Accepted
           PERFORM Post-One-Transfer UNTIL WS-End-Of-Accepted
           CLOSE ACCEPTED-FILE.

      *    SKIP PAST THE ONE-ACCOUNT DETAILS THE SORTED PASS HAS
      *    ALREADY POSTED TO THE NEXT TRANSFER ON THE ACCEPTED FILE.
       Read-Transfer-Record.
           PERFORM Read-Accepted-Transfer
           PERFORM Read-Accepted-Transfer
               UNTIL WS-End-Of-Accepted OR TR-Transfer-Rec.

      *    ON A RESTART IN THE TRANSFER PASS THE TRANSFERS COUNTED ON
      *    THE CHECKPOINT ARE ALREADY POSTED OR REJECTED.
       Skip-Committed-Transfer.
           SUBTRACT 1 FROM WS-XFER-SKIP-COUNT
           PERFORM Read-Transfer-Record.

       Read-Accepted-Transfer.
           READ ACCEPTED-FILE
               AT END MOVE "Y" TO WS-ACCEPT-EOF-SWITCH
           END-READ.

       Post-One-Transfer.
           ADD 1 TO WS-TRAN-COUNT
           MOVE TRAN-RECORD         TO WS-WORK-TRAN
           MOVE WS-WT-ACCOUNT-NO    TO WS-XF-FROM-ACCOUNT
           MOVE WS-WT-TO-ACCOUNT-NO TO WS-XF-TO-ACCOUNT
           COMPUTE WS-TRAN-AMOUNT =
               FUNCTION NUMVAL(WS-WT-AMOUNT)
           IF WS-WT-REFERENCE = SPACES
               ADD 1 TO WS-XFER-REF-SEQ
               MOVE WS-XFER-REF-BUILD TO WS-WT-REFERENCE
           END-IF
           MOVE SPACES              TO POSTING-JOURNAL-RECORD
           MOVE WS-XF-FROM-ACCOUNT  TO PJ-ACCOUNT-NO
           MOVE "TRANSFER"          TO PJ-LINE-LABEL
           MOVE WS-WT-TRAN-CODE     TO PJ-TRAN-CODE
           MOVE WS-TRAN-AMOUNT      TO PJ-AMOUNT
           MOVE WS-WT-REFERENCE     TO PJ-REMARK
           PERFORM Write-Journal-Line
           PERFORM Read-Transfer-Accounts
           PERFORM Lookup-Tran-Code
           MOVE SPACES TO WS-REJECT-REASON-CODE
           EVALUATE TRUE
               WHEN NOT WS-XF-From-On-Master
                   MOVE "NOAC" TO WS-REJECT-REASON-CODE
                   MOVE "FROM ACCT NOT ON MASTER"
                               TO WS-REJECT-REASON-TEXT
               WHEN NOT WS-XF-To-On-Master
                   MOVE "NOAC" TO WS-REJECT-REASON-CODE
                   MOVE "TO ACCT NOT ON MASTER"
                               TO WS-REJECT-REASON-TEXT
               WHEN NOT WS-Code-Found
                   MOVE "NOCD" TO WS-REJECT-REASON-CODE
                   MOVE "CODE NOT ON TRANCODE MAST"
                               TO WS-REJECT-REASON-TEXT
               WHEN NOT WS-WT-Transfer-Code
                 OR WS-XF-TO-ACCOUNT = WS-XF-FROM-ACCOUNT
                   MOVE "XLEG" TO WS-REJECT-REASON-CODE
                   MOVE "TRANSFER NEEDS BOTH LEGS"
                               TO WS-REJECT-REASON-TEXT
               WHEN WS-XF-From-Frozen
                   MOVE "FRZN" TO WS-REJECT-REASON-CODE
                   MOVE "FROM ACCT FROZEN"
                               TO WS-REJECT-REASON-TEXT
               WHEN WS-XF-From-Closed
                   MOVE "CLSD" TO WS-REJECT-REASON-CODE
                   MOVE "FROM ACCT CLOSED"
                               TO WS-REJECT-REASON-TEXT
               WHEN WS-XF-From-Dormant
                   MOVE "DRMT" TO WS-REJECT-REASON-CODE
                   MOVE "FROM ACCT DORMANT"
                               TO WS-REJECT-REASON-TEXT
               WHEN WS-XF-To-Frozen
                   MOVE "FRZN" TO WS-REJECT-REASON-CODE
                   MOVE "TO ACCT FROZEN"
                               TO WS-REJECT-REASON-TEXT
               WHEN WS-XF-To-Closed
                   MOVE "CLSD" TO WS-REJECT-REASON-CODE
                   MOVE "TO ACCT CLOSED"
                               TO WS-REJECT-REASON-TEXT
               WHEN (WS-XF-FROM-BALANCE - WS-TRAN-AMOUNT)
                       < (ZERO - WS-XF-FROM-LIMIT)
                   MOVE "CRLM" TO WS-REJECT-REASON-CODE
                   MOVE "FROM ACCT CREDIT LIMIT"
                               TO WS-REJECT-REASON-TEXT
               WHEN OTHER
                   PERFORM Rewrite-Transfer-Accounts
           END-EVALUATE
           IF WS-REJECT-REASON-CODE = SPACES
               PERFORM Write-Transfer-Legs
           ELSE
               PERFORM Reject-Transfer-Legs
           END-IF
           MOVE SPACES TO WS-COUNTER-ACCOUNT
           ADD 1 TO WS-XFER-DONE
           ADD 1 TO WS-CKPT-PENDING
           IF WS-CKPT-PENDING >= WS-CHECKPOINT-INTERVAL
               MOVE "X"    TO WS-CKPT-PHASE
               MOVE SPACES TO WS-CKPT-ACCOUNT
               PERFORM Take-Checkpoint
           END-IF
           PERFORM Read-Transfer-Record.

       Read-Transfer-Accounts.
           MOVE "N"                TO WS-XF-FROM-FOUND-SWITCH
           MOVE "N"                TO WS-XF-TO-FOUND-SWITCH
           MOVE SPACE              TO WS-XF-FROM-STATUS
           MOVE SPACE              TO WS-XF-TO-STATUS
           MOVE ZERO               TO WS-XF-FROM-BALANCE
           MOVE ZERO               TO WS-XF-TO-BALANCE
           MOVE ZERO               TO WS-XF-FROM-LIMIT
           MOVE WS-XF-FROM-ACCOUNT TO AM-ACCOUNT-NO
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y"             TO WS-XF-FROM-FOUND-SWITCH
                   MOVE AM-BALANCE      TO WS-XF-FROM-BALANCE
                   MOVE AM-STATUS       TO WS-XF-FROM-STATUS
                   MOVE AM-CREDIT-LIMIT TO WS-XF-FROM-LIMIT
           END-READ
           MOVE WS-XF-TO-ACCOUNT   TO AM-ACCOUNT-NO
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y"             TO WS-XF-TO-FOUND-SWITCH
                   MOVE AM-BALANCE      TO WS-XF-TO-BALANCE
                   MOVE AM-STATUS       TO WS-XF-TO-STATUS
           END-READ.

      *****************************************************************
      *    BOTH MASTERS ARE REWRITTEN BEFORE ANYTHING IS WRITTEN TO   *
      *    THE HISTORY FILE.  SHOULD THE CREDIT LEG'S REWRITE FAIL,   *
      *    THE DEBIT LEG IS PUT BACK AND THE PAIR IS REJECTED, SO     *
      *    THE MASTER NEVER HOLDS HALF A TRANSFER.                    *
      *****************************************************************
       Rewrite-Transfer-Accounts.
           MOVE "N" TO WS-XF-REWRITE-SWITCH
           MOVE WS-XF-FROM-ACCOUNT TO WS-BI-ACCOUNT-SAVE
           MOVE WS-XF-FROM-BALANCE TO WS-BI-BALANCE-SAVE
           PERFORM Write-Before-Image
           MOVE WS-XF-TO-ACCOUNT   TO WS-BI-ACCOUNT-SAVE
           MOVE WS-XF-TO-BALANCE   TO WS-BI-BALANCE-SAVE
           PERFORM Write-Before-Image
           SUBTRACT WS-TRAN-AMOUNT FROM WS-XF-FROM-BALANCE
           ADD WS-TRAN-AMOUNT TO WS-XF-TO-BALANCE
           MOVE WS-XF-FROM-ACCOUNT TO AM-ACCOUNT-NO
           PERFORM Rewrite-Transfer-Balance
           MOVE WS-XF-FROM-BALANCE TO AM-BALANCE
           IF NOT WS-XF-Rewrite-Failed
               REWRITE ACCOUNT-MASTER-RECORD
                   INVALID KEY
                       MOVE "Y" TO WS-XF-REWRITE-SWITCH
               END-REWRITE
           END-IF
           IF NOT WS-XF-Rewrite-Failed
               MOVE WS-XF-TO-ACCOUNT   TO AM-ACCOUNT-NO
               PERFORM Rewrite-Transfer-Balance
               MOVE WS-XF-TO-BALANCE   TO AM-BALANCE
               IF NOT WS-XF-Rewrite-Failed
                   REWRITE ACCOUNT-MASTER-RECORD
                       INVALID KEY
                           MOVE "Y" TO WS-XF-REWRITE-SWITCH
                   END-REWRITE
               END-IF
               IF WS-XF-Rewrite-Failed
                   MOVE WS-XF-FROM-ACCOUNT TO AM-ACCOUNT-NO
                   PERFORM Rewrite-Transfer-Balance
                   ADD WS-TRAN-AMOUNT TO AM-BALANCE
                   REWRITE ACCOUNT-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "**** TRANSFER BACK-OUT FAILED FOR "
                                   "ACCOUNT " WS-XF-FROM-ACCOUNT
                                   " - STATUS " ACCTMAST-FILE-STATUS
                                   " ****"
                   END-REWRITE
               END-IF
           END-IF
           IF WS-XF-Rewrite-Failed
               DISPLAY "**** REWRITE FAILED FOR TRANSFER "
                       WS-WT-REFERENCE " - STATUS "
                       ACCTMAST-FILE-STATUS " - BOTH LEGS REJECTED ****"
               MOVE "RWRT" TO WS-REJECT-REASON-CODE
               MOVE "MASTER REWRITE FAILED"
                           TO WS-REJECT-REASON-TEXT
           END-IF.

      *    RE-READ THE ACCOUNT JUST BEFORE ITS REWRITE - THE OTHER
      *    LEG'S READ HAS SINCE REPLACED THE RECORD AREA.
       Rewrite-Transfer-Balance.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE "Y" TO WS-XF-REWRITE-SWITCH
           END-READ.

       Write-Transfer-Legs.
           ADD 1 TO WS-XFER-POSTED-COUNT
           MOVE WS-XF-FROM-ACCOUNT  TO WS-WT-ACCOUNT-NO
           MOVE WS-XF-TO-ACCOUNT    TO WS-COUNTER-ACCOUNT
           MOVE "D"                 TO WS-CODE-DC-SAVE
           MOVE WS-XF-FROM-BALANCE  TO WS-ACCT-BALANCE
           MOVE "TRANSFER TO"       TO WS-CODE-DESC-SAVE
           MOVE WS-XF-TO-ACCOUNT    TO WS-CODE-DESC-SAVE(13:8)
           PERFORM Write-Posted-Line
           PERFORM Write-Transfer-Balance
           MOVE WS-XF-TO-ACCOUNT    TO WS-WT-ACCOUNT-NO
           MOVE WS-XF-FROM-ACCOUNT  TO WS-COUNTER-ACCOUNT
           MOVE "C"                 TO WS-CODE-DC-SAVE
           MOVE WS-XF-TO-BALANCE    TO WS-ACCT-BALANCE
           MOVE "TRANSFER FROM"     TO WS-CODE-DESC-SAVE
           MOVE WS-XF-FROM-ACCOUNT  TO WS-CODE-DESC-SAVE(15:8)
           PERFORM Write-Posted-Line
           PERFORM Write-Transfer-Balance.

       Write-Transfer-Balance.
           MOVE SPACES            TO POSTING-JOURNAL-RECORD
           MOVE WS-WT-ACCOUNT-NO  TO PJ-ACCOUNT-NO
           MOVE "CLOSING BALANCE" TO PJ-LINE-LABEL
           MOVE WS-ACCT-BALANCE   TO PJ-AMOUNT
           PERFORM Write-Journal-Line.

       Reject-Transfer-Legs.
           ADD 1 TO WS-XFER-REJECT-COUNT
           MOVE WS-XF-FROM-ACCOUNT  TO WS-WT-ACCOUNT-NO
           PERFORM Reject-Transaction
           MOVE WS-XF-TO-ACCOUNT    TO WS-WT-ACCOUNT-NO
           PERFORM Reject-Transaction.

      *****************************************************************
      *    COMMIT CHECKPOINT - THE OUTPUT FILES ARE CLOSED SO EVERY   *
      *    LINE WRITTEN SO FAR IS ON DISK, THE CHECKPOINT IS          *
      *    APPENDED, AND ONLY THEN IS THE BEFORE-IMAGE FILE EMPTIED - *
      *    ITS RECORDS CARRY THE UNIT NUMBER, SO A STOP BETWEEN THE   *
      *    TWO CANNOT ROLL BACK WORK THE CHECKPOINT HAS COMMITTED.    *
      *****************************************************************
       Take-Checkpoint.
           CLOSE POSTING-JOURNAL-FILE
           CLOSE ACCT-HISTORY-FILE
           CLOSE POSTING-EXCEPTION-FILE
           ADD 1 TO WS-CKPT-SEQ
           MOVE "C" TO WS-CKPT-TYPE
           PERFORM Write-Checkpoint-Record
           OPEN OUTPUT BEFORE-IMAGE-FILE
           CLOSE BEFORE-IMAGE-FILE
           OPEN EXTEND POSTING-JOURNAL-FILE
           OPEN EXTEND ACCT-HISTORY-FILE
           OPEN EXTEND POSTING-EXCEPTION-FILE
           MOVE ZERO TO WS-CKPT-PENDING.

       Write-Checkpoint-Record.
           OPEN INPUT POSTING-CHECKPOINT-FILE
           IF POSTCKPT-FILE-STATUS = "35"
               OPEN OUTPUT POSTING-CHECKPOINT-FILE
           ELSE
               CLOSE POSTING-CHECKPOINT-FILE
               OPEN EXTEND POSTING-CHECKPOINT-FILE
           END-IF
           MOVE SPACES               TO POSTING-CHECKPOINT-RECORD
           MOVE RLW-RUN-DATE         TO PC-RUN-DATE
           MOVE WS-CKPT-TYPE         TO PC-RECORD-TYPE
           ACCEPT PC-TIME FROM TIME
           MOVE WS-CKPT-SEQ          TO PC-SEQUENCE
           MOVE WS-CKPT-PHASE        TO PC-PHASE
           MOVE WS-CKPT-ACCOUNT      TO PC-LAST-ACCOUNT
           MOVE WS-XFER-DONE         TO PC-XFER-DONE
           MOVE WS-TRAN-COUNT        TO PC-TRAN-COUNT
           MOVE WS-POSTED-COUNT      TO PC-POSTED-COUNT
           MOVE WS-REJECT-COUNT      TO PC-REJECT-COUNT
           MOVE WS-ACCOUNT-COUNT     TO PC-ACCOUNT-COUNT
           MOVE WS-PEND-IN-COUNT     TO PC-PEND-IN-COUNT
           MOVE WS-XFER-POSTED-COUNT TO PC-XFER-POSTED
           MOVE WS-XFER-REJECT-COUNT TO PC-XFER-REJECTED
           MOVE WS-XFER-REF-SEQ      TO PC-XFER-REF-SEQ
           MOVE WS-DEBIT-TOTAL       TO PC-DEBIT-TOTAL
           MOVE WS-CREDIT-TOTAL      TO PC-CREDIT-TOTAL
           MOVE WS-JOURNAL-LINES     TO PC-JOURNAL-LINES
           MOVE WS-HISTORY-RECORDS   TO PC-HISTORY-RECORDS
           MOVE WS-EXCEPTION-RECORDS TO PC-EXCEPTION-RECORDS
           WRITE POSTING-CHECKPOINT-RECORD
           CLOSE POSTING-CHECKPOINT-FILE.

      *    OPENED AND CLOSED AROUND EVERY RECORD, LIKE THE RUN LOG, SO
      *    THE BEFORE-IMAGE IS ON DISK BEFORE THE ACCOUNT IS REWRITTEN.
       Write-Before-Image.
           OPEN EXTEND BEFORE-IMAGE-FILE
           COMPUTE PB-UNIT = WS-CKPT-SEQ + 1
           MOVE SPACE                TO PB-SPACE-1
           MOVE WS-BI-ACCOUNT-SAVE   TO PB-ACCOUNT-NO
           MOVE SPACE                TO PB-SPACE-2
           MOVE WS-BI-BALANCE-SAVE   TO PB-BALANCE
           WRITE POSTING-BEFORE-IMAGE-RECORD
           CLOSE BEFORE-IMAGE-FILE.

      *****************************************************************
      *    THE LAST RECORD ON POSTCKPT DECIDES THE RUN.  AN END       *
      *    RECORD (OR NO FILE) MEANS THE LAST RUN FINISHED - THIS IS  *
      *    A FRESH RUN.  ANYTHING ELSE UNDER TODAY'S BUSINESS DATE    *
      *    IS A RESTART FROM THAT RECORD; UNDER AN EARLIER DATE THE   *
      *    RUN IS REFUSED - THAT DATE'S ENTRIES ARE HALF POSTED AND   *
      *    MUST NOT BE POSTED AGAIN UNDER A NEW ONE.                  *
      *****************************************************************
       Check-Posting-Restart.
           MOVE "N" TO WS-CKPT-EOF-SWITCH
           MOVE "N" TO WS-CKPT-FOUND-SWITCH
           OPEN INPUT POSTING-CHECKPOINT-FILE
           IF POSTCKPT-FILE-STATUS = "00"
               PERFORM Read-Checkpoint-Record UNTIL WS-End-Of-PostCkpt
               CLOSE POSTING-CHECKPOINT-FILE
           END-IF
           IF WS-Checkpoint-Found
               MOVE WS-LAST-CKPT-IMAGE TO POSTING-CHECKPOINT-RECORD
               EVALUATE TRUE
                   WHEN PC-Run-Ended
                       CONTINUE
                   WHEN PC-RUN-DATE NOT = RLW-RUN-DATE
                       MOVE "Z" TO WS-RESTART-MODE
                   WHEN PC-Posting-Finished OR PC-After-Posting
                       MOVE "F" TO WS-RESTART-MODE
                   WHEN PC-Transfer-Pass
                       MOVE "X" TO WS-RESTART-MODE
                   WHEN OTHER
                       MOVE "A" TO WS-RESTART-MODE
               END-EVALUATE
           END-IF.

       Read-Checkpoint-Record.
           READ POSTING-CHECKPOINT-FILE
               AT END
                   MOVE "Y" TO WS-CKPT-EOF-SWITCH
               NOT AT END
                   MOVE "Y" TO WS-CKPT-FOUND-SWITCH
                   MOVE POSTING-CHECKPOINT-RECORD
                                    TO WS-LAST-CKPT-IMAGE
           END-READ.

      *****************************************************************
      *    RESTART - PICK UP THE CHECKPOINT'S COUNTS AND TOTALS, PUT  *
      *    BACK EVERY ACCOUNT REWRITTEN AFTER IT, CUT THE JOURNAL,    *
      *    HISTORY AND EXCEPTION FILES BACK TO THEIR CHECKPOINTED     *
      *    LENGTH, AND REOPEN THEM TO CARRY ON.  THE RESTART RECORD   *
      *    RESTATES THE CHECKPOINT, SO A SECOND STOP BEFORE THE NEXT  *
      *    CHECKPOINT RESTARTS FROM THE SAME PLACE.  A RUN THAT HAD   *
      *    ALREADY FINISHED POSTING ONLY HAS ITS INPUT FILES TO       *
      *    EMPTY AND ITS RUN LOG TO WRITE.                            *
      *****************************************************************
       Resume-From-Checkpoint.
           MOVE PC-SEQUENCE          TO WS-CKPT-SEQ
           MOVE PC-PHASE             TO WS-CKPT-PHASE
           MOVE PC-LAST-ACCOUNT      TO WS-CKPT-ACCOUNT
           MOVE PC-LAST-ACCOUNT      TO WS-RESTART-ACCOUNT
           MOVE PC-XFER-DONE         TO WS-XFER-DONE
           MOVE PC-XFER-DONE         TO WS-XFER-SKIP-COUNT
           MOVE PC-TRAN-COUNT        TO WS-TRAN-COUNT
           MOVE PC-POSTED-COUNT      TO WS-POSTED-COUNT
           MOVE PC-REJECT-COUNT      TO WS-REJECT-COUNT
           MOVE PC-ACCOUNT-COUNT     TO WS-ACCOUNT-COUNT
           MOVE PC-XFER-POSTED       TO WS-XFER-POSTED-COUNT
           MOVE PC-XFER-REJECTED     TO WS-XFER-REJECT-COUNT
           MOVE PC-XFER-REF-SEQ      TO WS-XFER-REF-SEQ
           MOVE PC-DEBIT-TOTAL       TO WS-DEBIT-TOTAL
           MOVE PC-CREDIT-TOTAL      TO WS-CREDIT-TOTAL
           MOVE PC-JOURNAL-LINES     TO WS-JOURNAL-LINES
           MOVE PC-HISTORY-RECORDS   TO WS-HISTORY-RECORDS
           MOVE PC-EXCEPTION-RECORDS TO WS-EXCEPTION-RECORDS
           IF WS-Resume-Finished
      *        THE PENDING COUNT IS NORMALLY TAKEN AS THE SORT READS
      *        ACCTPEND - HERE THE SORT DOES NOT RUN AGAIN.
               MOVE PC-PEND-IN-COUNT TO WS-PEND-IN-COUNT
               MOVE "F"              TO WS-CKPT-PHASE
               DISPLAY "**** POSTING RESTARTED - ALL ENTRIES WERE "
                       "ALREADY POSTED - EMPTYING INPUT FILES ****"
           ELSE
               IF WS-Resume-Accounts AND WS-RESTART-ACCOUNT = SPACES
                   DISPLAY "**** POSTING RESTARTED FROM CHECKPOINT "
                           PC-SEQUENCE " AT THE FIRST ACCOUNT ****"
               END-IF
               IF WS-Resume-Accounts AND WS-RESTART-ACCOUNT NOT = SPACES
                   MOVE "Y" TO WS-SKIP-SWITCH
                   DISPLAY "**** POSTING RESTARTED FROM CHECKPOINT "
                           PC-SEQUENCE " AFTER ACCOUNT "
                           WS-RESTART-ACCOUNT " ****"
               END-IF
               IF WS-Resume-Transfers
                   DISPLAY "**** POSTING RESTARTED FROM CHECKPOINT "
                           PC-SEQUENCE " IN THE TRANSFER PASS AFTER "
                           PC-XFER-DONE " TRANSFER(S) ****"
               END-IF
               PERFORM Restore-Uncommitted-Accounts
               PERFORM Cut-Back-Journal
               PERFORM Cut-Back-History
               PERFORM Cut-Back-Exceptions
               OPEN EXTEND POSTING-JOURNAL-FILE
               OPEN EXTEND ACCT-HISTORY-FILE
               OPEN EXTEND POSTING-EXCEPTION-FILE
           END-IF
           MOVE "R" TO WS-CKPT-TYPE
           PERFORM Write-Checkpoint-Record
           OPEN OUTPUT BEFORE-IMAGE-FILE
           CLOSE BEFORE-IMAGE-FILE.

      *    THE UNFINISHED UNIT'S BEFORE-IMAGES ARE PUT BACK LAST-
      *    WRITTEN FIRST, SO AN ACCOUNT REWRITTEN MORE THAN ONCE IN
      *    THE UNIT ENDS UP AT THE BALANCE IT HAD AT THE CHECKPOINT.
       Restore-Uncommitted-Accounts.
           MOVE ZERO TO WS-BI-COUNT
           MOVE "N"  TO WS-BI-EOF-SWITCH
           COMPUTE WS-BI-UNIT = WS-CKPT-SEQ + 1
           OPEN INPUT BEFORE-IMAGE-FILE
           IF POSTBIMG-FILE-STATUS = "00"
               PERFORM Load-Before-Image UNTIL WS-End-Of-PostBimg
               CLOSE BEFORE-IMAGE-FILE
           END-IF
           PERFORM Restore-Account-Balance
               VARYING WS-BI-SUB FROM WS-BI-COUNT BY -1
               UNTIL WS-BI-SUB < 1
           DISPLAY "POSTING - ACCOUNTS PUT BACK: " WS-BI-COUNT.

       Load-Before-Image.
           READ BEFORE-IMAGE-FILE
               AT END
                   MOVE "Y" TO WS-BI-EOF-SWITCH
               NOT AT END
                   IF PB-UNIT = WS-BI-UNIT
                       IF WS-BI-COUNT >= 1000
                           DISPLAY "**** BEFORE-IMAGE TABLE FULL AT "
                                   "1000 - ACCOUNT " PB-ACCOUNT-NO
                                   " NOT PUT BACK ****"
                       ELSE
                           ADD 1 TO WS-BI-COUNT
                           MOVE PB-ACCOUNT-NO TO
                                   WS-BI-ACCOUNT-T(WS-BI-COUNT)
                           MOVE PB-BALANCE    TO
                                   WS-BI-BALANCE-T(WS-BI-COUNT)
                       END-IF
                   END-IF
           END-READ.

       Restore-Account-Balance.
           MOVE WS-BI-ACCOUNT-T(WS-BI-SUB) TO AM-ACCOUNT-NO
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   DISPLAY "**** ACCOUNT " AM-ACCOUNT-NO
                           " NOT ON MASTER - NOT PUT BACK ****"
               NOT INVALID KEY
                   MOVE WS-BI-BALANCE-T(WS-BI-SUB) TO AM-BALANCE
                   REWRITE ACCOUNT-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "**** REWRITE FAILED PUTTING BACK "
                                   "ACCOUNT " AM-ACCOUNT-NO
                                   " - STATUS " ACCTMAST-FILE-STATUS
                                   " ****"
                   END-REWRITE
           END-READ.

      *    EACH FILE IS COPIED TO THE WORK FILE UP TO ITS
      *    CHECKPOINTED RECORD COUNT AND COPIED BACK, DROPPING
      *    WHATEVER THE STOPPED RUN WROTE PAST THE CHECKPOINT.
       Cut-Back-Journal.
           MOVE ZERO TO WS-CUT-COUNT
           MOVE "N"  TO WS-CUT-EOF-SWITCH
           OPEN INPUT POSTING-JOURNAL-FILE
           OPEN OUTPUT CUT-BACK-WORK-FILE
           PERFORM Copy-Journal-To-Work
               UNTIL WS-End-Of-Cut OR WS-CUT-COUNT >= WS-JOURNAL-LINES
           CLOSE POSTING-JOURNAL-FILE
           CLOSE CUT-BACK-WORK-FILE
           MOVE "N"  TO WS-CUT-EOF-SWITCH
           OPEN INPUT CUT-BACK-WORK-FILE
           OPEN OUTPUT POSTING-JOURNAL-FILE
           PERFORM Copy-Work-To-Journal UNTIL WS-End-Of-Cut
           CLOSE CUT-BACK-WORK-FILE
           CLOSE POSTING-JOURNAL-FILE.

       Copy-Journal-To-Work.
           READ POSTING-JOURNAL-FILE
               AT END
                   MOVE "Y" TO WS-CUT-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-CUT-COUNT
                   WRITE CUT-BACK-WORK-RECORD
                       FROM POSTING-JOURNAL-RECORD
           END-READ.

       Copy-Work-To-Journal.
           READ CUT-BACK-WORK-FILE
               AT END
                   MOVE "Y" TO WS-CUT-EOF-SWITCH
               NOT AT END
                   WRITE POSTING-JOURNAL-RECORD
                       FROM CUT-BACK-WORK-RECORD
           END-READ.

       Cut-Back-History.
           MOVE ZERO TO WS-CUT-COUNT
           MOVE "N"  TO WS-CUT-EOF-SWITCH
           OPEN INPUT ACCT-HISTORY-FILE
           OPEN OUTPUT CUT-BACK-WORK-FILE
           PERFORM Copy-History-To-Work
               UNTIL WS-End-Of-Cut OR WS-CUT-COUNT >= WS-HISTORY-RECORDS
           CLOSE ACCT-HISTORY-FILE
           CLOSE CUT-BACK-WORK-FILE
           MOVE "N"  TO WS-CUT-EOF-SWITCH
           OPEN INPUT CUT-BACK-WORK-FILE
           OPEN OUTPUT ACCT-HISTORY-FILE
           PERFORM Copy-Work-To-History UNTIL WS-End-Of-Cut
           CLOSE CUT-BACK-WORK-FILE
           CLOSE ACCT-HISTORY-FILE.

       Copy-History-To-Work.
           READ ACCT-HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-CUT-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-CUT-COUNT
                   WRITE CUT-BACK-WORK-RECORD
                       FROM ACCT-HISTORY-RECORD
           END-READ.

       Copy-Work-To-History.
           READ CUT-BACK-WORK-FILE
               AT END
                   MOVE "Y" TO WS-CUT-EOF-SWITCH
               NOT AT END
                   WRITE ACCT-HISTORY-RECORD
                       FROM CUT-BACK-WORK-RECORD
           END-READ.

       Cut-Back-Exceptions.
           MOVE ZERO TO WS-CUT-COUNT
           MOVE "N"  TO WS-CUT-EOF-SWITCH
           OPEN INPUT POSTING-EXCEPTION-FILE
           OPEN OUTPUT CUT-BACK-WORK-FILE
           PERFORM Copy-Exception-To-Work
               UNTIL WS-End-Of-Cut
                  OR WS-CUT-COUNT >= WS-EXCEPTION-RECORDS
           CLOSE POSTING-EXCEPTION-FILE
           CLOSE CUT-BACK-WORK-FILE
           MOVE "N"  TO WS-CUT-EOF-SWITCH
           OPEN INPUT CUT-BACK-WORK-FILE
           OPEN OUTPUT POSTING-EXCEPTION-FILE
           PERFORM Copy-Work-To-Exception UNTIL WS-End-Of-Cut
           CLOSE CUT-BACK-WORK-FILE
           CLOSE POSTING-EXCEPTION-FILE.

       Copy-Exception-To-Work.
           READ POSTING-EXCEPTION-FILE
               AT END
                   MOVE "Y" TO WS-CUT-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-CUT-COUNT
                   WRITE CUT-BACK-WORK-RECORD
                       FROM POSTING-EXCEPTION-RECORD
           END-READ.

       Copy-Work-To-Exception.
           READ CUT-BACK-WORK-FILE
               AT END
                   MOVE "Y" TO WS-CUT-EOF-SWITCH
               NOT AT END
                   WRITE POSTING-EXCEPTION-RECORD
                       FROM CUT-BACK-WORK-RECORD
           END-READ.

      *    A FRESH RUN NOTES HOW LONG THE PERMANENT HISTORY AND
      *    EXCEPTION FILES ALREADY ARE, SO ITS CHECKPOINTS CAN RECORD
      *    WHERE EACH ONE STOOD.
       Count-Posting-Files.
           MOVE "N" TO WS-CUT-EOF-SWITCH
           OPEN INPUT ACCT-HISTORY-FILE
           IF ACCTHIST-FILE-STATUS = "00"
               PERFORM Count-History-Record UNTIL WS-End-Of-Cut
               CLOSE ACCT-HISTORY-FILE
           END-IF
           MOVE "N" TO WS-CUT-EOF-SWITCH
           OPEN INPUT POSTING-EXCEPTION-FILE
           IF PSTEXCP-FILE-STATUS = "00"
               PERFORM Count-Exception-Record UNTIL WS-End-Of-Cut
               CLOSE POSTING-EXCEPTION-FILE
           END-IF.

       Count-History-Record.
           READ ACCT-HISTORY-FILE
               AT END MOVE "Y" TO WS-CUT-EOF-SWITCH
               NOT AT END ADD 1 TO WS-HISTORY-RECORDS
           END-READ.

       Count-Exception-Record.
           READ POSTING-EXCEPTION-FILE
               AT END MOVE "Y" TO WS-CUT-EOF-SWITCH
               NOT AT END ADD 1 TO WS-EXCEPTION-RECORDS
           END-READ.

      *****************************************************************
      *    REVMAINT FLAGS THE ORIGINAL ENTRY REVERSED WHEN THE        *
      *    REQUEST IS APPROVED, BEFORE ITS REVD/REVC HAS POSTED.      *
      *    WHEN THAT REVERSING ENTRY IS REJECTED THE ORIGINAL WAS     *
      *    NEVER REVERSED, SO ITS FLAG IS CLEARED HERE AND AN RVCL    *
      *    RECORD NAMING IT GOES ON PSTEXCP FOR THE MORNING CREW.     *
      *    PSTEXCP IS THE WORK LIST - TODAY'S REJECTED REVD/REVC      *
      *    RECORDS, LESS ANY REFERENCE ALREADY CARRYING AN RVCL - SO  *
      *    A RESTARTED OR REPEATED RUN NEITHER MISSES NOR REPEATS     *
      *    ONE.  THE RVCL RECORDS ARE WRITTEN BEFORE ACCTHIST IS      *
      *    REPLACED; A RUN THAT STOPS BETWEEN THE TWO IS CUT BACK TO  *
      *    ITS LAST CHECKPOINT AND DOES BOTH AGAIN.                   *
      *****************************************************************
       Reopen-Rejected-Reversals.
           MOVE ZERO TO WS-RV-COUNT
           MOVE ZERO TO WS-RV-OPEN-COUNT
           MOVE "N"  TO WS-RVX-EOF-SWITCH
           OPEN INPUT POSTING-EXCEPTION-FILE
           IF PSTEXCP-FILE-STATUS = "00"
               PERFORM Scan-Reversal-Exception UNTIL WS-End-Of-Rvx
               CLOSE POSTING-EXCEPTION-FILE
           END-IF
           PERFORM Count-Open-Reversal
               VARYING WS-RV-SUB FROM 1 BY 1
               UNTIL WS-RV-SUB > WS-RV-COUNT
           IF WS-RV-OPEN-COUNT NOT = ZERO
               PERFORM Key-Open-Reversals
               PERFORM Clear-Reversal-Flags
               PERFORM Open-Exception-File
               PERFORM Write-Reversal-Exception
                   VARYING WS-RV-SUB FROM 1 BY 1
                   UNTIL WS-RV-SUB > WS-RV-COUNT
               CLOSE POSTING-EXCEPTION-FILE
               IF WS-RV-CLEARED-COUNT NOT = ZERO
                   PERFORM Replace-Cleared-History
               END-IF
           END-IF.

       Scan-Reversal-Exception.
           READ POSTING-EXCEPTION-FILE
               AT END
                   MOVE "Y" TO WS-RVX-EOF-SWITCH
               NOT AT END
                   IF PX-REFERENCE(1:3) = "REV"
                       IF PX-REVERSAL-CLEARED
                           MOVE PX-REFERENCE TO WS-RV-REFERENCE
                           PERFORM Find-Or-Add-Reversal
                           IF WS-RV-FOUND-SUB NOT = ZERO
                               MOVE "Y" TO WS-RV-DONE-T(WS-RV-FOUND-SUB)
                           END-IF
                       ELSE
                           IF PX-RUN-DATE = RLW-RUN-DATE
                              AND (PX-TRAN-CODE = "REVD"
                                   OR PX-TRAN-CODE = "REVC")
                               MOVE PX-REFERENCE TO WS-RV-REFERENCE
                               PERFORM Find-Or-Add-Reversal
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *    WS-RV-FOUND-SUB IS THE REFERENCE'S SLOT, OR ZERO WHEN THE
      *    TABLE IS FULL.
       Find-Or-Add-Reversal.
           MOVE ZERO TO WS-RV-FOUND-SUB
           PERFORM Match-Reversal-Entry
               VARYING WS-RV-SUB FROM 1 BY 1
               UNTIL WS-RV-SUB > WS-RV-COUNT
                  OR WS-RV-FOUND-SUB NOT = ZERO
           IF WS-RV-FOUND-SUB = ZERO AND WS-RV-COUNT < 50
               ADD 1 TO WS-RV-COUNT
               MOVE WS-RV-COUNT     TO WS-RV-FOUND-SUB
               MOVE WS-RV-REFERENCE TO WS-RV-REFERENCE-T(WS-RV-COUNT)
               MOVE ZERO            TO WS-RV-REQUEST-T(WS-RV-COUNT)
               IF WS-RV-REFERENCE(4:6) IS NUMERIC
                   MOVE WS-RV-REFERENCE(4:6)
                                    TO WS-RV-REQUEST-T(WS-RV-COUNT)
               END-IF
               MOVE "N"             TO WS-RV-DONE-T(WS-RV-COUNT)
               MOVE "N"             TO WS-RV-KEYED-T(WS-RV-COUNT)
               MOVE "N"             TO WS-RV-CLEARED-T(WS-RV-COUNT)
           END-IF.

       Match-Reversal-Entry.
           IF WS-RV-REFERENCE-T(WS-RV-SUB) = WS-RV-REFERENCE
               MOVE WS-RV-SUB TO WS-RV-FOUND-SUB
           END-IF.

       Count-Open-Reversal.
           IF WS-RV-DONE-T(WS-RV-SUB) = "N"
               ADD 1 TO WS-RV-OPEN-COUNT
           END-IF.

      *    THE ORIGINAL ENTRY'S KEY COMES FROM THE APPROVED REQUEST
      *    THE REFERENCE NAMES.
       Key-Open-Reversals.
           MOVE "N" TO WS-RVX-EOF-SWITCH
           OPEN INPUT REVERSAL-REQUEST-FILE
           IF REVREQ-FILE-STATUS = "00"
               PERFORM Key-Reversal-Request UNTIL WS-End-Of-Rvx
               CLOSE REVERSAL-REQUEST-FILE
           END-IF.

       Key-Reversal-Request.
           READ REVERSAL-REQUEST-FILE
               AT END
                   MOVE "Y" TO WS-RVX-EOF-SWITCH
               NOT AT END
                   IF RQ-APPROVED
                       PERFORM Key-Reversal-Entry
                           VARYING WS-RV-SUB FROM 1 BY 1
                           UNTIL WS-RV-SUB > WS-RV-COUNT
                   END-IF
           END-READ.

       Key-Reversal-Entry.
           IF WS-RV-DONE-T(WS-RV-SUB) = "N"
              AND WS-RV-REQUEST-T(WS-RV-SUB) = RQ-REQUEST-NO
               MOVE "Y"            TO WS-RV-KEYED-T(WS-RV-SUB)
               MOVE RQ-ACCOUNT-NO  TO WS-RV-ACCOUNT-T(WS-RV-SUB)
               MOVE RQ-HIST-DATE   TO WS-RV-HDATE-T(WS-RV-SUB)
               MOVE RQ-TRAN-CODE   TO WS-RV-CODE-T(WS-RV-SUB)
               MOVE RQ-ORIG-AMOUNT TO WS-RV-AMOUNT-T(WS-RV-SUB)
           END-IF.

      *    ACCTHIST IS COPIED TO THE WORK FILE WITH EACH OPEN
      *    REVERSAL'S ORIGINAL - ITS FIRST MATCHING ENTRY STILL
      *    FLAGGED "R" - UNFLAGGED.  NOTHING ELSE CHANGES.
       Clear-Reversal-Flags.
           MOVE "N" TO WS-RVX-EOF-SWITCH
           OPEN INPUT ACCT-HISTORY-FILE
           IF ACCTHIST-FILE-STATUS = "00"
               OPEN OUTPUT CUT-BACK-WORK-FILE
               PERFORM Copy-History-Clearing UNTIL WS-End-Of-Rvx
               CLOSE CUT-BACK-WORK-FILE
               CLOSE ACCT-HISTORY-FILE
           END-IF.

       Copy-History-Clearing.
           READ ACCT-HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-RVX-EOF-SWITCH
               NOT AT END
                   IF AH-Entry-Reversed
                       MOVE ZERO TO WS-RV-FOUND-SUB
                       PERFORM Match-Flagged-Entry
                           VARYING WS-RV-SUB FROM 1 BY 1
                           UNTIL WS-RV-SUB > WS-RV-COUNT
                              OR WS-RV-FOUND-SUB NOT = ZERO
                       IF WS-RV-FOUND-SUB NOT = ZERO
                           MOVE "Y"
                               TO WS-RV-CLEARED-T(WS-RV-FOUND-SUB)
                           ADD 1 TO WS-RV-CLEARED-COUNT
                           MOVE SPACE TO AH-REVERSAL-FLAG
                       END-IF
                   END-IF
                   WRITE CUT-BACK-WORK-RECORD FROM ACCT-HISTORY-RECORD
           END-READ.

       Match-Flagged-Entry.
           IF WS-RV-DONE-T(WS-RV-SUB) = "N"
              AND WS-RV-KEYED-T(WS-RV-SUB) = "Y"
              AND WS-RV-CLEARED-T(WS-RV-SUB) = "N"
              AND WS-RV-ACCOUNT-T(WS-RV-SUB) = AH-ACCOUNT-NO
              AND WS-RV-HDATE-T(WS-RV-SUB) = AH-RUN-DATE
              AND WS-RV-CODE-T(WS-RV-SUB) = AH-TRAN-CODE
              AND WS-RV-AMOUNT-T(WS-RV-SUB) = AH-AMOUNT
               MOVE WS-RV-SUB TO WS-RV-FOUND-SUB
           END-IF.

      *    EVERY OPEN REVERSAL GETS ITS RVCL RECORD, CLEARED OR NOT,
      *    SO IT IS NOT LOOKED FOR AGAIN.
       Write-Reversal-Exception.
           IF WS-RV-DONE-T(WS-RV-SUB) = "N"
               MOVE RLW-RUN-DATE      TO PX-RUN-DATE
               MOVE SPACE             TO PX-SPACE-1
               MOVE WS-RV-ACCOUNT-T(WS-RV-SUB) TO PX-ACCOUNT-NO
               MOVE SPACE             TO PX-SPACE-2
               MOVE WS-RV-CODE-T(WS-RV-SUB)    TO PX-TRAN-CODE
               MOVE SPACE             TO PX-SPACE-3
               MOVE WS-RV-AMOUNT-T(WS-RV-SUB)  TO PX-AMOUNT
               MOVE SPACE             TO PX-SPACE-4
               MOVE "RVCL"            TO PX-REASON-CODE
               MOVE SPACE             TO PX-SPACE-5
               EVALUATE TRUE
                   WHEN WS-RV-CLEARED-T(WS-RV-SUB) = "Y"
                       MOVE "REVERSED FLAG CLEARED"
                                      TO PX-REASON-TEXT
                   WHEN WS-RV-KEYED-T(WS-RV-SUB) = "Y"
                       MOVE "ORIGINAL NOT FLAGGED"
                                      TO PX-REASON-TEXT
                   WHEN OTHER
                       MOVE SPACES    TO PX-ACCOUNT-NO
                       MOVE SPACES    TO PX-TRAN-CODE
                       MOVE ZERO      TO PX-AMOUNT
                       MOVE "NO APPROVED REQUEST"
                                      TO PX-REASON-TEXT
               END-EVALUATE
               MOVE SPACE             TO PX-SPACE-6
               MOVE WS-RV-REFERENCE-T(WS-RV-SUB) TO PX-REFERENCE
               MOVE SPACE             TO PX-SPACE-7
               MOVE SPACES            TO PX-VENDOR-ID
               MOVE SPACE             TO PX-SPACE-8
               MOVE SPACES            TO PX-FILE-DATE
               WRITE POSTING-EXCEPTION-RECORD
               ADD 1 TO WS-EXCEPTION-RECORDS
           END-IF.

       Replace-Cleared-History.
           MOVE "N" TO WS-CUT-EOF-SWITCH
           OPEN INPUT CUT-BACK-WORK-FILE
           OPEN OUTPUT ACCT-HISTORY-FILE
           PERFORM Copy-Work-To-History UNTIL WS-End-Of-Cut
           CLOSE CUT-BACK-WORK-FILE
           CLOSE ACCT-HISTORY-FILE.

       COPY JOBHDRP.

       COPY PERLKP.

       COPY RUNLOGP.

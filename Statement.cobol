      *              CODE DESCRIPTION, AND THE CLOSING BALANCE, ALL   *
      *              FROM THE PERMANENT POSTED-TRANSACTION HISTORY    *
      *              FILE (ACCTHIST) POSTING NOW APPENDS TO.  THE     *
      *              OPENING BALANCE COMES FROM THE PERIOD-END        *
      *              SNAPSHOT (PERSNAP) WHEN ONE EXISTS, AND IS       *
      *              OTHERWISE DERIVED BY BACKING THE FIRST SELECTED  *
      *              TRANSACTION OUT OF ITS BALANCE-AFTER.            *
      *****************************************************************
      *    MODIFICATION HISTORY                                       *
      *    ------------------------------------------------------     *
      *    2026-10-15  JM  THE OPENING BALANCE NOW COMES FROM THE     *
      *                    PERIOD-END SNAPSHOT FILE (PERSNAP) WHEN    *
      *                    THE PERIOD, OR THE PERIOD JUST BEFORE IT,  *
      *                    HAS BEEN CLOSED - SO AN ACCOUNT WITH NO    *
      *                    ACTIVITY IN THE PERIOD STILL GETS AN       *
      *                    OPENING AND CLOSING BALANCE.  BACKING OUT  *
      *                    THE FIRST TRANSACTION IS KEPT FOR PERIODS  *
      *                    WITH NO SNAPSHOT TO START FROM.            *
      *    2026-10-15  JM  A TRANSFER LEG SHOWS "TRANSFER TO" OR      *
      *                    "TRANSFER FROM" AND THE OTHER LEG'S        *
      *                    ACCOUNT IN PLACE OF THE CODE DESCRIPTION.  *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TCODE-FILE-STATUS.

           SELECT PERIOD-SNAPSHOT-FILE ASSIGN TO "PERSNAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERSNAP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-HISTORY-FILE.
       FD  TRAN-CODE-FILE.
       COPY TCODEREC.

       FD  PERIOD-SNAPSHOT-FILE.
       COPY PERSNPRC.

       WORKING-STORAGE SECTION.
       01  ACCTHIST-FILE-STATUS PIC X(02).
       01  FISCAL-FILE-STATUS   PIC X(02).
       01  TCODE-FILE-STATUS    PIC X(02).
       01  PERSNAP-FILE-STATUS  PIC X(02).

       01  WS-EXIT-SWITCH       PIC X(01).
           88  WS-INQUIRY-EXIT      VALUE "Y".
       01  WS-YEAR-START-DATE   PIC 9(08).
       01  WS-ENTRY-DOY         PIC 9(03).

      *    A SNAPSHOT OF THIS PERIOD GIVES BOTH BALANCES; A
      *    SNAPSHOT OF THE PERIOD ENDING THE DAY BEFORE THIS ONE
      *    STARTS GIVES THE OPENING ONLY.
       01  WS-SNAP-EOF-SWITCH   PIC X(01).
           88  WS-END-OF-SNAPSHOT   VALUE "Y".

       01  WS-SNAP-EXACT-SWITCH PIC X(01).
           88  WS-PERIOD-SNAPSHOT   VALUE "Y".

       01  WS-OPENING-SWITCH    PIC X(01).
           88  WS-OPENING-KNOWN     VALUE "Y".

       01  WS-PERIOD-START-DATE PIC 9(08).
       01  WS-PRIOR-END-DATE    PIC 9(08).
       01  WS-SNAP-CLOSING      PIC S9(11)V99.

       01  WS-OPENING-BALANCE   PIC S9(11)V99.
       01  WS-CLOSING-BALANCE   PIC S9(11)V99.
       01  WS-AMOUNT-DISP       PIC ZZZ,ZZZ,ZZ9.99-.
           MOVE ZERO TO WS-SELECT-COUNT
           MOVE ZERO TO WS-OPENING-BALANCE
           MOVE ZERO TO WS-CLOSING-BALANCE
           PERFORM Find-Snapshot-Opening
           OPEN INPUT ACCT-HISTORY-FILE
           IF ACCTHIST-FILE-STATUS NOT = "00"
               DISPLAY "**** POSTED-TRANSACTION HISTORY FILE "
               DISPLAY "---- STATEMENT FOR ACCOUNT " WS-ACCOUNT-NO-X
                       " FISCAL PERIOD " WS-PERIOD " OF "
                       WS-STMT-YEAR " ----"
               IF WS-Opening-Known
                   MOVE WS-OPENING-BALANCE TO WS-BALANCE-DISP
                   DISPLAY "OPENING BALANCE          " WS-BALANCE-DISP
                   MOVE WS-OPENING-BALANCE TO WS-CLOSING-BALANCE
               END-IF
               PERFORM Read-History-Record
               PERFORM Select-History-Record
                   UNTIL WS-End-Of-History
               CLOSE ACCT-HISTORY-FILE
               IF WS-Period-Snapshot
                   MOVE WS-SNAP-CLOSING TO WS-CLOSING-BALANCE
               END-IF
               IF WS-SELECT-COUNT = ZERO
                   DISPLAY "NO POSTED TRANSACTIONS FOR THE ACCOUNT "
                           "IN THE PERIOD"
               END-IF
               IF WS-SELECT-COUNT NOT = ZERO OR WS-Opening-Known
                   MOVE WS-CLOSING-BALANCE TO WS-BALANCE-DISP
                   DISPLAY "CLOSING BALANCE          "
                           WS-BALANCE-DISP
               END-IF
           END-IF.

      *****************************************************************
      *    THE PERIOD'S FIRST DATE IN THE STATEMENT YEAR, AND THE DAY *
      *    BEFORE IT, WHICH IS THE END DATE OF THE SNAPSHOT THAT      *
      *    OPENS THIS PERIOD.  NO PERSNAP FILE MEANS NO PERIOD HAS    *
      *    BEEN CLOSED YET.                                           *
      *****************************************************************
       Find-Snapshot-Opening.
           MOVE "N"  TO WS-SNAP-EOF-SWITCH
           MOVE "N"  TO WS-SNAP-EXACT-SWITCH
           MOVE "N"  TO WS-OPENING-SWITCH
           MOVE ZERO TO WS-SNAP-CLOSING
           COMPUTE WS-YEAR-START-DATE = WS-STMT-YEAR * 10000 + 0101
           COMPUTE WS-PERIOD-START-DATE =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-YEAR-START-DATE)
                 + WS-PERIOD-START-DOY - 1)
           COMPUTE WS-PRIOR-END-DATE =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-PERIOD-START-DATE) - 1)
           OPEN INPUT PERIOD-SNAPSHOT-FILE
           IF PERSNAP-FILE-STATUS = "00"
               PERFORM Read-Snapshot-Record
                   UNTIL WS-End-Of-Snapshot OR WS-Period-Snapshot
               CLOSE PERIOD-SNAPSHOT-FILE
           END-IF.

       Read-Snapshot-Record.
           READ PERIOD-SNAPSHOT-FILE
               AT END
                   MOVE "Y" TO WS-SNAP-EOF-SWITCH
               NOT AT END
                   IF PS-ACCOUNT-NO = WS-ACCOUNT-NO-X
                       IF PS-FISCAL-YEAR = WS-STMT-YEAR AND
                          PS-FISCAL-PERIOD = WS-PERIOD
                           MOVE "Y" TO WS-SNAP-EXACT-SWITCH
                           MOVE "Y" TO WS-OPENING-SWITCH
                           MOVE PS-OPENING-BALANCE
                                        TO WS-OPENING-BALANCE
                           MOVE PS-CLOSING-BALANCE
                                        TO WS-SNAP-CLOSING
                       END-IF
                       IF PS-PERIOD-END = WS-PRIOR-END-DATE
                           MOVE "Y" TO WS-OPENING-SWITCH
                           MOVE PS-CLOSING-BALANCE
                                        TO WS-OPENING-BALANCE
                       END-IF
                   END-IF
           END-READ.

       Read-History-Record.
           READ ACCT-HISTORY-FILE
               AT END MOVE "Y" TO WS-HIST-EOF-SWITCH
             - FUNCTION INTEGER-OF-DATE(WS-YEAR-START-DATE) + 1.

      *****************************************************************
      *    WITH NO SNAPSHOT TO OPEN FROM, THE OPENING BALANCE IS THE  *
      *    FIRST SELECTED TRANSACTION BACKED OUT OF ITS OWN BALANCE-  *
      *    AFTER - A DEBIT IS ADDED BACK, A CREDIT TAKEN OFF.         *
      *****************************************************************
       Print-History-Line.
           ADD 1 TO WS-SELECT-COUNT
           IF NOT WS-First-Selected AND NOT WS-Opening-Known
               MOVE "Y" TO WS-FIRST-SWITCH
               IF AH-Debit-Side
                   COMPUTE WS-OPENING-BALANCE =
               DISPLAY "OPENING BALANCE          " WS-BALANCE-DISP
           END-IF
           PERFORM Lookup-Tran-Code
           IF AH-COUNTER-ACCOUNT NOT = SPACES
               IF AH-Debit-Side
                   MOVE "TRANSFER TO"      TO WS-CODE-DESC-SAVE
                   MOVE AH-COUNTER-ACCOUNT TO WS-CODE-DESC-SAVE(13:8)
               ELSE
                   MOVE "TRANSFER FROM"    TO WS-CODE-DESC-SAVE
                   MOVE AH-COUNTER-ACCOUNT TO WS-CODE-DESC-SAVE(15:8)
               END-IF
           END-IF
           MOVE AH-AMOUNT        TO WS-AMOUNT-DISP
           MOVE AH-BALANCE-AFTER TO WS-CLOSING-BALANCE
           MOVE AH-BALANCE-AFTER TO WS-BALANCE-DISP

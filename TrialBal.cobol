      *              SILENTLY SHORT.  THE FIRST EVER RUN HAS NO       *
      *              PRIOR TOTAL TO PROVE AGAINST - IT RECORDS A      *
      *              BASELINE AND REPORTS THAT.                       *
      *****************************************************************
      *    MODIFICATION HISTORY                                       *
      *    ------------------------------------------------------     *
      *    2026-10-15  JM  THE PRIOR TOTAL NOW COMES FROM THE PERIOD- *
      *                    END SNAPSHOT FILE (PERSNAP) - THE SUM OF   *
      *                    THE CLOSING BALANCES OF THE LATEST CLOSED  *
      *                    PERIOD - WHEN THAT PERIOD ENDED NO EARLIER *
      *                    THAN THE LATEST PRIOR TBCTL RECORD, SO THE *
      *                    FIRST DAY OF A PERIOD PROVES AGAINST THE   *
      *                    BALANCES THE PERIOD WAS CLOSED ON.         *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRIALRPT-FILE-STATUS.

           SELECT PERIOD-SNAPSHOT-FILE ASSIGN TO "PERSNAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERSNAP-FILE-STATUS.

           SELECT FISCAL-CALENDAR-FILE ASSIGN TO "FISCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FISCAL-FILE-STATUS.
       FD  TRIAL-REPORT-FILE.
       01  TRIAL-REPORT-RECORD      PIC X(80).

       FD  PERIOD-SNAPSHOT-FILE.
       COPY PERSNPRC.

       FD  FISCAL-CALENDAR-FILE.
       COPY FISCCAL.

       01  TBCTL-FILE-STATUS    PIC X(02).
       01  TRIALRPT-FILE-STATUS PIC X(02).
       01  FISCAL-FILE-STATUS   PIC X(02).
       01  PERSNAP-FILE-STATUS  PIC X(02).

       01  WS-MASTER-EOF-SWITCH PIC X(01).
           88  WS-END-OF-MASTER     VALUE "Y".
       01  WS-PRIOR-FOUND-SWITCH PIC X(01).
           88  WS-PRIOR-TOTAL-FOUND VALUE "Y".

       01  WS-SNAP-EOF-SWITCH   PIC X(01).
           88  WS-END-OF-SNAPSHOT   VALUE "Y".

       01  WS-SNAP-USED-SWITCH  PIC X(01).
           88  WS-PRIOR-FROM-SNAPSHOT VALUE "Y".

       01  WS-PRIOR-DATE        PIC 9(08) VALUE ZERO.
       01  WS-SNAP-END-DATE     PIC 9(08) VALUE ZERO.
       01  WS-SNAP-TOTAL        PIC S9(13)V99 VALUE ZERO.

       01  WS-BALANCED-SWITCH   PIC X(01).
           88  WS-DAY-PROVED        VALUE "Y".


       01  TBR-VERDICT-LINE         PIC X(80).

       01  TBR-SOURCE-LINE.
           05  FILLER               PIC X(50) VALUE
               "PRIOR TOTAL IS THE PERIOD-END SNAPSHOT AS AT     ".
           05  TBR-SNAP-END-DATE    PIC 9(08).
           05  FILLER               PIC X(22) VALUE SPACES.

       COPY JOBHDR.

       COPY RUNLOGW.
           MOVE "N"  TO WS-HIST-EOF-SWITCH
           MOVE "N"  TO WS-TBCTL-EOF-SWITCH
           MOVE "N"  TO WS-PRIOR-FOUND-SWITCH
           MOVE "N"  TO WS-SNAP-EOF-SWITCH
           MOVE "N"  TO WS-SNAP-USED-SWITCH
           MOVE "N"  TO WS-BALANCED-SWITCH
           MOVE ZERO TO WS-PRIOR-DATE
           MOVE ZERO TO WS-SNAP-END-DATE
           MOVE ZERO TO WS-SNAP-TOTAL
           MOVE ZERO TO WS-ACCOUNT-COUNT
           MOVE ZERO TO WS-HIST-COUNT
           MOVE ZERO TO WS-MASTER-TOTAL
           PERFORM Total-Account-Master
           CLOSE ACCOUNT-MASTER-FILE
           PERFORM Find-Prior-Total
           PERFORM Find-Snapshot-Total
           PERFORM Total-Posted-Movement
           PERFORM Build-Job-Header
           OPEN OUTPUT TRIAL-REPORT-FILE
                   IF TB-RUN-DATE < RLW-RUN-DATE
                       MOVE "Y"             TO WS-PRIOR-FOUND-SWITCH
                       MOVE TB-MASTER-TOTAL TO WS-PRIOR-TOTAL
                       MOVE TB-RUN-DATE     TO WS-PRIOR-DATE
                   END-IF
           END-READ.

      *****************************************************************
      *    THE LATEST PERIOD CLOSED BEFORE TODAY IS THE ONE WITH THE  *
      *    HIGHEST END DATE ON PERSNAP; ITS CLOSING BALANCES ARE      *
      *    SUMMED.  IT REPLACES THE TBCTL TOTAL ONLY WHEN IT ENDED ON *
      *    OR AFTER THAT TOTAL'S DATE - A TBCTL RECORD WRITTEN SINCE  *
      *    THE PERIOD ENDED IS THE BETTER STARTING POINT.             *
      *****************************************************************
       Find-Snapshot-Total.
           OPEN INPUT PERIOD-SNAPSHOT-FILE
           IF PERSNAP-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-SNAP-EOF-SWITCH
           ELSE
               PERFORM Read-Snapshot-Record UNTIL WS-End-Of-Snapshot
               CLOSE PERIOD-SNAPSHOT-FILE
           END-IF
           IF WS-SNAP-END-DATE NOT = ZERO AND
              WS-SNAP-END-DATE NOT < WS-PRIOR-DATE
               MOVE "Y"             TO WS-PRIOR-FOUND-SWITCH
               MOVE "Y"             TO WS-SNAP-USED-SWITCH
               MOVE WS-SNAP-TOTAL   TO WS-PRIOR-TOTAL
           END-IF.

       Read-Snapshot-Record.
           READ PERIOD-SNAPSHOT-FILE
               AT END
                   MOVE "Y" TO WS-SNAP-EOF-SWITCH
               NOT AT END
                   IF PS-PERIOD-END < RLW-RUN-DATE
                       IF PS-PERIOD-END > WS-SNAP-END-DATE
                           MOVE PS-PERIOD-END TO WS-SNAP-END-DATE
                           MOVE ZERO          TO WS-SNAP-TOTAL
                       END-IF
                       IF PS-PERIOD-END = WS-SNAP-END-DATE
                           ADD PS-CLOSING-BALANCE TO WS-SNAP-TOTAL
                       END-IF
                   END-IF
           END-READ.

           MOVE "PRIOR STORED TOTAL"        TO TBR-LINE-LABEL
           MOVE WS-PRIOR-TOTAL              TO TBR-LINE-AMOUNT
           WRITE TRIAL-REPORT-RECORD FROM TBR-DETAIL-LINE
           IF WS-Prior-From-Snapshot
               MOVE WS-SNAP-END-DATE        TO TBR-SNAP-END-DATE
               WRITE TRIAL-REPORT-RECORD FROM TBR-SOURCE-LINE
           END-IF
           MOVE "MASTER MOVEMENT"           TO TBR-LINE-LABEL
           MOVE WS-MASTER-MOVEMENT          TO TBR-LINE-AMOUNT
           WRITE TRIAL-REPORT-RECORD FROM TBR-DETAIL-LINE

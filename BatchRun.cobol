      *                    STATUS REPORT SHOWS WHY THE NIGHT ENDED    *
      *                    EARLY, AND SKIPS A HELD STEP FOR THE       *
      *                    NIGHT WITHOUT EDITING THE STEP ORDER.      *
      *    2026-10-15  JM  ADDED THE NIGHTLY INTEREST ACCRUAL STEP    *
      *                    (INTACCR), SCHEDULED AFTER POSTING.        *
      *    2026-10-15  JM  ADDED THE FISCAL PERIOD-END CLOSE STEP     *
      *                    (PERCLOSE), SCHEDULED AFTER CLOSE-OF-DAY.  *
      *    2026-10-15  JM  ADDED THE MONTHLY DORMANCY SWEEP STEP      *
      *                    (DORMSWP), SCHEDULED AFTER POSTING AND     *
      *                    AHEAD OF THE INTEREST ACCRUAL.             *
      *    2026-10-15  JM  ADDED THE LARGE-VALUE AND STRUCTURING      *
      *                    WATCH STEP (LVWATCH), SCHEDULED RIGHT      *
      *                    AFTER POSTING.                             *
      *    2026-10-15  JM  ADDED THE VENDOR SETTLEMENT RECONCILIATION *
      *                    STEP (VNDRECN), SCHEDULED AFTER THE        *
      *                    LARGE-VALUE WATCH.                         *
      *    2026-10-15  JM  EVERY STEP IS NOW CHECKED AGAINST THE      *
      *                    OPERATOR AUTHORITY MATRIX FOR THE CTLCARD  *
      *                    BATCH OPERATOR BEFORE IT STARTS.  A STEP   *
      *                    THE OPERATOR IS NOT AUTHORIZED FOR STOPS   *
      *                    THE SEQUENCE, IS RECORDED ON OPRAUDIT AS   *
      *                    A REFUSED ATTEMPT, AND WRITES AN "AR"      *
      *                    LINE TO RUNLOG THE WAY A WINDOW VIOLATION  *
      *                    WRITES "WV".                               *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTLCARD-FILE-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPRMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPRMAST-FILE-STATUS.

           SELECT OPR-AUDIT-FILE ASSIGN TO "OPRAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-FILE.
       FD  CONTROL-CARD-FILE.
       COPY CTLCARD.

       FD  OPERATOR-MASTER-FILE.
       COPY OPRMREC.

       FD  OPR-AUDIT-FILE.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  SCHEDULE-FILE-STATUS PIC X(02).
       01  RUNLOG-FILE-STATUS   PIC X(02).

       01  WS-BUSINESS-DATE     PIC 9(08).

      *    THE STATUS OF A DRIVER-WRITTEN RUNLOG LINE - "WV" FOR A
      *    WINDOW VIOLATION, "AR" FOR A STEP REFUSED FOR AUTHORITY.
       01  WS-DRIVER-STATUS     PIC X(02).

       COPY OPRAUTHW.

       PROCEDURE DIVISION.
       Begin.
           MOVE "N"  TO WS-SCHED-EOF-SWITCH
           MOVE "N"  TO WS-STOP-SWITCH
           MOVE ZERO TO WS-SCHED-COUNT
           MOVE ZERO TO WS-DONE-COUNT
           MOVE SPACES TO OAW-OPERATOR-ID
           MOVE "BATCHRUN" TO OAW-ORIGIN
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-BUSINESS-DATE =
               WS-TODAY-YEAR * 10000 + WS-TODAY-MONTH * 100
      *****************************************************************
      *    THE BADGE-IN CANNOT PROMPT WITH NOBODY AT THE CONSOLE -    *
      *    WARN UP FRONT WHEN CTLCARD CARRIES NO BATCH OPERATOR ID    *
      *    RATHER THAN HANGING AT 2 A.M. ON AN ACCEPT.  THE BATCH     *
      *    OPERATOR'S AUTHORITIES ARE LOADED HERE FOR THE STEP        *
      *    CHECKS - WITH NO OPERATOR, EVERY STEP WILL BE REFUSED.     *
      *****************************************************************
       Check-Batch-Operator.
           OPEN INPUT CONTROL-CARD-FILE
                           DISPLAY "**** WARNING - CTLCARD HAS NO "
                                   "BATCH OPERATOR ID - OPENDAY "
                                   "WILL PROMPT FOR AN OPERATOR ****"
                       ELSE
                           MOVE CC-BATCH-OPR-ID TO OAW-OPERATOR-ID
                       END-IF
               END-READ
               CLOSE CONTROL-CARD-FILE
           ELSE
               DISPLAY "**** WARNING - CTLCARD NOT AVAILABLE - "
                       "OPENDAY WILL PROMPT FOR AN OPERATOR ****"
           END-IF
           PERFORM Load-Operator-Authority
           EVALUATE TRUE
               WHEN OAW-OPERATOR-ID = SPACES
                   DISPLAY "**** WARNING - NO BATCH OPERATOR - "
                           "STEPS WILL BE REFUSED FOR WANT OF "
                           "AUTHORITY ****"
               WHEN OAW-Oprmast-Unavailable
                   DISPLAY "**** WARNING - OPERATOR MASTER FILE "
                           "OPRMAST NOT AVAILABLE - STEPS WILL BE "
                           "REFUSED FOR WANT OF AUTHORITY ****"
               WHEN NOT OAW-Operator-Found
                   DISPLAY "**** WARNING - BATCH OPERATOR "
                           OAW-OPERATOR-ID " NOT ON OPRMAST - "
                           "STEPS WILL BE REFUSED FOR WANT OF "
                           "AUTHORITY ****"
           END-EVALUATE.

       Load-Schedule.
           OPEN INPUT SCHEDULE-FILE
                           " ALREADY COMPLETED OK - SKIPPED"
               WHEN OTHER
                   PERFORM Check-Step-Window
                   IF NOT WS-Sequence-Stopped
                       PERFORM Check-Step-Authority
                   END-IF
                   IF NOT WS-Sequence-Stopped
                       PERFORM Execute-Step
                   END-IF
                           " WINDOW OPENS AT " WS-CURRENT-START
                           " AND IT IS ONLY " WS-NOW-HHMM
                           " - SEQUENCE STOPPED ****"
                   MOVE "Y"  TO WS-STOP-SWITCH
                   MOVE "WV" TO WS-DRIVER-STATUS
                   PERFORM Write-Driver-Log-Line
               WHEN WS-CURRENT-END NUMERIC
                       AND WS-NOW-HHMM > FUNCTION
                           NUMVAL(WS-CURRENT-END)
                           " CUTOFF " WS-CURRENT-END
                           " HAS PASSED - IT IS " WS-NOW-HHMM
                           " - SEQUENCE STOPPED ****"
                   MOVE "Y"  TO WS-STOP-SWITCH
                   MOVE "WV" TO WS-DRIVER-STATUS
                   PERFORM Write-Driver-Log-Line
           END-EVALUATE.

      *****************************************************************
      *    AUTHORITY - THE CTLCARD BATCH OPERATOR MUST HOLD THE       *
      *    AUTHORITY THE STEP NEEDS ON THE AUTHORITY MATRIX.  A       *
      *    REFUSED STEP STOPS THE SEQUENCE LIKE A FAILED ONE, GOES    *
      *    TO OPRAUDIT AS A REFUSED ATTEMPT, AND LEAVES AN "AR" LINE  *
      *    ON RUNLOG FOR THE DAY-STATUS REPORT.                       *
      *****************************************************************
       Check-Step-Authority.
           MOVE WS-CURRENT-STEP TO OAW-PROGRAM
           PERFORM Check-Operator-Authority
           IF NOT OAW-Authorized
               DISPLAY "**** BATCHRUN - STEP " WS-CURRENT-STEP
                       " REFUSED FOR OPERATOR " OAW-OPERATOR-ID
                       " - " OAW-REASON " - SEQUENCE STOPPED ****"
               MOVE "Y"  TO WS-STOP-SWITCH
               PERFORM Log-Authority-Refusal
               ACCEPT WS-NOW-TIME FROM TIME
               MOVE "AR" TO WS-DRIVER-STATUS
               PERFORM Write-Driver-Log-Line
           END-IF.

       Write-Driver-Log-Line.
           OPEN INPUT RUN-LOG-FILE
           IF RUNLOG-FILE-STATUS = "35"
               OPEN OUTPUT RUN-LOG-FILE
           MOVE ":"                TO RL-END-SEP
           MOVE WS-NOW-HHMM(3:2)   TO RL-END-TIME(4:2)
           MOVE SPACE              TO RL-SPACE-4
           MOVE WS-DRIVER-STATUS   TO RL-STATUS
           MOVE SPACE              TO RL-SPACE-5
           MOVE ZERO               TO RL-RECORDS-READ
           MOVE SPACE              TO RL-SPACE-6
                   CALL "Profile"
               WHEN "POSTING"
                   CALL "Posting"
               WHEN "LVWATCH"
                   CALL "LvWatch"
               WHEN "VNDRECN"
                   CALL "VndRecn"
               WHEN "DORMSWP"
                   CALL "DormSwp"
               WHEN "INTACCR"
                   CALL "IntAccr"
               WHEN "GLEXTR"
                   CALL "GlExtr"
               WHEN "TRIALBAL"
                   CALL "TrialBal"
               WHEN "CLOSEDAY"
                   CALL "CloseDay"
               WHEN "PERCLOSE"
                   CALL "PerClose"
               WHEN OTHER
                   DISPLAY "**** UNKNOWN SCHEDULE STEP "
                           WS-CURRENT-STEP " - SEQUENCE "
                           " COMPLETE"
               END-IF
           END-IF.

       COPY OPRAUTHP.

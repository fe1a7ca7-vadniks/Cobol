      *              STATUS, AND RECORDS-READ/ERRORS COUNTS.  THE     *
      *              REPORT (DAYSTAT) CARRIES THE STANDARD JOBHDR     *
      *              HEADING.                                         *
      *****************************************************************
      *    MODIFICATION HISTORY                                       *
      *    ------------------------------------------------------     *
      *    2026-10-15  JM  LISTS EVERY POSTING RESTART FOR THE DATE   *
      *                    FROM POSTCKPT - THE TIME, AND THE ACCOUNT  *
      *                    OR TRANSFER COUNT IT PICKED UP FROM.       *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FISCAL-FILE-STATUS.

           SELECT POSTING-CHECKPOINT-FILE ASSIGN TO "POSTCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POSTCKPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SIGNON-LOG-FILE.
       FD  FISCAL-CALENDAR-FILE.
       COPY FISCCAL.

       FD  POSTING-CHECKPOINT-FILE.
       COPY PCKPTREC.

       WORKING-STORAGE SECTION.
       01  SL-FILE-STATUS        PIC X(02).
       01  CHKPT-FILE-STATUS     PIC X(02).
       01  RUNLOG-FILE-STATUS    PIC X(02).
       01  DAYSTAT-FILE-STATUS   PIC X(02).
       01  FISCAL-FILE-STATUS    PIC X(02).
       01  POSTCKPT-FILE-STATUS  PIC X(02).

       01  WS-REQUEST-ENTRY      PIC X(08).
       01  WS-REQUEST-DATE       PIC 9(08).

       01  WS-STEP-COUNT         PIC 9(03) COMP VALUE ZERO.

       01  WS-POSTCKPT-EOF-SWITCH PIC X(01).
           88  WS-END-OF-POSTCKPT    VALUE "Y".

       01  WS-RESTART-COUNT      PIC 9(03) COMP VALUE ZERO.

      *    REPORT LINE LAYOUTS - BUILT HERE AND WRITTEN FROM, THE
      *    SAME WAY THE JOBHDR HEADER LINE IS.
       01  DS-TITLE-LINE.
           05  FILLER               PIC X(08) VALUE " ERRORS ".
           05  DS-RL-ERRORS         PIC ZZZ,ZZ9.

       01  DS-RESTART-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(18) VALUE
                                        "POSTING RESTARTED ".
           05  DS-PR-HOUR           PIC 99.
           05  FILLER               PIC X(01) VALUE ":".
           05  DS-PR-MINUTE         PIC 99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  DS-PR-TEXT           PIC X(45).

       01  DS-PR-XFER-DISP          PIC ZZZ,ZZ9.

       01  DS-NONE-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DS-NONE-TEXT         PIC X(30).
           MOVE "N"  TO WS-CLOSED-EOF-SWITCH
           MOVE "N"  TO WS-CLOSED-SWITCH
           MOVE "N"  TO WS-RUNLOG-EOF-SWITCH
           MOVE ZERO TO WS-RESTART-COUNT
           MOVE "N"  TO WS-POSTCKPT-EOF-SWITCH
           MOVE "DAY STATUS REPORT"  TO JH-JOB-NAME
           MOVE ZERO                 TO JH-PAGE-NO
           PERFORM Get-Request-Date
           PERFORM Report-Open-Of-Day
           PERFORM Report-Close-Of-Day
           PERFORM Report-Run-Steps
           PERFORM Report-Posting-Restarts
           MOVE WS-STEP-COUNT TO JT-RECORD-COUNT
           PERFORM Build-Job-Trailer
           WRITE DAY-STATUS-RECORD FROM JOB-TRAILER-LINE
                   END-IF
           END-READ.

      *    A POSTING RUN THAT STOPPED AND WAS RUN AGAIN LEAVES A
      *    RESTART RECORD ON POSTCKPT SAYING WHERE IT PICKED UP.
       Report-Posting-Restarts.
           MOVE "POSTING RESTARTS (POSTCKPT):" TO DS-SECTION-LINE
           WRITE DAY-STATUS-RECORD FROM DS-SECTION-LINE
           OPEN INPUT POSTING-CHECKPOINT-FILE
           IF POSTCKPT-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-POSTCKPT-EOF-SWITCH
           ELSE
               PERFORM Read-Posting-Checkpoint
                   UNTIL WS-End-Of-PostCkpt
               CLOSE POSTING-CHECKPOINT-FILE
           END-IF
           IF WS-RESTART-COUNT = ZERO
               MOVE "NO POSTING RESTART" TO DS-NONE-TEXT
               WRITE DAY-STATUS-RECORD FROM DS-NONE-LINE
           END-IF.

       Read-Posting-Checkpoint.
           READ POSTING-CHECKPOINT-FILE
               AT END
                   MOVE "Y" TO WS-POSTCKPT-EOF-SWITCH
               NOT AT END
                   IF PC-RUN-DATE = WS-REQUEST-DATE AND PC-Restart
                       ADD 1 TO WS-RESTART-COUNT
                       PERFORM Write-Restart-Line
                   END-IF
           END-READ.

       Write-Restart-Line.
           MOVE PC-HOUR   TO DS-PR-HOUR
           MOVE PC-MINUTE TO DS-PR-MINUTE
           MOVE SPACES    TO DS-PR-TEXT
           EVALUATE TRUE
               WHEN PC-After-Posting
                   MOVE "AFTER POSTING FINISHED" TO DS-PR-TEXT
               WHEN PC-Transfer-Pass
                   MOVE PC-XFER-DONE TO DS-PR-XFER-DISP
                   STRING "IN TRANSFER PASS AFTER " DELIMITED BY SIZE
                          DS-PR-XFER-DISP DELIMITED BY SIZE
                          " TRANSFERS" DELIMITED BY SIZE
                          INTO DS-PR-TEXT
               WHEN PC-LAST-ACCOUNT = SPACES
                   MOVE "FROM THE FIRST ACCOUNT" TO DS-PR-TEXT
               WHEN OTHER
                   STRING "AFTER ACCOUNT " DELIMITED BY SIZE
                          PC-LAST-ACCOUNT DELIMITED BY SIZE
                          INTO DS-PR-TEXT
           END-EVALUATE
           WRITE DAY-STATUS-RECORD FROM DS-RESTART-LINE.

       COPY JOBHDRP.

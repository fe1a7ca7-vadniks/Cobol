      *****************************************************************
      *    PERLKP - PROCEDURE-DIVISION LOGIC FOR PERLKW/PERLKREC      *
      *    PURPOSE    : Check-Period-Lock READS THE CLOSED-PERIOD     *
      *                 FILE (PERLOCK) AND SETS PLW-DATE-LOCKED WHEN  *
      *                 PLW-CHECK-DATE FALLS BETWEEN THE START AND    *
      *                 END DATES OF ANY PERIOD ON IT.  NO PERLOCK    *
      *                 FILE MEANS NO PERIOD HAS BEEN CLOSED YET.     *
      *****************************************************************
       Check-Period-Lock.
           MOVE "N"  TO PLW-LOCKED-SWITCH
           MOVE "N"  TO PLW-EOF-SWITCH
           MOVE ZERO TO PLW-LOCKED-YEAR
           MOVE ZERO TO PLW-LOCKED-PERIOD
           OPEN INPUT PERIOD-LOCK-FILE
           IF PERLOCK-FILE-STATUS = "00"
               PERFORM Read-Period-Lock-Record
                   UNTIL PLW-End-Of-Perlock OR PLW-Date-Locked
               CLOSE PERIOD-LOCK-FILE
           END-IF.

       Read-Period-Lock-Record.
           READ PERIOD-LOCK-FILE
               AT END
                   MOVE "Y" TO PLW-EOF-SWITCH
               NOT AT END
                   IF PLW-CHECK-DATE >= PL-START-DATE AND
                      PLW-CHECK-DATE <= PL-END-DATE
                       MOVE "Y"              TO PLW-LOCKED-SWITCH
                       MOVE PL-FISCAL-YEAR   TO PLW-LOCKED-YEAR
                       MOVE PL-FISCAL-PERIOD TO PLW-LOCKED-PERIOD
                   END-IF
           END-READ.

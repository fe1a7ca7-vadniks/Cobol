      *****************************************************************
      *    OPRAUTHP - PROCEDURE-DIVISION LOGIC FOR OPRAUTHW           *
      *    PURPOSE    : Load-Operator-Authority READS THE OPERATOR    *
      *                 MASTER FOR OAW-OPERATOR-ID AND KEEPS ITS      *
      *                 FLAGS.  Check-Operator-Authority LOOKS        *
      *                 OAW-PROGRAM UP ON THE AUTHORITY MATRIX AND    *
      *                 SETS OAW-AUTHORIZED WHEN THE OPERATOR HOLDS   *
      *                 THE AUTHORITY IT NEEDS.  Log-Authority-       *
      *                 Refusal APPENDS A "REFUSE" RECORD TO OPRAUDIT *
      *                 - WHO TRIED WHAT, FROM WHERE, AND WHY IT WAS  *
      *                 REFUSED - THE SAME WAY OPRMAINT APPENDS ITS   *
      *                 CHANGES.                                      *
      *****************************************************************
       Load-Operator-Authority.
           MOVE "N"    TO OAW-FOUND-SWITCH
           MOVE "N"    TO OAW-OPRMAST-SWITCH
           MOVE "N"    TO OAW-EOF-SWITCH
           MOVE SPACES TO OAW-OPEN-FLAG
           MOVE SPACES TO OAW-SUPV-FLAG
           MOVE SPACES TO OAW-JOB-FLAGS
           IF OAW-OPERATOR-ID NOT = SPACES
               OPEN INPUT OPERATOR-MASTER-FILE
               IF OPRMAST-FILE-STATUS NOT = "00"
                   MOVE "Y" TO OAW-OPRMAST-SWITCH
               ELSE
                   PERFORM Read-Operator-Authority
                       UNTIL OAW-Operator-Found OR OAW-End-Of-OprMast
                   CLOSE OPERATOR-MASTER-FILE
               END-IF
           END-IF.

       Read-Operator-Authority.
           READ OPERATOR-MASTER-FILE
               AT END
                   MOVE "Y" TO OAW-EOF-SWITCH
               NOT AT END
                   IF OPR-ID = OAW-OPERATOR-ID
                       MOVE "Y"               TO OAW-FOUND-SWITCH
                       MOVE OPR-AUTH-OPEN     TO OAW-OPEN-FLAG
                       MOVE OPR-AUTH-SUPV     TO OAW-SUPV-FLAG
                       MOVE OPR-JOB-AUTHORITY TO OAW-JOB-FLAGS
                   END-IF
           END-READ.

       Check-Operator-Authority.
           MOVE "N"    TO OAW-ALLOWED-SWITCH
           MOVE SPACES TO OAW-AUTHORITY
           MOVE SPACES TO OAW-REASON
           MOVE "N"    TO OAW-MATRIX-SWITCH
           PERFORM Match-Matrix-Entry
               VARYING OAW-MATRIX-SUB FROM 1 BY 1
               UNTIL OAW-MATRIX-SUB > 20 OR OAW-On-Matrix
           EVALUATE TRUE
               WHEN NOT OAW-On-Matrix
                   MOVE "NOT ON AUTH MATRIX"   TO OAW-REASON
               WHEN OAW-Oprmast-Unavailable
                   MOVE "OPRMAST UNAVAILABLE"  TO OAW-REASON
               WHEN NOT OAW-Operator-Found
                   MOVE "OPERATOR NOT ON FILE" TO OAW-REASON
               WHEN OAW-AUTHORITY = SPACES
                   MOVE "Y" TO OAW-ALLOWED-SWITCH
               WHEN OAW-AUTHORITY = "OPEN"
                   IF OAW-OPEN-FLAG = "Y"
                       MOVE "Y" TO OAW-ALLOWED-SWITCH
                   END-IF
               WHEN OAW-AUTHORITY = "SUPV"
                   IF OAW-SUPV-FLAG = "Y"
                       MOVE "Y" TO OAW-ALLOWED-SWITCH
                   END-IF
               WHEN OTHER
                   PERFORM Find-Authority-Code
                   IF OAW-Code-Found
                       IF OAW-JOB-FLAG(OAW-SUB) = "Y"
                           MOVE "Y" TO OAW-ALLOWED-SWITCH
                       END-IF
                   END-IF
           END-EVALUATE
           IF NOT OAW-Authorized AND OAW-REASON = SPACES
               MOVE OAW-AUTHORITY TO OAW-LACK-CODE
               MOVE OAW-LACK-TEXT TO OAW-REASON
           END-IF.

       Match-Matrix-Entry.
           IF OAW-MX-PROGRAM(OAW-MATRIX-SUB) = OAW-PROGRAM
               MOVE "Y" TO OAW-MATRIX-SWITCH
               MOVE OAW-MX-AUTHORITY(OAW-MATRIX-SUB) TO OAW-AUTHORITY
           END-IF.

      *    FIND OAW-AUTHORITY AMONG THE JOB AUTHORITY CODES - OAW-SUB
      *    IS THEN ITS POSITION IN OPR-JOB-AUTHORITY.
       Find-Authority-Code.
           MOVE "N" TO OAW-CODE-SWITCH
           PERFORM Match-Authority-Code
               VARYING OAW-SUB FROM 1 BY 1
               UNTIL OAW-SUB > 7 OR OAW-Code-Found
           IF OAW-Code-Found
               SUBTRACT 1 FROM OAW-SUB
           END-IF.

       Match-Authority-Code.
           IF OAW-AUTH-CODE-T(OAW-SUB) = OAW-AUTHORITY
               MOVE "Y" TO OAW-CODE-SWITCH
           END-IF.

       Log-Authority-Refusal.
           OPEN INPUT OPR-AUDIT-FILE
           IF AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT OPR-AUDIT-FILE
           ELSE
               CLOSE OPR-AUDIT-FILE
               OPEN EXTEND OPR-AUDIT-FILE
           END-IF
           ACCEPT OAW-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT OAW-RUN-TIME FROM TIME
           MOVE OAW-RUN-DATE    TO OA-CHANGE-DATE
           MOVE SPACE           TO OA-SPACE-1
           MOVE OAW-RUN-HOUR    TO OA-CHANGE-HOUR
           MOVE ":"             TO OA-TIME-SEP
           MOVE OAW-RUN-MINUTE  TO OA-CHANGE-MINUTE
           MOVE SPACE           TO OA-SPACE-2
           MOVE OAW-OPERATOR-ID TO OA-SUPV-ID
           MOVE SPACE           TO OA-SPACE-3
           MOVE "REFUSE"        TO OA-ACTION
           MOVE SPACE           TO OA-SPACE-4
           MOVE OAW-OPERATOR-ID TO OA-TARGET-ID
           MOVE SPACE           TO OA-SPACE-5
           MOVE OAW-ATTEMPT     TO OA-OLD-VALUE
           MOVE SPACE           TO OA-SPACE-6
           MOVE OAW-REASON      TO OA-NEW-VALUE
           WRITE OPR-AUDIT-RECORD
           CLOSE OPR-AUDIT-FILE.

      *              TRAILING SPACE ON AN OPR-ID ONCE LOCKED AN       *
      *              OPERATOR OUT FOR A SHIFT).  A SUPERVISOR CAN     *
      *              ADD AN OPERATOR, CHANGE THE OPR-NAME, AND GRANT  *
      *              OR REVOKE OPEN-OF-DAY AND JOB AUTHORITIES (SEE   *
      *              OPRAUTHW FOR THE AUTHORITY MATRIX) THROUGH       *
      *              PROMPTS THAT VALIDATE EVERY FIELD BEFORE THE     *
      *              FILE IS REWRITTEN.  EVERY CHANGE APPENDS A WHO-  *
      *              CHANGED-WHAT-WHEN RECORD TO THE AUDIT FILE       *
      *              (OPRAUDIT).                                      *
      *              ONLY OPERATORS WITH THE OPR-AUTH-SUPV FLAG MAY   *
      *              RUN MAINTENANCE AT ALL.                          *
      *****************************************************************
      *    MODIFICATION HISTORY                                       *
      *    ------------------------------------------------------     *
      *    2026-10-15  JM  GRANT AND REVOKE NOW TAKE AN AUTHORITY     *
      *                    CODE - OPEN FOR OPEN-OF-DAY AS BEFORE, OR  *
      *                    ONE OF THE JOB AUTHORITIES ON THE OPERATOR *
      *                    MASTER (EDIT, POST, GLEX, CLOS, HKPG,      *
      *                    RPTP, MANT).  THE AUDIT RECORD CARRIES THE *
      *                    CODE WITH THE OLD AND NEW FLAG.  ADDED     *
      *                    OPTION S TO SHOW AN OPERATOR'S             *
      *                    AUTHORITIES.  A NEW OPERATOR STARTS WITH   *
      *                    NO JOB AUTHORITY.                          *
      *****************************************************************

       ENVIRONMENT DIVISION.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
       COPY OPRAUTHW.

       01  WS-SUPV-AUTH-SWITCH  PIC X(01).
           88  WS-SUPERVISOR-OK     VALUE "Y".
               10  WS-OPR-NAME-T    PIC X(20).
               10  WS-OPR-OPEN-T    PIC X(01).
               10  WS-OPR-SUPV-T    PIC X(01).
               10  WS-OPR-JOBS-T    PIC X(07).

       01  WS-SUPV-ID           PIC X(08).
       01  WS-SUPV-ENTRY        PIC X(20).
       01  WS-TARGET-ID         PIC X(08).
       01  WS-NEW-NAME          PIC X(20).
       01  WS-NEW-FLAG          PIC X(01).
       01  WS-OLD-FLAG          PIC X(01).

      *    THE AUTHORITY CODE AND FLAG AS THEY GO ON THE AUDIT RECORD.
       01  WS-AUTH-VALUE.
           05  WS-AUTH-VALUE-CODE   PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-AUTH-VALUE-FLAG   PIC X(01).

       01  WS-OLD-VALUE         PIC X(20).
       01  WS-AUDIT-ACTION      PIC X(06).
       01  WS-AUDIT-NEW-VALUE   PIC X(20).
           DISPLAY "OPERATOR MASTER MAINTENANCE"
           DISPLAY "A. ADD OPERATOR"
           DISPLAY "N. CHANGE OPERATOR NAME"
           DISPLAY "G. GRANT AN AUTHORITY"
           DISPLAY "R. REVOKE AN AUTHORITY"
           DISPLAY "S. SHOW AN OPERATOR'S AUTHORITIES"
           DISPLAY "X. EXIT"
           DISPLAY "ENTER YOUR CHOICE - " WITH NO ADVANCING
           ACCEPT WS-MAINT-CHOICE
                   PERFORM Change-Operator-Name
               WHEN "G"
                   MOVE "Y" TO WS-NEW-FLAG
                   PERFORM Change-Authority
               WHEN "R"
                   MOVE "N" TO WS-NEW-FLAG
                   PERFORM Change-Authority
               WHEN "S"
                   PERFORM Show-Operator-Authority
               WHEN "X"
                   MOVE "Y" TO WS-EXIT-SWITCH
               WHEN OTHER
                   MOVE WS-NEW-NAME  TO WS-OPR-NAME-T(WS-OPR-COUNT)
                   MOVE WS-NEW-FLAG  TO WS-OPR-OPEN-T(WS-OPR-COUNT)
                   MOVE "N"          TO WS-OPR-SUPV-T(WS-OPR-COUNT)
                   MOVE "NNNNNNN"    TO WS-OPR-JOBS-T(WS-OPR-COUNT)
                   PERFORM Rewrite-Operator-File
                   MOVE SPACES       TO WS-OLD-VALUE
                   PERFORM Write-Audit-Record-Add
               END-IF
           END-IF.

      *****************************************************************
      *    GRANT OR REVOKE ONE AUTHORITY - OPEN (OPEN-OF-DAY) OR A    *
      *    JOB AUTHORITY FROM THE MATRIX.  A FLAG LEFT BLANK BY AN    *
      *    OLDER RECORD COUNTS AS NOT GRANTED.                        *
      *****************************************************************
       Change-Authority.
           PERFORM Prompt-Target-Id
           IF WS-Input-Bad
               DISPLAY "**** OPERATOR ID MUST BE LETTERS AND "
                   DISPLAY "**** OPERATOR " WS-TARGET-ID
                           " NOT ON THE MASTER ****"
               ELSE
                   PERFORM Prompt-Authority-Code
                   IF WS-Input-Bad
                       DISPLAY "**** AUTHORITY MUST BE OPEN, EDIT, "
                               "POST, GLEX, CLOS, HKPG, RPTP, OR "
                               "MANT ****"
                   ELSE
                       PERFORM Apply-Authority-Change
                   END-IF
               END-IF
           END-IF.

       Apply-Authority-Change.
           IF OAW-AUTHORITY = "OPEN"
               MOVE WS-OPR-OPEN-T(WS-FOUND-SUB) TO WS-OLD-FLAG
           ELSE
               MOVE WS-OPR-JOBS-T(WS-FOUND-SUB)(OAW-SUB:1)
                                        TO WS-OLD-FLAG
           END-IF
           IF WS-OLD-FLAG NOT = "Y"
               MOVE "N" TO WS-OLD-FLAG
           END-IF
           IF WS-OLD-FLAG = WS-NEW-FLAG
               DISPLAY "**** " OAW-AUTHORITY " AUTHORITY FOR "
                       WS-TARGET-ID " ALREADY " WS-NEW-FLAG
                       " - NO CHANGE ****"
           ELSE
               IF OAW-AUTHORITY = "OPEN"
                   MOVE WS-NEW-FLAG TO WS-OPR-OPEN-T(WS-FOUND-SUB)
               ELSE
                   MOVE WS-NEW-FLAG TO
                           WS-OPR-JOBS-T(WS-FOUND-SUB)(OAW-SUB:1)
               END-IF
               PERFORM Rewrite-Operator-File
               IF WS-NEW-FLAG = "Y"
                   MOVE "GRANT"  TO WS-AUDIT-ACTION
               ELSE
                   MOVE "REVOKE" TO WS-AUDIT-ACTION
               END-IF
               MOVE OAW-AUTHORITY  TO WS-AUTH-VALUE-CODE
               MOVE WS-OLD-FLAG    TO WS-AUTH-VALUE-FLAG
               MOVE WS-AUTH-VALUE  TO WS-OLD-VALUE
               MOVE WS-NEW-FLAG    TO WS-AUTH-VALUE-FLAG
               MOVE WS-AUTH-VALUE  TO WS-AUDIT-NEW-VALUE
               PERFORM Write-Audit-Record
               DISPLAY OAW-AUTHORITY " AUTHORITY FOR "
                       WS-TARGET-ID " SET TO " WS-NEW-FLAG
           END-IF.

      *    OAW-SUB IS LEFT ON THE JOB AUTHORITY'S POSITION.
       Prompt-Authority-Code.
           DISPLAY "ENTER AUTHORITY (OPEN/EDIT/POST/GLEX/CLOS/"
                   "HKPG/RPTP/MANT) - " WITH NO ADVANCING
           ACCEPT OAW-AUTHORITY
           MOVE "N" TO WS-INPUT-BAD-SWITCH
           IF OAW-AUTHORITY NOT = "OPEN"
               PERFORM Find-Authority-Code
               IF NOT OAW-Code-Found
                   MOVE "Y" TO WS-INPUT-BAD-SWITCH
               END-IF
           END-IF.

       Show-Operator-Authority.
           PERFORM Prompt-Target-Id
           IF WS-Input-Bad
               DISPLAY "**** OPERATOR ID MUST BE LETTERS AND "
                       "DIGITS, LEFT-JUSTIFIED, NO EMBEDDED "
                       "SPACES ****"
           ELSE
               PERFORM Find-Target-Operator
               IF WS-Target-Not-Found
                   DISPLAY "**** OPERATOR " WS-TARGET-ID
                           " NOT ON THE MASTER ****"
               ELSE
                   DISPLAY "OPERATOR " WS-TARGET-ID " "
                           WS-OPR-NAME-T(WS-FOUND-SUB)
                   DISPLAY "    OPEN " WS-OPR-OPEN-T(WS-FOUND-SUB)
                   DISPLAY "    SUPV " WS-OPR-SUPV-T(WS-FOUND-SUB)
                   PERFORM Show-Job-Authority
                       VARYING OAW-SUB FROM 1 BY 1
                       UNTIL OAW-SUB > 7
               END-IF
           END-IF.

       Show-Job-Authority.
           DISPLAY "    " OAW-AUTH-CODE-T(OAW-SUB) " "
                   WS-OPR-JOBS-T(WS-FOUND-SUB)(OAW-SUB:1).

      *****************************************************************
      *    THE ID EDIT EXISTS BECAUSE HAND-EDITS USED TO LEAVE A      *
      *    TRAILING SPACE INSIDE THE ID AND LOCK THE OPERATOR OUT -   *
                               WS-OPR-OPEN-T(WS-OPR-COUNT)
                       MOVE OPR-AUTH-SUPV TO
                               WS-OPR-SUPV-T(WS-OPR-COUNT)
                       MOVE OPR-JOB-AUTHORITY TO
                               WS-OPR-JOBS-T(WS-OPR-COUNT)
                   END-IF
           END-READ.

           MOVE WS-OPR-OPEN-T(WS-SCAN-SUB) TO OPR-AUTH-OPEN
           MOVE SPACE                      TO OPR-SPACE-3
           MOVE WS-OPR-SUPV-T(WS-SCAN-SUB) TO OPR-AUTH-SUPV
           MOVE SPACE                      TO OPR-SPACE-4
           MOVE WS-OPR-JOBS-T(WS-SCAN-SUB) TO OPR-JOB-AUTHORITY
           WRITE OPR-MASTER-RECORD.

       Write-Audit-Record-Add.
           MOVE WS-AUDIT-NEW-VALUE TO OA-NEW-VALUE
           WRITE OPR-AUDIT-RECORD
           CLOSE OPR-AUDIT-FILE.

       COPY OPRAUTHP.

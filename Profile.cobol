      *                    REGISTERED ON THE REPORT REGISTER          *
      *                    (RPTREG), SO A RERUN NO LONGER DESTROYS    *
      *                    A PRIOR GENERATION.                        *
      *    2026-10-15  JM  TRANSFER ("X") DETAILS ARE PROFILED LIKE   *
      *                    ANY OTHER DETAIL; THEIR TO-ACCOUNT IS      *
      *                    TALLIED UNDER TR-ACCOUNT-NO WITH THE       *
      *                    FROM-ACCOUNT.                              *
      *****************************************************************

       ENVIRONMENT DIVISION.

       Profile-One-Record.
           ADD 1 TO WS-RECORD-COUNT
           IF TR-Detail-Rec OR TR-Transfer-Rec
               PERFORM Profile-Detail-Fields
           END-IF
           IF TR-Transfer-Rec
               PERFORM Tally-To-Account-No
                   VARYING WS-CHAR-IDX FROM 1 BY 1 UNTIL WS-CHAR-IDX > 8
           END-IF
           PERFORM Read-Transaction.

       Profile-Detail-Fields.
                                 WS-CLASS-RESULT
           PERFORM Add-To-Tally.

       Tally-To-Account-No.
           MOVE WS-ACCOUNT-IDX TO WS-CURRENT-IDX
           CALL "ClassChr" USING TR-TO-ACCOUNT-NO(WS-CHAR-IDX:1)
                                 WS-CLASS-RESULT
           PERFORM Add-To-Tally.

       Tally-Cust-Name.
           IF TR-CUST-NAME(WS-CHAR-IDX:1) NOT = SPACE
               MOVE WS-NAME-IDX TO WS-CURRENT-IDX

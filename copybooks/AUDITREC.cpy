      *****************************************************************
      *    AUDITREC - OPERATOR MASTER CHANGE AUDIT RECORD             *
      *    USED BY    : OPRMAINT, JOBMENU, BATCHRUN, RPTMAINT         *
      *    PURPOSE    : ONE RECORD IS APPENDED TO OPRAUDIT FOR EVERY  *
      *                 CHANGE MADE TO THE OPERATOR MASTER - WHO      *
      *                 CHANGED WHAT, WHEN - SO NOBODY CAN GRANT      *
      *                 OPEN-OF-DAY AUTHORITY WITHOUT LEAVING A       *
      *                 TRACE.  A JOB REFUSED FOR WANT OF AUTHORITY   *
      *                 IS RECORDED HERE TOO - OA-ACTION "REFUSE",    *
      *                 THE OPERATOR IN OA-SUPV-ID AND OA-TARGET-ID,  *
      *                 WHERE IT WAS TRIED FROM AND THE PROGRAM OR    *
      *                 STEP IN OA-OLD-VALUE, AND THE REASON IN       *
      *                 OA-NEW-VALUE.                                 *
      *****************************************************************
       01  OPR-AUDIT-RECORD.
           05  OA-CHANGE-DATE       PIC 9(08).

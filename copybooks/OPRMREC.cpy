      *****************************************************************
      *    OPRMREC - OPERATOR MASTER RECORD                           *
      *    USED BY    : FIRST (First.cob), OPRMAINT, JOBMENU,         *
      *                 BATCHRUN, RPTMAINT                            *
      *    PURPOSE    : ONE RECORD PER OPERATOR AUTHORIZED TO SIGN ON *
      *                 TO THE SYSTEM.  OPR-AUTH-OPEN CONTROLS WHO    *
      *                 MAY KICK OFF THE START-OF-DAY (OPEN-OF-DAY)   *
      *                 MAINTENANCE PROGRAM.  RECORDS WRITTEN BEFORE  *
      *                 THE SUPERVISOR FLAG EXISTED READ BACK WITH    *
      *                 SPACES THERE, WHICH TREATS THE OPERATOR AS    *
      *                 NOT A SUPERVISOR.  OPR-JOB-AUTHORITY CARRIES  *
      *                 ONE Y/N FLAG PER JOB THE OPERATOR MAY RUN     *
      *                 FROM THE MENU OR THE BATCH DRIVER - EDIT,     *
      *                 POST, GLEX (GL EXTRACT), CLOS (CLOSE), HKPG   *
      *                 (HOUSEKEEPING), RPTP (REPORT PURGE), AND      *
      *                 MANT (ACCOUNT/REVERSAL MAINTENANCE), IN THAT  *
      *                 ORDER (SEE OPRAUTHW FOR THE PROGRAM-TO-       *
      *                 AUTHORITY MATRIX).  OLDER RECORDS READ BACK   *
      *                 WITH SPACES THERE - NO JOB AUTHORITY.         *
      *****************************************************************
       01  OPR-MASTER-RECORD.
           05  OPR-ID               PIC X(08).
           05  OPR-SPACE-3          PIC X(01).
           05  OPR-AUTH-SUPV        PIC X(01).
               88  OPR-SUPERVISOR        VALUE "Y".
           05  OPR-SPACE-4          PIC X(01).
           05  OPR-JOB-AUTHORITY.
               10  OPR-AUTH-EDIT    PIC X(01).
               10  OPR-AUTH-POST    PIC X(01).
               10  OPR-AUTH-GLEX    PIC X(01).
               10  OPR-AUTH-CLOS    PIC X(01).
               10  OPR-AUTH-HKPG    PIC X(01).
               10  OPR-AUTH-RPTP    PIC X(01).
               10  OPR-AUTH-MANT    PIC X(01).
           05  OPR-JOB-AUTHORITY-TABLE REDEFINES OPR-JOB-AUTHORITY.
               10  OPR-JOB-AUTH     PIC X(01) OCCURS 7 TIMES.
                   88  OPR-JOB-AUTHORIZED    VALUE "Y".

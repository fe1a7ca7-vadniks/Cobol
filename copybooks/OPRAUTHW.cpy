      *****************************************************************
      *    OPRAUTHW - WORKING STORAGE FOR THE OPERATOR AUTHORITY      *
      *               CHECK                                           *
      *    USED BY    : JOBMENU, BATCHRUN, RPTMAINT, OPRMAINT         *
      *    PURPOSE    : THE HOST PROGRAM MOVES AN OPERATOR ID TO      *
      *                 OAW-OPERATOR-ID AND PERFORMS Load-Operator-   *
      *                 Authority, THEN FOR EACH JOB MOVES THE        *
      *                 PROGRAM OR SCHEDULE STEP NAME TO OAW-PROGRAM  *
      *                 (AND WHERE IT WAS TRIED FROM TO OAW-ORIGIN)   *
      *                 AND PERFORMS Check-Operator-Authority (SEE    *
      *                 OPRAUTHP.cpy).  OAW-AUTHORIZED IS THEN SET,   *
      *                 OR OAW-REASON SAYS WHY NOT AND Log-Authority- *
      *                 Refusal PUTS THE ATTEMPT ON OPRAUDIT.  (THE   *
      *                 HOST MUST ALSO SELECT OPERATOR-MASTER-FILE AS *
      *                 "OPRMAST" WITH FILE STATUS OPRMAST-FILE-      *
      *                 STATUS AND OPR-AUDIT-FILE AS "OPRAUDIT" WITH  *
      *                 FILE STATUS AUDIT-FILE-STATUS, AND COPY       *
      *                 OPRMREC AND AUDITREC INTO THEIR FDS.)         *
      *****************************************************************
       01  OPRMAST-FILE-STATUS  PIC X(02).
       01  AUDIT-FILE-STATUS    PIC X(02).

      *    THE JOB AUTHORITIES, IN THE ORDER OF OPR-JOB-AUTH ON THE
      *    OPERATOR MASTER.
       01  OAW-AUTHORITY-CODES.
           05  FILLER               PIC X(04) VALUE "EDIT".
           05  FILLER               PIC X(04) VALUE "POST".
           05  FILLER               PIC X(04) VALUE "GLEX".
           05  FILLER               PIC X(04) VALUE "CLOS".
           05  FILLER               PIC X(04) VALUE "HKPG".
           05  FILLER               PIC X(04) VALUE "RPTP".
           05  FILLER               PIC X(04) VALUE "MANT".
       01  OAW-AUTHORITY-CODE-TABLE REDEFINES OAW-AUTHORITY-CODES.
           05  OAW-AUTH-CODE-T      PIC X(04) OCCURS 7 TIMES.

      *****************************************************************
      *    THE AUTHORITY MATRIX - THE AUTHORITY EACH MENU PROGRAM OR  *
      *    SCHEDULE STEP NEEDS.  OPEN IS OPR-AUTH-OPEN AND SUPV IS    *
      *    OPR-AUTH-SUPV; A BLANK AUTHORITY MEANS ANY OPERATOR ON     *
      *    THE MASTER.  RPTPURGE IS THE PURGE INSIDE RPTMAINT.  A     *
      *    NAME NOT ON THE MATRIX IS REFUSED TO EVERYONE, SO A NEW    *
      *    STEP CANNOT RUN UNTIL SOMEBODY DECIDES WHO MAY RUN IT.     *
      *****************************************************************
       01  OAW-MATRIX-VALUES.
           05  FILLER               PIC X(14) VALUE "OPENDAY   OPEN".
           05  FILLER               PIC X(14) VALUE "FLDEDIT   EDIT".
           05  FILLER               PIC X(14) VALUE "PROFILE   EDIT".
           05  FILLER               PIC X(14) VALUE "POSTING   POST".
           05  FILLER               PIC X(14) VALUE "LVWATCH   POST".
           05  FILLER               PIC X(14) VALUE "VNDRECN   POST".
           05  FILLER               PIC X(14) VALUE "DORMSWP   POST".
           05  FILLER               PIC X(14) VALUE "INTACCR   POST".
           05  FILLER               PIC X(14) VALUE "GLEXTR    GLEX".
           05  FILLER               PIC X(14) VALUE "TRIALBAL  CLOS".
           05  FILLER               PIC X(14) VALUE "CLOSEDAY  CLOS".
           05  FILLER               PIC X(14) VALUE "PERCLOSE  CLOS".
           05  FILLER               PIC X(14) VALUE "HOUSEKEEP HKPG".
           05  FILLER               PIC X(14) VALUE "RPTPURGE  RPTP".
           05  FILLER               PIC X(14) VALUE "RPTMAINT      ".
           05  FILLER               PIC X(14) VALUE "ACCTMAINT MANT".
           05  FILLER               PIC X(14) VALUE "REVMAINT  MANT".
           05  FILLER               PIC X(14) VALUE "OPRMAINT  SUPV".
           05  FILLER               PIC X(14) VALUE "DAYSTAT       ".
           05  FILLER               PIC X(14) VALUE "STATEMENT     ".
       01  OAW-MATRIX-TABLE REDEFINES OAW-MATRIX-VALUES.
           05  OAW-MATRIX-ENTRY OCCURS 20 TIMES.
               10  OAW-MX-PROGRAM   PIC X(10).
               10  OAW-MX-AUTHORITY PIC X(04).

       01  OPERATOR-AUTHORITY-WORK-AREA.
           05  OAW-OPERATOR-ID      PIC X(08).
           05  OAW-ATTEMPT.
               10  OAW-ORIGIN       PIC X(08).
               10  FILLER           PIC X(01) VALUE SPACE.
               10  OAW-PROGRAM      PIC X(10).
               10  FILLER           PIC X(01) VALUE SPACE.
           05  OAW-AUTHORITY        PIC X(04).
           05  OAW-REASON           PIC X(20).
           05  OAW-OPEN-FLAG        PIC X(01).
           05  OAW-SUPV-FLAG        PIC X(01).
           05  OAW-JOB-FLAGS.
               10  OAW-JOB-FLAG     PIC X(01) OCCURS 7 TIMES.
           05  OAW-SUB              PIC 9(02) COMP.
           05  OAW-MATRIX-SUB       PIC 9(02) COMP.
           05  OAW-FOUND-SWITCH     PIC X(01).
               88  OAW-OPERATOR-FOUND   VALUE "Y".
           05  OAW-OPRMAST-SWITCH   PIC X(01).
               88  OAW-OPRMAST-UNAVAILABLE VALUE "Y".
           05  OAW-EOF-SWITCH       PIC X(01).
               88  OAW-END-OF-OPRMAST   VALUE "Y".
           05  OAW-MATRIX-SWITCH    PIC X(01).
               88  OAW-ON-MATRIX        VALUE "Y".
           05  OAW-CODE-SWITCH      PIC X(01).
               88  OAW-CODE-FOUND       VALUE "Y".
           05  OAW-ALLOWED-SWITCH   PIC X(01).
               88  OAW-AUTHORIZED       VALUE "Y".

       01  OAW-LACK-TEXT.
           05  FILLER               PIC X(03) VALUE "NO ".
           05  OAW-LACK-CODE        PIC X(04).
           05  FILLER               PIC X(13) VALUE " AUTHORITY".

       01  OAW-RUN-DATE         PIC 9(08).
       01  OAW-RUN-TIME.
           05  OAW-RUN-HOUR         PIC 99.
           05  OAW-RUN-MINUTE       PIC 99.
           05  FILLER               PIC 9(4).

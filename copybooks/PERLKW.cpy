      *****************************************************************
      *    PERLKW - WORKING STORAGE FOR THE CLOSED-PERIOD LOCK CHECK  *
      *    USED BY    : PERCLOSE, POSTING, REVMAINT                   *
      *    PURPOSE    : THE HOST PROGRAM MOVES A BUSINESS DATE TO     *
      *                 PLW-CHECK-DATE AND PERFORMS Check-Period-Lock *
      *                 (SEE PERLKP.cpy); PLW-DATE-LOCKED IS THEN SET *
      *                 IF THE DATE FALLS IN A FISCAL PERIOD ALREADY  *
      *                 CLOSED ON PERLOCK, WITH THAT PERIOD'S YEAR    *
      *                 AND NUMBER IN PLW-LOCKED-YEAR/-PERIOD.  (THE  *
      *                 HOST MUST ALSO SELECT PERIOD-LOCK-FILE AS     *
      *                 "PERLOCK" WITH FILE STATUS PERLOCK-FILE-      *
      *                 STATUS AND COPY PERLKREC INTO ITS FD.)        *
      *****************************************************************
       01  PERLOCK-FILE-STATUS  PIC X(02).

       01  PERIOD-LOCK-WORK-AREA.
           05  PLW-CHECK-DATE       PIC 9(08).
           05  PLW-EOF-SWITCH       PIC X(01).
               88  PLW-END-OF-PERLOCK   VALUE "Y".
           05  PLW-LOCKED-SWITCH    PIC X(01).
               88  PLW-DATE-LOCKED      VALUE "Y".
           05  PLW-LOCKED-YEAR      PIC 9(04).
           05  PLW-LOCKED-PERIOD    PIC 9(02).

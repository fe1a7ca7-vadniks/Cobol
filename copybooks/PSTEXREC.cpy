      *****************************************************************
      *    PSTEXREC - POSTING EXCEPTION RECORD                       *
      *    USED BY    : POSTING, VNDRECN                              *
      *    PURPOSE    : ONE RECORD IS APPENDED TO PSTEXCP FOR EVERY   *
      *                 TRANSACTION POSTING REJECTS - BUSINESS DATE,  *
      *                 ACCOUNT, CODE, AMOUNT, AND A FIXED REASON     *
      *                 CODE - IN A MACHINE-READABLE LAYOUT, SO THE   *
      *                 MORNING CREW WORKS A FILE INSTEAD OF          *
      *                 DISCOVERING A PJ-REMARK LINE AFTER A          *
      *                 CUSTOMER COMPLAINT.  BOTH LEGS OF A REJECTED  *
      *                 TRANSFER ARE WRITTEN, CARRYING THE SAME       *
      *                 TRANSFER REFERENCE SO THEY ARE WORKED AS ONE. *
      *                 A REJECTED VENDOR ENTRY CARRIES THE VENDOR'S  *
      *                 ID AND FILE DATE, AS ON ACCTHIST.             *
      *                 WHEN A REVERSING ENTRY IS REJECTED, POSTING   *
      *                 ALSO WRITES AN RVCL RECORD NAMING THE         *
      *                 ORIGINAL ENTRY WHOSE REVERSED FLAG IT         *
      *                 CLEARED, UNDER THE SAME REVERSAL REFERENCE.   *
      *****************************************************************
       01  POSTING-EXCEPTION-RECORD.
           05  PX-RUN-DATE          PIC 9(08).
               88  PX-ACCOUNT-CLOSED    VALUE "CLSD".
               88  PX-CREDIT-LIMIT      VALUE "CRLM".
               88  PX-CODE-UNKNOWN      VALUE "UNKN".
               88  PX-DORMANT-DEBIT     VALUE "DRMT".
               88  PX-TRANSFER-ONE-LEG  VALUE "XLEG".
               88  PX-REWRITE-FAILED    VALUE "RWRT".
               88  PX-REVERSAL-CLEARED  VALUE "RVCL".
           05  PX-SPACE-5           PIC X(01).
           05  PX-REASON-TEXT       PIC X(25).
           05  PX-SPACE-6           PIC X(01).
           05  PX-REFERENCE         PIC X(10).
           05  PX-SPACE-7           PIC X(01).
           05  PX-VENDOR-ID         PIC X(08).
           05  PX-SPACE-8           PIC X(01).
           05  PX-FILE-DATE         PIC X(08).

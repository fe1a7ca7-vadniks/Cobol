      *****************************************************************
      *    REVREQRC - REVERSAL/CORRECTION REQUEST RECORD              *
      *    USED BY    : REVMAINT, POSTING                             *
      *    PURPOSE    : ONE RECORD PER REQUEST TO REVERSE OR CORRECT  *
      *                 A POSTED HISTORY ENTRY (ACCOUNT, BUSINESS     *
      *                 DATE, TRAN CODE, AMOUNT).  A REQUEST IS MADE  *
      *                 BY ONE SUPERVISOR AND STAYS PENDING UNTIL A   *
      *                 DIFFERENT SUPERVISOR APPROVES OR DECLINES IT  *
      *                 - NOTHING IS QUEUED FOR POSTING UNTIL THEN.   *
      *                 A FULL REVERSAL CARRIES A ZERO NEW AMOUNT; A  *
      *                 CORRECTION CARRIES THE AMOUNT THE ENTRY       *
      *                 SHOULD HAVE BEEN.  POSTING READS AN APPROVED  *
      *                 REQUEST TO FIND THE ORIGINAL ENTRY AGAIN WHEN *
      *                 ITS REVERSING ENTRY IS REJECTED.              *
      *****************************************************************
       01  REVERSAL-REQUEST-RECORD.
           05  RQ-REQUEST-NO        PIC 9(06).
           05  RQ-SPACE-1           PIC X(01).
           05  RQ-STATUS            PIC X(01).
               88  RQ-PENDING           VALUE "P".
               88  RQ-APPROVED          VALUE "A".
               88  RQ-DECLINED          VALUE "D".
           05  RQ-SPACE-2           PIC X(01).
           05  RQ-TYPE              PIC X(01).
               88  RQ-FULL-REVERSAL     VALUE "R".
               88  RQ-CORRECTION        VALUE "C".
           05  RQ-SPACE-3           PIC X(01).
           05  RQ-ACCOUNT-NO        PIC X(08).
           05  RQ-SPACE-4           PIC X(01).
           05  RQ-HIST-DATE         PIC 9(08).
           05  RQ-SPACE-5           PIC X(01).
           05  RQ-TRAN-CODE         PIC X(04).
           05  RQ-SPACE-6           PIC X(01).
           05  RQ-DC-IND            PIC X(02).
           05  RQ-SPACE-7           PIC X(01).
           05  RQ-ORIG-AMOUNT       PIC 9(11)V99.
           05  RQ-SPACE-8           PIC X(01).
           05  RQ-NEW-AMOUNT        PIC 9(11)V99.
           05  RQ-SPACE-9           PIC X(01).
           05  RQ-REQ-SUPV          PIC X(08).
           05  RQ-SPACE-10          PIC X(01).
           05  RQ-REQ-DATE          PIC 9(08).
           05  RQ-SPACE-11          PIC X(01).
           05  RQ-APPR-SUPV         PIC X(08).
           05  RQ-SPACE-12          PIC X(01).
           05  RQ-APPR-DATE         PIC 9(08).

      *****************************************************************
      *    TRANREC - INCOMING TRANSACTION/INTERFACE RECORD            *
      *    USED BY    : FLDEDIT, PROFILE, POSTING, ACCTMAINT,         *
      *                 REVMAINT                                      *
      *    PURPOSE    : ONE 80-BYTE CARD-IMAGE RECORD FROM AN         *
      *                 INCOMING INTERFACE FILE.  THE FILE NOW        *
      *                 CARRIES THREE RECORD TYPES - A BATCH HEADER   *
      *                 WHOLE FILE THE VENDOR SENT.  DETAIL FIELDS    *
      *                 ARE EDITED AND PROFILED CHARACTER-BY-         *
      *                 CHARACTER USING THE SAME RULES AS             *
      *                 FIRST.COBOL'S CLASSIFIER.  THE EDIT RUN       *
      *                 STAMPS EACH DETAIL WITH THE VENDOR ID AND     *
      *                 FILE DATE OF THE BATCH IT ARRIVED IN, SO A    *
      *                 DETAIL KEEPS ITS ORIGIN THROUGH THE SUSPENSE  *
      *                 CYCLE AND ONTO THE ACCEPTED FILE.  A          *
      *                 TRANSACTION QUEUED BY MAINTENANCE ON ACCTPEND *
      *                 MAY CARRY A REFERENCE THAT POSTING COPIES TO  *
      *                 THE HISTORY FILE.  AN ACCOUNT-TO-ACCOUNT      *
      *                 TRANSFER ARRIVES AS ONE TRANSFER DETAIL       *
      *                 ("X") CARRYING BOTH ACCOUNTS - TR-ACCOUNT-NO  *
      *                 IS THE ACCOUNT DEBITED, TR-TO-ACCOUNT-NO THE  *
      *                 ACCOUNT CREDITED - UNDER CODE XFER, SO        *
      *                 POSTING CAN APPLY BOTH LEGS OR NEITHER.       *
      *****************************************************************
       01  TRAN-RECORD.
           05  TR-RECORD-TYPE       PIC X(01).
               88  TR-HEADER-REC        VALUE "H".
               88  TR-DETAIL-REC        VALUE "D".
               88  TR-TRAILER-REC       VALUE "T".
               88  TR-TRANSFER-REC      VALUE "X".
           05  TR-DETAIL-DATA.
               10  TR-ACCOUNT-NO        PIC X(08).
               10  TR-CUST-NAME         PIC X(20).
               10  TR-TRAN-CODE         PIC X(04).
                   88  TR-TRANSFER-CODE     VALUE "XFER".
               10  TR-AMOUNT            PIC X(10).
               10  TR-DTL-VENDOR-ID     PIC X(08).
               10  TR-DTL-FILE-DATE     PIC X(08).
               10  TR-REFERENCE         PIC X(10).
               10  TR-TO-ACCOUNT-NO     PIC X(08).
               10  FILLER               PIC X(03).
           05  TR-HEADER-DATA REDEFINES TR-DETAIL-DATA.
               10  TR-VENDOR-ID         PIC X(08).
               10  TR-FILE-DATE         PIC 9(08).

      *****************************************************************
      *    BATREGRC - PROCESSED VENDOR BATCH REGISTER RECORD          *
      *    USED BY    : FLDEDIT, VNDRECN                              *
      *    PURPOSE    : ONE RECORD PER VENDOR BATCH (VENDOR ID PLUS   *
      *                 FILE DATE FROM THE BATCH HEADER) THAT HAS     *
      *                 BEEN ACCEPTED ONTO THE ACCEPTED FILE, WITH    *
      *                 THE BUSINESS DATE IT WAS ACCEPTED AND ITS     *
      *                 COUNTS.  THE REGISTER IS PERMANENT - A        *
      *                 VENDOR BATCH ALREADY ON IT IS REFUSED, SO A   *
      *                 RE-TRANSMITTED FILE CANNOT POST TWICE.        *
      *****************************************************************
       01  BATCH-REGISTER-RECORD.
           05  BR-VENDOR-ID         PIC X(08).
           05  BR-SPACE-1           PIC X(01).
           05  BR-FILE-DATE         PIC 9(08).
           05  BR-SPACE-2           PIC X(01).
           05  BR-RUN-DATE          PIC 9(08).
           05  BR-SPACE-3           PIC X(01).
           05  BR-DETAIL-COUNT      PIC 9(06).
           05  BR-SPACE-4           PIC X(01).
           05  BR-ACCEPT-COUNT      PIC 9(06).

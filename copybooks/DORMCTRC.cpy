      *****************************************************************
      *    DORMCTRC - DORMANCY SWEEP CONTROL RECORD                   *
      *    USED BY    : DORMSWP                                       *
      *    PURPOSE    : ONE RECORD IS APPENDED TO DORMCTL PER SWEEP,  *
      *                 CARRYING THE BUSINESS DATE, THE THRESHOLD     *
      *                 USED, THE ACCOUNTS MADE DORMANT, AND THE      *
      *                 DORMANT COUNT AND BALANCE AFTERWARDS.  THE    *
      *                 STEP IS SCHEDULED NIGHTLY BUT SWEEPS ONCE A   *
      *                 MONTH - THE LATEST RECORD TELLS IT WHETHER    *
      *                 THIS CALENDAR MONTH HAS ALREADY BEEN SWEPT.   *
      *****************************************************************
       01  DORMANCY-CONTROL-RECORD.
           05  DC-SWEEP-DATE        PIC 9(08).
           05  DC-SPACE-1           PIC X(01).
           05  DC-INACTIVE-DAYS     PIC 9(04).
           05  DC-SPACE-2           PIC X(01).
           05  DC-NEW-COUNT         PIC 9(06).
           05  DC-SPACE-3           PIC X(01).
           05  DC-DORMANT-COUNT     PIC 9(06).
           05  DC-SPACE-4           PIC X(01).
           05  DC-DORMANT-TOTAL     PIC S9(13)V99 SIGN LEADING
                                                  SEPARATE.

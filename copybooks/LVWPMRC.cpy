      *****************************************************************
      *    LVWPMRC - LARGE-VALUE AND STRUCTURING WATCH PARAMETERS     *
      *    USED BY    : LVWATCH                                       *
      *    PURPOSE    : ONE-RECORD PARAMETER FILE HOLDING THE WATCH   *
      *                 THRESHOLDS, SO COMPLIANCE CAN CHANGE THEM     *
      *                 WITHOUT A PROGRAM CHANGE - THE LARGE-VALUE    *
      *                 LIMIT; THE NEAR-LIMIT BAND (A PERCENT OF THE  *
      *                 LIMIT), THE ROLLING WINDOW IN DAYS AND THE    *
      *                 NUMBER OF NEAR-LIMIT CREDITS THAT MAKE A      *
      *                 STRUCTURING PATTERN; AND THE DAYS OF HISTORY  *
      *                 THAT MAKE AN ACCOUNT'S RECENT DAILY AVERAGE,  *
      *                 THE MULTIPLE OF IT THAT COUNTS AS A SPIKE,    *
      *                 AND THE SMALLEST DAY'S COUNT AND AMOUNT WORTH *
      *                 CALLING ONE.  A MISSING CARD, OR A BLANK OR   *
      *                 ZERO FIELD, LEAVES THAT THRESHOLD ON ITS      *
      *                 DEFAULT.                                      *
      *****************************************************************
       01  WATCH-PARM-RECORD.
           05  LP-LARGE-LIMIT       PIC 9(09)V99.
           05  LP-SPACE-1           PIC X(01).
           05  LP-NEAR-PERCENT      PIC 9(03).
           05  LP-SPACE-2           PIC X(01).
           05  LP-WINDOW-DAYS       PIC 9(03).
           05  LP-SPACE-3           PIC X(01).
           05  LP-NEAR-COUNT        PIC 9(02).
           05  LP-SPACE-4           PIC X(01).
           05  LP-AVERAGE-DAYS      PIC 9(03).
           05  LP-SPACE-5           PIC X(01).
           05  LP-SPIKE-FACTOR      PIC 9(02).
           05  LP-SPACE-6           PIC X(01).
           05  LP-SPIKE-MIN-COUNT   PIC 9(03).
           05  LP-SPACE-7           PIC X(01).
           05  LP-SPIKE-MIN-AMOUNT  PIC 9(09)V99.

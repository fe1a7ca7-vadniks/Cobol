      *****************************************************************
      *    DORMPMRC - DORMANCY SWEEP PARAMETER CARD                   *
      *    USED BY    : DORMSWP                                       *
      *    PURPOSE    : ONE-RECORD PARAMETER FILE GIVING THE NUMBER   *
      *                 OF DAYS WITHOUT CUSTOMER ACTIVITY AFTER       *
      *                 WHICH AN OPEN ACCOUNT IS MADE DORMANT, SO     *
      *                 THE THRESHOLD CAN CHANGE WITHOUT A PROGRAM    *
      *                 CHANGE.  A MISSING, BLANK, OR ZERO CARD       *
      *                 LEAVES THE SWEEP ON ITS 365-DAY DEFAULT.      *
      *****************************************************************
       01  DORMANCY-PARM-RECORD.
           05  DP-INACTIVE-DAYS     PIC 9(04).

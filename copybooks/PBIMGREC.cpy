      *****************************************************************
      *    PBIMGREC - POSTING ACCOUNT BEFORE-IMAGE RECORD             *
      *    USED BY    : POSTING                                       *
      *    PURPOSE    : BEFORE POSTING REWRITES AN ACCOUNT IT APPENDS *
      *                 THE ACCOUNT'S BALANCE AS READ TO POSTBIMG,    *
      *                 TAGGED WITH THE NUMBER OF THE COMMIT UNIT IN  *
      *                 PROGRESS (ONE MORE THAN THE LAST CHECKPOINT   *
      *                 ON POSTCKPT).  THE FILE IS EMPTIED AT EVERY   *
      *                 CHECKPOINT.  A RESTART PUTS EVERY ACCOUNT     *
      *                 REWRITTEN IN THE UNFINISHED UNIT BACK TO ITS  *
      *                 BEFORE-IMAGE, SO NOTHING PAST THE CHECKPOINT  *
      *                 IS APPLIED TWICE.                             *
      *****************************************************************
       01  POSTING-BEFORE-IMAGE-RECORD.
           05  PB-UNIT              PIC 9(06).
           05  PB-SPACE-1           PIC X(01).
           05  PB-ACCOUNT-NO        PIC X(08).
           05  PB-SPACE-2           PIC X(01).
           05  PB-BALANCE           PIC S9(11)V99 SIGN LEADING
                                                  SEPARATE.

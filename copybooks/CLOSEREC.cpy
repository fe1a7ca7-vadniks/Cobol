      *****************************************************************
      *    CLOSEREC - CLOSE-OF-DAY COMPLETION RECORD                  *
      *    USED BY    : CLOSEDAY, PERCLOSE                            *
      *    PURPOSE    : ONE RECORD PER BUSINESS DATE MARKING THE DAY  *
      *                 CLOSED, THE SAME WAY CHKPTREC MARKS THE DAY   *
      *                 OPENED.                                       *

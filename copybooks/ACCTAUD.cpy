      *****************************************************************
      *    ACCTAUD - ACCOUNT MASTER CHANGE AUDIT RECORD               *
      *    USED BY    : ACCTMAINT, REVMAINT, DORMSWP                  *
      *    PURPOSE    : ONE RECORD IS APPENDED TO ACCTAUD FOR EVERY   *
      *                 CHANGE MADE TO THE ACCOUNT MASTER - WHO       *
      *                 CHANGED WHAT, WHEN - THE SAME WAY OPRAUDIT    *

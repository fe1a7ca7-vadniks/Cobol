      *****************************************************************
      *    SUSPREC - SUSPENSE FILE CONTROL-STAMPED RECORD             *
      *    USED BY    : FLDEDIT, VNDRECN                              *
      *    PURPOSE    : EVERY RECORD ON THE SUSPENSE CYCLE NOW        *
      *                 CARRIES THE BUSINESS DATE IT FIRST            *
      *                 SUSPENDED AND HOW MANY TIMES IT HAS BEEN      *
      *                 RECORDS WRITTEN BEFORE THE STAMP EXISTED      *
      *                 LEAD WITH THE TRANSACTION IMAGE ITSELF (A     *
      *                 NON-NUMERIC FIRST BYTE) AND ARE TREATED AS    *
      *                 FIRST SUSPENDED TODAY.  SP-HOLD-FLAG IS "D"   *
      *                 ON A SUSPECTED DUPLICATE - RECYCLING CARRIES  *
      *                 IT FORWARD UNEDITED UNTIL OPERATIONS CHANGE   *
      *                 THE FLAG TO "R", WHICH RELEASES IT PAST THE   *
      *                 DUPLICATE MATCH.  OLDER RECORDS HAVE A SPACE  *
      *                 THERE AND RECYCLE AS BEFORE.                  *
      *****************************************************************
       01  SUSPENSE-CONTROL-RECORD.
           05  SP-FIRST-DATE        PIC 9(08).
           05  SP-SPACE-1           PIC X(01).
           05  SP-RECYCLE-COUNT     PIC 9(03).
           05  SP-HOLD-FLAG         PIC X(01).
               88  SP-DUP-HELD          VALUE "D".
               88  SP-DUP-RELEASED      VALUE "R".
           05  SP-TRAN-DATA         PIC X(80).

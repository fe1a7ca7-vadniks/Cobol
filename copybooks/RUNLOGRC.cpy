               88  RL-STEP-OK           VALUE "OK".
               88  RL-STEP-FAILED       VALUE "FL".
               88  RL-STEP-WINDOW       VALUE "WV".
               88  RL-STEP-REFUSED      VALUE "AR".
           05  RL-SPACE-5           PIC X(01).
           05  RL-RECORDS-READ      PIC 9(06).
           05  RL-SPACE-6           PIC X(01).

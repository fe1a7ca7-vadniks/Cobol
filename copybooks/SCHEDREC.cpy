               88  SC-STEP-FLDEDIT       VALUE "FLDEDIT".
               88  SC-STEP-PROFILE       VALUE "PROFILE".
               88  SC-STEP-POSTING       VALUE "POSTING".
               88  SC-STEP-LVWATCH       VALUE "LVWATCH".
               88  SC-STEP-VNDRECN       VALUE "VNDRECN".
               88  SC-STEP-DORMSWP       VALUE "DORMSWP".
               88  SC-STEP-INTACCR       VALUE "INTACCR".
               88  SC-STEP-GLEXTR        VALUE "GLEXTR".
               88  SC-STEP-TRIALBAL      VALUE "TRIALBAL".
               88  SC-STEP-CLOSEDAY      VALUE "CLOSEDAY".
               88  SC-STEP-PERCLOSE      VALUE "PERCLOSE".
           05  SC-SPACE-1           PIC X(01).
           05  SC-EARLIEST-START    PIC X(04).
           05  SC-SPACE-2           PIC X(01).

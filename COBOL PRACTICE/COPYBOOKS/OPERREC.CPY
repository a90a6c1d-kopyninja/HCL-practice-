      *    REFRESH THE SHADOWS WITH TRAIN-REFRESH-BATCH.
           05  OP-TRAINEE          PIC X(01).
               88  OP-IS-TRAINEE           VALUE "Y".
      *    SIGN-ON WINDOW, HHMMSS FROM AND TO.  MENU-CHOICE REFUSES
      *    A SIGN-ON OUTSIDE IT UNLESS A SUPERVISOR OVERRIDES AT THE
      *    TERMINAL.  A FROM TIME LATER THAN THE TO TIME IS A SHIFT
      *    RUNNING PAST MIDNIGHT.  SPACES (AS ON OLDER RECORDS) MEAN
      *    THE WINDOW FOR THE OPERATOR'S ROLE ON SECPARM, OR NO
      *    WINDOW WHERE SECPARM CARRIES NONE FOR THE ROLE.
           05  OP-SIGNON-START     PIC X(06).
           05  OP-SIGNON-END       PIC X(06).
      *    PERMITTED SIGN-ON LOCATIONS.  EACH ENTRY IS A TERMINAL ID
      *    OR A THREE-BYTE BRANCH CODE, MATCHED AGAINST THE TERMINFO
      *    WORKSTATION RECORD AT SIGN-ON.  ALL SPACES MEAN ANY
      *    TERMINAL AT ANY BRANCH.
           05  OP-PERMIT-LOCS.
               10  OP-PERMIT-LOC   PIC X(08) OCCURS 4 TIMES.

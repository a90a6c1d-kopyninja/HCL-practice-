      *    DATE, SPREADING THE PRINT ACROSS THE MONTH.  ZEROS OR
      *    BLANKS ON OLDER ACCOUNTS COUNT AS CYCLE 01.
           05  ACCT-STMT-CYCLE     PIC 9(02).
      *    CHECK-DIGIT EXEMPTION.  ACCOUNT NUMBERS ISSUED BY
      *    MENU-CHOICE CARRY A MODULUS-11 CHECK DIGIT (SEE THE
      *    SHARED ACCTCHK ROUTINE).  NUMBERS CHOSEN BY HAND BEFORE
      *    THAT WHICH FAIL THE CHECK ARE GRANDFATHERED BY "Y"
      *    HERE, SET ONCE BY CHECK-DIGIT-CONVERT; EVERY OTHER
      *    ACCOUNT MUST PASS.
           05  ACCT-CD-EXEMPT      PIC X(01).
               88  ACCT-CHECK-DIGIT-EXEMPT VALUE "Y".
           05  FILLER              PIC X(06).

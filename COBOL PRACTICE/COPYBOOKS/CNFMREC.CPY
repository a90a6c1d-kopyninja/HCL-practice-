      *----------------------------------------------------------
      * CNFMREC - ONE AUDIT BALANCE CONFIRMATION LETTER ON THE
      * CONFLTRS FILE, WRITTEN BY AUDIT-CONFIRM-SAMPLE FOR EACH
      * DEPOSIT ACCOUNT OR LOAN DRAWN INTO THE EXTERNAL AUDITORS'
      * SAMPLE, AND PASSED TO THE LETTER PRINT VENDOR.
      *
      * CF-CONFIRM-NO: THE SELECTION'S NUMBER ON THE SAMPLE
      *            REGISTER, QUOTED ON THE REPLY FORM.
      * CF-ITEM-TYPE: "D" = DEPOSIT ACCOUNT (CF-ITEM-ID IS THE
      *            SIX-BYTE ACCOUNT NUMBER), "L" = LOAN.
      * CF-BAL-BASIS: "S" = THE BALHIST END-OF-DAY SNAPSHOT FOR
      *            THE AUDIT DATE, "C" = THE CURRENT BOOK BALANCE
      *            (LOANS, OR A DEPOSIT WHEN THE AUDIT DATE IS
      *            TODAY AND NOT YET SNAPSHOT).
      * CF-STRATUM: THE BALANCE BAND THE ITEM WAS DRAWN FROM.
      *----------------------------------------------------------
           05  CF-LETTER-DATE      PIC 9(08).
           05  CF-AUDIT-DATE       PIC 9(08).
           05  CF-CONFIRM-NO       PIC 9(05).
           05  CF-ITEM-TYPE        PIC X(01).
               88  CF-IS-DEPOSIT           VALUE "D".
               88  CF-IS-LOAN              VALUE "L".
           05  CF-ITEM-ID          PIC X(08).
           05  CF-CUST-ID          PIC X(06).
           05  CF-MAILING-BLOCK.
               10  CF-NAME         PIC X(20).
               10  CF-STREET       PIC X(25).
               10  CF-CITY         PIC X(15).
               10  CF-STATE        PIC X(02).
               10  CF-ZIP          PIC X(10).
           05  CF-BALANCE          PIC S9(9)V99.
           05  CF-BAL-BASIS        PIC X(01).
               88  CF-FROM-SNAPSHOT        VALUE "S".
               88  CF-CURRENT-BOOK         VALUE "C".
           05  CF-STRATUM          PIC 9(02).
           05  FILLER              PIC X(20).

      *----------------------------------------------------------
      * INFREGRC - ONE ENTRY ON THE SHARED INBOUND FILE REGISTER
      * (INFREG).  EVERY INPUT-DRIVEN POSTING PROGRAM PASSES ITS
      * INPUT FILE'S IDENTITY AND CONTROL TOTALS TO THE INFREG
      * SUBPROGRAM BEFORE IT POSTS ("R" ENTRY) AND AGAIN WHEN THE
      * POSTING RUN FINISHES ("P" ENTRY).  A FILE WHOSE COUNT AND
      * HASHES MATCH A FILE ALREADY POSTED FROM THE SAME SOURCE IS
      * REGISTERED "X" AND REFUSED.  INBOUND-FILE-REPORT READS THE
      * REGISTER BACK EACH NIGHT.
      *
      * IR-FILE-SEQ: ASSIGNED BY THE REGISTER - ONE MORE THAN THE
      *            HIGHEST SEQUENCE ALREADY SEEN FOR THE SOURCE AND
      *            FILE DATE.  THE "P" ENTRY CARRIES THE SAME SEQ.
      * IR-AMOUNT-HASH: SUM OF THE RECORD AMOUNTS.
      * IR-ACCT-HASH: SUM OF THE RECORD ACCOUNT NUMBERS, SO TWO
      *            FILES WITH THE SAME TOTAL BUT DIFFERENT ACCOUNTS
      *            ARE NOT TAKEN FOR EACH OTHER.
      * IR-MATCH-DATE/IR-MATCH-SEQ: ON A REFUSED ENTRY, THE POSTED
      *            FILE IT DUPLICATES.
      *----------------------------------------------------------
           05  IR-SOURCE           PIC X(10).
           05  IR-FILE-DATE        PIC 9(08).
           05  IR-FILE-SEQ         PIC 9(03).
           05  IR-RECORD-COUNT     PIC 9(07).
           05  IR-AMOUNT-HASH      PIC 9(13)V99.
           05  IR-ACCT-HASH        PIC 9(13).
           05  IR-STATUS           PIC X(01).
               88  IR-IS-RECEIVED          VALUE "R".
               88  IR-IS-POSTED            VALUE "P".
               88  IR-IS-REFUSED           VALUE "X".
           05  IR-PROGRAM          PIC X(23).
           05  IR-BUS-DATE         PIC 9(08).
           05  IR-TIME             PIC X(06).
           05  IR-MATCH-DATE       PIC 9(08).
           05  IR-MATCH-SEQ        PIC 9(03).
           05  FILLER              PIC X(15).

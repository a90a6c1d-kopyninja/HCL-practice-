      *----------------------------------------------------------
      * RCRTREC - ONE OPERATOR'S ENTRY IN THE CURRENT QUARTERLY
      * ACCESS RECERTIFICATION CYCLE ON THE INDEXED RECERTS FILE,
      * KEYED BY OPERATOR ID.  WRITTEN BY OPER-RECERT-BATCH WHEN
      * THE CYCLE IS OPENED, WITH THE OPERATOR'S ACCESS AS IT
      * STOOD THAT DAY; DECIDED BY THE BRANCH MANAGER THROUGH THE
      * OPERATOR-MAINT RECERTIFICATION OPTION; LAPSED BY THE
      * NIGHTLY OPER-RECERT-BATCH CLOSE ONCE THE DEADLINE PASSES.
      * THE NEXT CYCLE OVERWRITES EACH OPERATOR'S ENTRY.
      *
      * RC-CYCLE: YYYY "Q" N, E.G. 2026Q4.
      * RC-LAST-SIGNON: DATE OF THE LAST SUCCESSFUL SIGN-ON ON
      *            SECLOG (YYYYMMDD), ZERO IF NONE.
      * RC-DECISION: SPACE PENDING, "C" CONFIRMED, "R" REVOKED
      *            (OPERATOR DISABLED), "X" LAPSED - NOT DECIDED
      *            BY THE DEADLINE.
      *----------------------------------------------------------
           05  RC-OPER-ID          PIC X(06).
           05  RC-CYCLE            PIC X(06).
           05  RC-OPER-NAME        PIC X(20).
           05  RC-BRANCH           PIC X(03).
           05  RC-ROLE             PIC X(01).
           05  RC-TXN-LIMIT        PIC 9(5)V99.
           05  RC-TRAINEE          PIC X(01).
           05  RC-OP-STATUS        PIC X(01).
           05  RC-PSWD-DATE        PIC 9(08).
           05  RC-LAST-SIGNON      PIC 9(08).
           05  RC-DEADLINE         PIC 9(08).
           05  RC-DECISION         PIC X(01).
               88  RC-IS-PENDING           VALUE SPACE.
               88  RC-IS-CONFIRMED         VALUE "C".
               88  RC-IS-REVOKED           VALUE "R".
               88  RC-IS-LAPSED            VALUE "X".
           05  RC-DECIDED-BY       PIC X(06).
           05  RC-DECIDED-DATE     PIC 9(08).
           05  FILLER              PIC X(16).

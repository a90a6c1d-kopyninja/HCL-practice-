      *----------------------------------------------------------
      * KYCREC - ONE CUSTOMER-IDENTIFICATION (KYC) RECORD ON THE
      * INDEXED KYCFILE, KEYED BY CUSTOMER ID.  MAINTAINED FROM
      * CUSTOMER-MAINT ALONGSIDE THE CUSTADDR ADDRESS RECORD; READ
      * BY THE TELLER (WARNING ONLY) AND BY KYC-REVIEW-REPORT.
      *
      * KY-BRANCH IS THE BRANCH OF THE OPERATOR WHO LAST VERIFIED
      * THE DOCUMENT - THE REPORT GROUPS ON IT.
      * KY-NEXT-REVIEW: DATE THE RECORD IS DUE FOR PERIODIC
      * REVIEW.  DEFAULTED FROM THE RISK RATING WHEN LEFT ZERO
      * (HIGH 1 YEAR, MEDIUM 3 YEARS, LOW 5 YEARS FROM THE
      * VERIFICATION DATE).
      *----------------------------------------------------------
           05  KY-CUST-ID          PIC X(06).
           05  KY-DOC-TYPE         PIC X(02).
               88  KY-DOC-PASSPORT         VALUE "PP".
               88  KY-DOC-DRIVING-LIC      VALUE "DL".
               88  KY-DOC-NATIONAL-ID      VALUE "NI".
               88  KY-DOC-OTHER            VALUE "OT".
               88  KY-DOC-TYPE-VALID       VALUE "PP" "DL" "NI"
                                                 "OT".
           05  KY-DOC-NUMBER       PIC X(20).
           05  KY-DOC-EXPIRY       PIC 9(08).
           05  KY-VERIFY-DATE      PIC 9(08).
           05  KY-VERIFY-OPER      PIC X(06).
           05  KY-BRANCH           PIC X(03).
           05  KY-RISK-RATING      PIC X(01).
               88  KY-RISK-LOW             VALUE "L".
               88  KY-RISK-MEDIUM          VALUE "M".
               88  KY-RISK-HIGH            VALUE "H".
               88  KY-RISK-VALID           VALUE "L" "M" "H".
           05  KY-NEXT-REVIEW      PIC 9(08).
           05  FILLER              PIC X(18).

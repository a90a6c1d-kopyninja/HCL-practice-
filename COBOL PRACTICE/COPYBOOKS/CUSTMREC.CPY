      * CM-MERGED-TO: WHEN THE CUSTOMER-MERGE UTILITY FOLDS A
      * DUPLICATE INTO A SURVIVOR, THE DUPLICATE IS FLAGGED
      * INACTIVE AND THIS FIELD POINTS AT THE SURVIVING ID.
      * CM-DEATH-DATE: DATE OF DEATH (YYYYMMDD) RECORDED BY
      * DECEASED-NOTIFY-BATCH; ZERO = NOT REPORTED DECEASED.  THE
      * FIELD GREW THE RECORD FROM 60 TO 68 BYTES, SO EXISTING
      * CUSTMSTR DATASETS MUST BE CONVERTED (UNLOAD/RELOAD) AT
      * CUTOVER.  THE CUSTAUDIT IMAGES AND CUSTARCH ARCHIVE
      * ALREADY HOLD 94 BYTES AND NEED NO CHANGE.
      *----------------------------------------------------------
           COPY CUSTID
               REPLACING ==:PREFIX:-ID==       BY ==CM-CUST-ID==
           05  CM-WHT-FLAG         PIC X(01).
               88  CM-WITHHOLD             VALUE "Y".
           05  CM-WHT-RATE         PIC 9(2)V99.
      *    STUDENTS: THE DEGREE PROGRAM (PROGREQ PQ-PROGRAM-CODE)
      *    THE DEGREE AUDIT CHECKS THEM AGAINST.  SPACES = NOT A
      *    STUDENT IN A PROGRAM.  SET THROUGH COURSE-ENROLL-MAINT.
           05  CM-PROGRAM-CODE     PIC X(04).
           05  FILLER              PIC X(02).
           05  CM-DEATH-DATE       PIC 9(08).
               88  CM-IS-DECEASED          VALUE 1 THRU 99999999.

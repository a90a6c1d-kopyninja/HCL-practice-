      *----------------------------------------------------------
      * PAUDREC - ONE CHANGE TO A HAND-MAINTAINED PARAMETER FILE
      * (SEE PARMDIR), APPENDED TO THE PARMAUDIT TRAIL BY
      * PARM-MAINT EACH TIME IT SAVES A CHANGE.
      *
      * PA-DATE/PA-TIME: WHEN THE CHANGE WAS SAVED.
      * PA-OPERATOR: THE SIGNED-ON SUPERVISOR WHO MADE IT.
      * PA-ROW: THE ROW NUMBER IN THE FILE (AFTER AN ADD, WHERE
      *            THE NEW ROW WENT; BEFORE A DELETE, WHERE THE
      *            DELETED ROW WAS).
      * PA-BEFORE/PA-AFTER: THE RECORD IMAGE BEFORE AND AFTER;
      *            SPACES BEFORE AN ADD AND AFTER A DELETE.
      *----------------------------------------------------------
           05  PA-DATE             PIC 9(08).
           05  PA-TIME             PIC 9(06).
           05  PA-OPERATOR         PIC X(06).
           05  PA-FILE             PIC X(09).
           05  PA-ACTION           PIC X(06).
               88  PA-IS-ADD               VALUE "ADD".
               88  PA-IS-CHANGE            VALUE "CHANGE".
               88  PA-IS-DELETE            VALUE "DELETE".
           05  PA-ROW              PIC 9(03).
           05  PA-BEFORE           PIC X(30).
           05  PA-AFTER            PIC X(30).
           05  FILLER              PIC X(02).

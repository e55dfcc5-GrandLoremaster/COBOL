      * Shared student address record.
      * Keyed by student ID, one record per student on CBLADDR.DAT:
      * the mailing address (where the student is to be written to
      * now) and the permanent (home) address, each as two street
      * lines, city, state and ZIP code, and the date the mailing
      * address took effect. A mailing address dated after the day
      * of a run is not yet current, and the permanent address is
      * used in its place.
      * An address is usable only with line 1, city, state and ZIP
      * all present; line 2 is optional.
      * Include with COPY CBLADDR REPLACING, mapping each PRE-xxx
      * field name to the prefix the calling record uses (AD-, etc).
           05 PRE-ADDR-ID            PIC X(7).
           05 PRE-MAIL-ADDR.
             10 PRE-MAIL-LINE1       PIC X(30).
             10 PRE-MAIL-LINE2       PIC X(30).
             10 PRE-MAIL-CITY        PIC X(20).
             10 PRE-MAIL-STATE       PIC XX.
             10 PRE-MAIL-ZIP         PIC X(10).
           05 PRE-PERM-ADDR.
             10 PRE-PERM-LINE1       PIC X(30).
             10 PRE-PERM-LINE2       PIC X(30).
             10 PRE-PERM-CITY        PIC X(20).
             10 PRE-PERM-STATE       PIC XX.
             10 PRE-PERM-ZIP         PIC X(10).
           05 PRE-ADDR-EFF-DATE      PIC 9(8).

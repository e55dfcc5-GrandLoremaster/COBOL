      * Shared posted-grade ledger record.
      * One row per course grade the term grade posting run
      * (CBLJRT23) accepted and posted to the master: student ID,
      * term code, course, the course's department and credit
      * value from the catalog, the letter grade, the quality
      * points it earned (credits times grade points) and the
      * date it posted. Appended across terms. A row is unique by
      * student, term and course: CBLJRT23 rejects a grade whose
      * student, term and course are already on the ledger as
      * GRADE ALREADY POSTED, while other courses for the same
      * student and term still post. The GPA snapshot (CBLJRT08)
      * reads it to find the students with grades posted for the
      * term and snapshots only those students.
      * Include with COPY CBLPGRD REPLACING, mapping each PRE-xxx
      * field name to the prefix the calling record uses (PG-,
      * etc).
           05 PRE-PGRD-ID            PIC X(7).
           05 PRE-PGRD-TERM          PIC X(4).
           05 PRE-PGRD-COURSE        PIC X(8).
           05 PRE-PGRD-DEPT          PIC X(4).
           05 PRE-PGRD-CREDITS       PIC 99.
           05 PRE-PGRD-GRADE         PIC XX.
           05 PRE-PGRD-POINTS        PIC 999V99.
           05 PRE-PGRD-DATE          PIC 9(8).

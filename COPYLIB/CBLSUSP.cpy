      * NAME name field missing, GPA invalid gpa, SAL invalid
      * salary, DEPT dept code not on table, ENRL invalid
      * enrollment status, CRHR invalid credit hours, NOF id not
      * on file, DUP duplicate id, ARCH id already on the
      * graduation archive (an archived id is never reissued).
      * Include with COPY CBLSUSP REPLACING, mapping each PRE-xxx
      * field name to the prefix the calling record uses (SP-, etc).
           05 PRE-SUSP-TRAN          PIC X(57).

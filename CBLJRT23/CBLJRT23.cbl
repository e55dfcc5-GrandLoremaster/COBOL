       identification division.
       program-id. CBLJRT23.

      * END-OF-TERM COURSE GRADE POSTING. READS THE TERM'S GRADE
      * FILE (STUDENT ID / TERM / COURSE / LETTER GRADE), EDITS
      * EVERY LINE AGAINST THE COURSE CATALOG (CBLCRSE) AND THE
      * KEYED MASTER, AND POSTS EACH STUDENT'S ACCEPTED GRADES:
      * TERM GPA AND HOURS ARE WORKED OUT FROM THE CATALOG CREDIT
      * VALUES AND THE GRADE SCALE, THEN FOLDED INTO THE MASTER'S
      * CUMULATIVE GPA AND EARNED CREDIT HOURS IN PLACE - NO MORE
      * KEYING A HAND-WORKED GPA INTO CBLTRAN. EVERY MASTER CHANGE
      * WRITES THE SAME CBLAUDIT BEFORE/AFTER IMAGE CBLJRT02
      * WRITES, AND THE RUN'S COUNTS AND GPA DELTA GO TO CBLCOUNT
      * SO THE BALANCING STEP (CBLJRT04) STILL PROVES THE MASTER.
      * EVERY ACCEPTED GRADE IS APPENDED TO THE POSTED-GRADE
      * LEDGER (CBLPGRD); REJECTED LINES PRINT ON THEIR OWN
      * REGISTER WITH THE REASON. THE TERM CODE COMES IN ON A
      * SYSIN CARD (COLUMNS 1-4) - A BLANK CARD ENDS THE STEP RC=8
      * WITH NOTHING POSTED. A TERM MAY BE POSTED IN MORE THAN ONE
      * RUN, SO LATE GRADES AND CORRECTED REJECTS GO THROUGH THE
      * SAME WAY, BUT A LINE WHOSE STUDENT, TERM AND COURSE ARE
      * ALREADY ON THE LEDGER IS REJECTED AS GRADE ALREADY POSTED -
      * A RERUN CAN NEVER ADD THE SAME GRADE TO THE MASTER TWICE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE
               ASSIGN TO 'CBLPIZZA'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS M-ID
                   FILE STATUS IS MASTER-STATUS.
           SELECT CRSE-FILE
               ASSIGN TO 'CBLCRSE'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GRADE-FILE
               ASSIGN TO 'CBLTGRD'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK
               ASSIGN TO 'SORTWK1'.
           SELECT SORTED-GRADES
               ASSIGN TO 'CBLTGRDS'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PGRD-FILE
               ASSIGN TO 'CBLPGRD'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POSTOUT
               ASSIGN TO 'POSTRPT'
                   ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT REJOUT
               ASSIGN TO 'GREJRPT'
                   ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT AUDITOUT
               ASSIGN TO 'CBLAUDIT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COUNT-FILE
               ASSIGN TO 'CBLCOUNT'
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNLOG-FILE
               ASSIGN TO 'CBLRUNLG'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS M-REC
           RECORD CONTAINS 56 CHARACTERS.

       01 M-REC.
           COPY CBLSTUD
               REPLACING ==PRE-ID==        BY ==M-ID==,
                         ==PRE-DEPT-CODE== BY ==M-DEPT-CODE==,
                         ==PRE-LNAME==     BY ==M-LNAME==,
                         ==PRE-FNAME==     BY ==M-FNAME==,
                         ==PRE-GPA==       BY ==M-GPA==,
                         ==PRE-SALARY==    BY ==M-SALARY==,
                         ==PRE-ENROLL-STAT== BY ==M-ENROLL-STAT==,
                         ==PRE-CREDIT-HRS== BY ==M-CREDIT-HRS==.

      *    THE COURSE CATALOG - ONE ROW PER COURSE: THE OFFERING
      *    DEPARTMENT AND THE CREDIT HOURS THE COURSE IS WORTH.
       FD  CRSE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CC-REC
           RECORD CONTAINS 14 CHARACTERS.

       01 CC-REC.
         05 CC-COURSE              PIC X(8).
         05 CC-DEPT                PIC X(4).
         05 CC-CREDITS             PIC 99.

      *    THE END-OF-TERM GRADE FILE FROM THE INSTRUCTORS - ONE
      *    LINE PER STUDENT PER COURSE.
       FD  GRADE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS TG-IN-REC
           RECORD CONTAINS 21 CHARACTERS.

       01 TG-IN-REC                PIC X(21).

       SD  SORT-WORK
           DATA RECORD IS TS-REC.

       01 TS-REC.
         05 TS-ID                  PIC X(7).
         05 TS-TERM                PIC X(4).
         05 TS-COURSE              PIC X(8).
         05 TS-GRADE               PIC XX.

       FD  SORTED-GRADES
           LABEL RECORD IS STANDARD
           DATA RECORD IS TG-REC
           RECORD CONTAINS 21 CHARACTERS.

       01 TG-REC.
         05 TG-ID                  PIC X(7).
         05 TG-TERM                PIC X(4).
         05 TG-COURSE              PIC X(8).
         05 TG-GRADE               PIC XX.

      *    THE POSTED-GRADE LEDGER - ACCUMULATES ACROSS TERMS (OPEN
      *    EXTEND) AND IS THE RECORD OF WHICH STUDENT AND COURSE
      *    GRADES HAVE POSTED FOR EACH TERM. THE DUPLICATE-GRADE
      *    CHECK RUNS AGAINST IT.
       FD  PGRD-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PG-REC
           RECORD CONTAINS 40 CHARACTERS.

       01 PG-REC.
           COPY CBLPGRD
               REPLACING ==PRE-PGRD-ID==      BY ==PG-ID==,
                         ==PRE-PGRD-TERM==    BY ==PG-TERM==,
                         ==PRE-PGRD-COURSE==  BY ==PG-COURSE==,
                         ==PRE-PGRD-DEPT==    BY ==PG-DEPT==,
                         ==PRE-PGRD-CREDITS== BY ==PG-CREDITS==,
                         ==PRE-PGRD-GRADE==   BY ==PG-GRADE==,
                         ==PRE-PGRD-POINTS==  BY ==PG-POINTS==,
                         ==PRE-PGRD-DATE==    BY ==PG-DATE==.

       FD  POSTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS POSTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 POSTLINE PIC X(132).

       FD  REJOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REJLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 REJLINE PIC X(132).

       FD  AUDITOUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS AUDIT-REC
           RECORD CONTAINS 99 CHARACTERS.

       01 AUDIT-REC PIC X(99).

      *    RUN COUNTS AND HASH DELTAS HANDED TO THE BALANCING STEP
      *    (CBLJRT04), IN THE SAME LAYOUT CBLJRT02 HANDS OVER. A
      *    POSTING RUN NEVER ADDS OR DELETES, SO THE RECORD-COUNT
      *    PROOF HOLDS AT THE CARRIED-FORWARD FIGURE AND THE GPA
      *    HASH MUST MOVE BY EXACTLY THE POSTED DELTA.
       FD  COUNT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CT-REC
           RECORD CONTAINS 35 CHARACTERS.

       01 CT-REC.
         05 CT-ADD                 PIC 9(3).
         05 CT-CHG                 PIC 9(3).
         05 CT-DEL                 PIC 9(3).
         05 CT-ERR                 PIC 9(3).
         05 CT-SAL-DELTA           PIC S9(10)V99
                                   SIGN LEADING SEPARATE.
         05 CT-GPA-DELTA           PIC S9(7)V99
                                   SIGN LEADING SEPARATE.

      *    THE SHARED RUN-CONTROL LOG - AN 'S' ROW AS THE RUN
      *    STARTS AND AN 'E' ROW AS IT ENDS, FOR THE MORNING
      *    OPERATIONS SUMMARY (CBLJRT20).
       FD  RUNLOG-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RG-REC
           RECORD CONTAINS 31 CHARACTERS.

       01 RG-REC.
           COPY CBLRUNC
               REPLACING ==PRE-RUN-PGM==   BY ==RG-PGM==,
                         ==PRE-RUN-EVENT== BY ==RG-EVENT==,
                         ==PRE-RUN-DATE==  BY ==RG-DATE==,
                         ==PRE-RUN-TIME==  BY ==RG-TIME==,
                         ==PRE-RUN-COUNT== BY ==RG-COUNT==,
                         ==PRE-RUN-CODE==  BY ==RG-CODE==.

       WORKING-STORAGE SECTION.
       01 RUN-STAMP-WS.
         05 STAMP-DATE-TIME.
           10 STAMP-YMD            PIC 9(8).
           10 STAMP-HMS            PIC 9(6).
           10 FILLER               PIC X(7).
         05 STAMP-EVENT            PIC X VALUE 'S'.
         05 STAMP-COUNT            PIC 9(6) VALUE 0.
         05 STAMP-CODE             PIC 99 VALUE 0.

       01 EOF-FLAGS.
         05 GRADE-EOF-SW           PIC X(5) VALUE 'FALSE'.
           88 GRADE-EOF                     VALUE 'TRUE '.
         05 PGRD-EOF-SW            PIC X(5) VALUE 'FALSE'.
           88 PGRD-EOF                      VALUE 'TRUE '.

       01 MASTER-WS.
         05 MASTER-STATUS       PIC XX.
         05 FOUND-SW            PIC X(5) VALUE 'FALSE'.
           88 MASTER-FOUND                  VALUE 'TRUE '.
           88 MASTER-NOT-FOUND              VALUE 'FALSE'.

       01 MISC.
         05 POST-TERM              PIC X(4) VALUE SPACES.
         05 PAGE-CTR               PIC 99 VALUE 0.
         05 REJ-PAGE-CTR           PIC 99 VALUE 0.

      *    EVERY COURSE ON THE CATALOG, LOADED ONCE AT STARTUP SO
      *    EACH GRADE LINE'S CREDIT VALUE IS A TABLE SEARCH.
       01 CRSE-TABLE-WS.
         05 C-CRSE-LOADED          PIC 9(3) VALUE 0.
         05 CRSE-EOF-SW         PIC X(5) VALUE 'FALSE'.
           88 CRSE-EOF                      VALUE 'TRUE '.
         05 CRSE-FULL-SW        PIC X(5) VALUE 'FALSE'.
           88 CRSE-TABLE-FULL               VALUE 'TRUE '.
         05 CRSE-ENTRY OCCURS 500 TIMES INDEXED BY CX.
           10 CRSE-COURSE          PIC X(8).
           10 CRSE-DEPT            PIC X(4).
           10 CRSE-CREDITS         PIC 99.

      *    EACH STUDENT'S F CREDITS ALREADY ON THE LEDGER, FROM
      *    EARLIER TERMS OR AN EARLIER POSTING OF THIS ONE - HOURS
      *    THAT COUNT IN THE CUMULATIVE GPA BUT WERE NEVER EARNED,
      *    SO THE MASTER'S HOURS DO NOT HOLD THEM.
       01 FAIL-TABLE-WS.
         05 FAIL-FULL-SW        PIC X(5) VALUE 'FALSE'.
           88 FAIL-TABLE-FULL               VALUE 'TRUE '.
         05 FAIL-ENTRY OCCURS 2000 TIMES INDEXED BY FX.
           10 FAIL-ID              PIC X(7).
           10 FAIL-HRS             PIC 9(3).

      *    EVERY STUDENT AND COURSE ALREADY POSTED FOR THIS TERM BY
      *    AN EARLIER RUN - A GRADE LINE MATCHING ONE IS REJECTED.
       01 POSTED-TABLE-WS.
         05 C-POSTED-LOADED        PIC 9(4) VALUE 0.
         05 POSTED-FULL-SW      PIC X(5) VALUE 'FALSE'.
           88 POSTED-TABLE-FULL             VALUE 'TRUE '.
         05 POSTED-ENTRY OCCURS 9999 TIMES INDEXED BY KX.
           10 POSTED-ID            PIC X(7).
           10 POSTED-COURSE        PIC X(8).
         05 POSTED-SW           PIC X(5) VALUE 'FALSE'.
           88 GRADE-ON-LEDGER               VALUE 'TRUE '.

      *    EACH STUDENT'S QUALITY POINTS AND GPA HOURS FOR THIS
      *    TERM FROM EARLIER RUNS, SO THE TERM GPA COVERS THE WHOLE
      *    TERM AND NOT JUST THIS RUN'S LINES.
       01 LEDG-TERM-WS.
         05 LEDG-FULL-SW        PIC X(5) VALUE 'FALSE'.
           88 LEDG-TABLE-FULL               VALUE 'TRUE '.
         05 LEDG-ENTRY OCCURS 2000 TIMES INDEXED BY LX.
           10 LEDG-ID              PIC X(7).
           10 LEDG-POINTS          PIC 9(4)V99.
           10 LEDG-GPA-HRS         PIC 9(3).

       01 EDIT-FLAGS.
         05 GRADE-STATUS        PIC X(5) VALUE 'TRUE '.
           88 GRADE-IS-VALID                VALUE 'TRUE '.
           88 GRADE-IS-INVALID              VALUE 'FALSE'.
         05 CRSE-STATUS         PIC X(5) VALUE 'TRUE '.
           88 CRSE-IS-FOUND                 VALUE 'TRUE '.
           88 CRSE-NOT-FOUND                VALUE 'FALSE'.
         05 REJ-REASON             PIC X(30) VALUE SPACES.

      *    THE GRADE SCALE. A GRADE THAT COUNTS IN THE GPA CARRIES
      *    ITS POINTS PER CREDIT HOUR; AN F COUNTS IN THE GPA BUT
      *    EARNS NO HOURS; A W (COURSE WITHDRAWAL) IS POSTED TO THE
      *    LEDGER BUT NEITHER COUNTS NOR EARNS.
       01 GRADE-SCALE-WS.
         05 GRADE-POINTS           PIC 9V99 VALUE 0.
         05 GRADE-KIND             PIC X VALUE SPACE.
           88 GRADE-PASSES                  VALUE 'P'.
           88 GRADE-FAILS                   VALUE 'F'.
           88 GRADE-NO-CREDIT               VALUE 'W'.
           88 GRADE-UNKNOWN                 VALUE SPACE.
         05 LINE-POINTS            PIC 999V99 VALUE 0.

      *    ONE STUDENT'S TERM, COLLECTED BETWEEN CONTROL BREAKS.
       01 STUD-BREAK-WS.
         05 FIRST-STUD          PIC X VALUE 'Y'.
         05 PREV-ID             PIC X(7) VALUE SPACES.
         05 PREV-COURSE         PIC X(8) VALUE SPACES.
         05 C-STUD-LINE-CTR        PIC 99 VALUE 0.
         05 TERM-POINTS            PIC 9(4)V99 VALUE 0.
         05 TERM-GPA-HRS           PIC 9(3) VALUE 0.
         05 TERM-EARN-HRS          PIC 9(3) VALUE 0.
         05 TERM-GPA               PIC 9V99 VALUE 0.
         05 WHOLE-TERM-POINTS      PIC 9(4)V99 VALUE 0.
         05 WHOLE-TERM-GPA-HRS     PIC 9(3) VALUE 0.
         05 NEW-GPA                PIC 9V99 VALUE 0.
         05 NEW-CREDIT-HRS         PIC 9(3) VALUE 0.
         05 PRIOR-FAIL-HRS         PIC 9(3) VALUE 0.
         05 PRIOR-GPA-HRS          PIC 9(4) VALUE 0.
         05 CHANGED-SW          PIC X(5) VALUE 'FALSE'.
           88 STUDENT-CHANGED               VALUE 'TRUE '.

       01 RUN-COUNTERS.
         05 C-LINE-CTR             PIC 9(6) VALUE 0.
         05 C-POSTED-CTR           PIC 9(6) VALUE 0.
         05 C-REJ-CTR              PIC 999 VALUE 0.
         05 C-STUD-CTR             PIC 9(6) VALUE 0.
         05 C-CHG-CTR              PIC 999 VALUE 0.
         05 C-GPA-DELTA            PIC S9(7)V99 VALUE 0.

       01 AUDIT-WS.
         05 RUN-USER            PIC X(20) VALUE SPACES.
         05 AUD-ACTION          PIC X(6).
         05 AUD-FIELD           PIC X(16).
         05 AUD-OLD-VALUE       PIC X(20).
         05 AUD-NEW-VALUE       PIC X(20).
         05 AUD-EDIT-GPA        PIC Z.99.
         05 AUD-EDIT-CRHR       PIC ZZ9.

       01 AUDIT-LINE.
         05 AL-DATE.
           10 AL-MONTH            PIC XX.
           10 FILLER               PIC X VALUE '/'.
           10 AL-DAY              PIC XX.
           10 FILLER               PIC X VALUE '/'.
           10 AL-YEAR             PIC X(4).
         05 AL-USER                PIC X(20).
         05 AL-ID                  PIC X(7).
         05 AL-ACTION              PIC X(6).
         05 AL-FIELD               PIC X(16).
         05 AL-OLD-VALUE           PIC X(20).
         05 AL-NEW-VALUE           PIC X(20).

       01 CURRENT-DATE-AND-TIME.
         05 CURRENT-YEAR           PIC X(4).
         05 CURRENT-MONTH          PIC XX.
         05 CURRENT-DAY            PIC XX.
         05 CURRENT-TIME           PIC X(11).
       01 CURRENT-DATE-NUM REDEFINES CURRENT-DATE-AND-TIME.
         05 CURRENT-YMD            PIC 9(8).
         05 FILLER                 PIC X(11).

       01 POST-TITLE-LINE.
         05 FILLER                 PIC X(6) VALUE 'DATE'.
         05 TITLE-DATE.
           10 TITLE-MONTH          PIC XX.
           10 FILLER               PIC X VALUE '/'.
           10 TITLE-DAY            PIC XX.
           10 FILLER               PIC X VALUE '/'.
           10 TITLE-YEAR           PIC X(4).
         05 FILLER                 PIC X(35) VALUE SPACES.
         05 FILLER                 PIC X(24)
         VALUE 'GRADE POSTING REGISTER  '.
         05 FILLER                 PIC X(5) VALUE 'TERM '.
         05 PT-TERM                PIC X(4).
         05 FILLER                 PIC X(40) VALUE SPACES.
         05 FILLER                 PIC X(6)    VALUE 'PAGE: '.
         05 PT-PAGE                PIC Z9.

       01 POST-COL-HEADING.
         05 FILLER                 PIC XX VALUE 'ID'.
         05 FILLER                 PIC X(7) VALUE SPACES.
         05 FILLER                 PIC X(9) VALUE 'LAST NAME'.
         05 FILLER                 PIC X(8) VALUE SPACES.
         05 FILLER                 PIC X(7) VALUE 'COURSES'.
         05 FILLER                 PIC XX VALUE SPACES.
         05 FILLER                 PIC X(7) VALUE 'GPA HRS'.
         05 FILLER                 PIC XX VALUE SPACES.
         05 FILLER                 PIC X(6) VALUE 'EARNED'.
         05 FILLER                 PIC XX VALUE SPACES.
         05 FILLER                 PIC X(8) VALUE 'TERM GPA'.
         05 FILLER                 PIC X(4) VALUE SPACES.
         05 FILLER                 PIC X(15) VALUE 'CUM GPA OLD/NEW'.
         05 FILLER                 PIC X(4) VALUE SPACES.
         05 FILLER                 PIC X(13) VALUE 'HOURS OLD/NEW'.
         05 FILLER                 PIC X(36) VALUE SPACES.

       01 POST-DETAIL-LINE.
         05 PD-ID                  PIC X(7).
         05 FILLER                 PIC XX VALUE SPACES.
         05 PD-LNAME               PIC X(15).
         05 FILLER                 PIC X(5) VALUE SPACES.
         05 PD-LINES               PIC Z9.
         05 FILLER                 PIC X(6) VALUE SPACES.
         05 PD-GPA-HRS             PIC ZZ9.
         05 FILLER                 PIC X(5) VALUE SPACES.
         05 PD-EARN-HRS            PIC ZZ9.
         05 FILLER                 PIC X(5) VALUE SPACES.
         05 PD-TERM-GPA            PIC Z.99.
         05 FILLER                 PIC X(7) VALUE SPACES.
         05 PD-OLD-GPA             PIC Z.99.
         05 FILLER                 PIC X(3) VALUE ' / '.
         05 PD-NEW-GPA             PIC Z.99.
         05 FILLER                 PIC X(7) VALUE SPACES.
         05 PD-OLD-HRS             PIC ZZ9.
         05 FILLER                 PIC X(3) VALUE ' / '.
         05 PD-NEW-HRS             PIC ZZ9.
         05 FILLER                 PIC X(3) VALUE SPACES.
         05 PD-NOTE                PIC X(14).
         05 FILLER                 PIC X(24) VALUE SPACES.

       01 POST-COUNT-LINE.
         05 FILLER                 PIC X(5) VALUE SPACES.
         05 PC-LABEL               PIC X(36).
         05 PC-FIGURE              PIC ZZZ,ZZ9.
         05 FILLER                 PIC X(84) VALUE SPACES.

       01 POST-DELTA-LINE.
         05 FILLER                 PIC X(5) VALUE SPACES.
         05 FILLER                 PIC X(36)
           VALUE 'NET GPA HASH DELTA TO CBLCOUNT:'.
         05 PL-DELTA               PIC -ZZZ,ZZ9.99.
         05 FILLER                 PIC X(80) VALUE SPACES.

       01 POST-MSG-LINE.
         05 FILLER                 PIC X(5) VALUE SPACES.
         05 PM-TEXT                PIC X(60).
         05 FILLER                 PIC X(67) VALUE SPACES.

       01 REJ-TITLE-LINE.
         05 FILLER                 PIC X(6) VALUE 'DATE'.
         05 RT-DATE                PIC X(10).
         05 FILLER                 PIC X(35) VALUE SPACES.
         05 FILLER                 PIC X(24)
         VALUE 'GRADE REJECT REGISTER   '.
         05 FILLER                 PIC X(5) VALUE 'TERM '.
         05 RT-TERM                PIC X(4).
         05 FILLER                 PIC X(40) VALUE SPACES.
         05 FILLER                 PIC X(6)    VALUE 'PAGE: '.
         05 RT-PAGE                PIC Z9.

       01 REJ-COL-HEADING.
         05 FILLER                 PIC XX VALUE 'ID'.
         05 FILLER                 PIC X(7) VALUE SPACES.
         05 FILLER                 PIC X(4) VALUE 'TERM'.
         05 FILLER                 PIC X(4) VALUE SPACES.
         05 FILLER                 PIC X(6) VALUE 'COURSE'.
         05 FILLER                 PIC X(6) VALUE SPACES.
         05 FILLER                 PIC X(5) VALUE 'GRADE'.
         05 FILLER                 PIC X(4) VALUE SPACES.
         05 FILLER                 PIC X(6) VALUE 'REASON'.
         05 FILLER                 PIC X(88) VALUE SPACES.

       01 REJ-DETAIL-LINE.
         05 RD-ID                  PIC X(7).
         05 FILLER                 PIC XX VALUE SPACES.
         05 RD-TERM                PIC X(4).
         05 FILLER                 PIC X(4) VALUE SPACES.
         05 RD-COURSE              PIC X(8).
         05 FILLER                 PIC X(5) VALUE SPACES.
         05 RD-GRADE               PIC XX.
         05 FILLER                 PIC X(7) VALUE SPACES.
         05 RD-REASON              PIC X(30).
         05 FILLER                 PIC X(63) VALUE SPACES.

       01 REJ-TOTAL-LINE.
         05 FILLER                 PIC X(5) VALUE SPACES.
         05 FILLER                 PIC X(21)
           VALUE 'GRADE LINES REJECTED:'.
         05 RJ-COUNT               PIC ZZZ,ZZ9.
         05 FILLER                 PIC X(99) VALUE SPACES.

       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           EVALUATE TRUE
               WHEN POST-TERM = SPACES
                   MOVE 'NO TERM CODE ON SYSIN - NOTHING POSTED'
                     TO PM-TEXT
                   PERFORM L2-TERM-ERROR
               WHEN CRSE-TABLE-FULL
                   MOVE 'COURSE CATALOG OVER 500 ROWS - NOTHING POSTED'
                     TO PM-TEXT
                   PERFORM L2-TERM-ERROR
               WHEN FAIL-TABLE-FULL
                   MOVE 'OVER 2000 STUDENTS WITH F GRADES ON LEDGER'
                     TO PM-TEXT
                   PERFORM L2-TERM-ERROR
               WHEN POSTED-TABLE-FULL
                   MOVE 'OVER 9999 GRADES FOR THE TERM ON LEDGER'
                     TO PM-TEXT
                   PERFORM L2-TERM-ERROR
               WHEN LEDG-TABLE-FULL
                   MOVE 'OVER 2000 STUDENTS FOR THE TERM ON LEDGER'
                     TO PM-TEXT
                   PERFORM L2-TERM-ERROR
               WHEN OTHER
                   PERFORM L2-MAINLINE
                     UNTIL GRADE-EOF
                   PERFORM L2-CLOSING
           END-EVALUATE.
           MOVE 'E' TO STAMP-EVENT.
           MOVE C-POSTED-CTR TO STAMP-COUNT.
           MOVE RETURN-CODE TO STAMP-CODE.
           PERFORM L4-WRITE-RUNLOG.
           STOP RUN.

       L2-INIT.
           MOVE 'S' TO STAMP-EVENT.
           MOVE 0 TO STAMP-COUNT.
           MOVE 0 TO STAMP-CODE.
           PERFORM L4-WRITE-RUNLOG.
           MOVE SPACES TO POST-TERM.
           ACCEPT POST-TERM.
           OPEN OUTPUT POSTOUT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-MONTH TO TITLE-MONTH.
           MOVE CURRENT-DAY TO TITLE-DAY.
           MOVE CURRENT-YEAR TO TITLE-YEAR.
           MOVE POST-TERM TO PT-TERM.
           IF POST-TERM NOT = SPACES
               PERFORM L3-LOAD-CRSE-TABLE
               PERFORM L3-LOAD-LEDGER
           END-IF.
           IF POST-TERM NOT = SPACES
             AND NOT CRSE-TABLE-FULL AND NOT FAIL-TABLE-FULL
             AND NOT POSTED-TABLE-FULL AND NOT LEDG-TABLE-FULL
               PERFORM L3-OPEN-POSTING
           END-IF.

      *    ONE PASS OVER THE LEDGER BEFORE THE EXTEND OPEN: EVERY
      *    F ON IT FOR THE CUMULATIVE GPA HOURS, AND EVERY ROW
      *    ALREADY POSTED FOR THIS TERM FOR THE DUPLICATE CHECK AND
      *    THE WHOLE-TERM GPA.
       L3-LOAD-LEDGER.
           PERFORM L4-INIT-FAIL-ENTRY
             VARYING FX FROM 1 BY 1 UNTIL FX > 2000.
           PERFORM L4-INIT-POSTED-ENTRY
             VARYING KX FROM 1 BY 1 UNTIL KX > 9999.
           PERFORM L4-INIT-LEDG-ENTRY
             VARYING LX FROM 1 BY 1 UNTIL LX > 2000.
           OPEN INPUT PGRD-FILE.
           PERFORM L4-READ-PGRD.
           PERFORM L4-STORE-LEDGER-ROW
             UNTIL PGRD-EOF OR FAIL-TABLE-FULL
                OR POSTED-TABLE-FULL OR LEDG-TABLE-FULL.
           CLOSE PGRD-FILE.

       L4-INIT-FAIL-ENTRY.
           MOVE SPACES TO FAIL-ID (FX).
           MOVE 0 TO FAIL-HRS (FX).

       L4-INIT-POSTED-ENTRY.
           MOVE SPACES TO POSTED-ID (KX).
           MOVE SPACES TO POSTED-COURSE (KX).

       L4-INIT-LEDG-ENTRY.
           MOVE SPACES TO LEDG-ID (LX).
           MOVE 0 TO LEDG-POINTS (LX).
           MOVE 0 TO LEDG-GPA-HRS (LX).

       L4-STORE-LEDGER-ROW.
           IF PG-GRADE = 'F '
               PERFORM L4-STORE-FAIL
           END-IF.
           IF PG-TERM = POST-TERM
               PERFORM L4-STORE-POSTED
               PERFORM L4-STORE-LEDG-TERM
           END-IF.
           PERFORM L4-READ-PGRD.

       L4-READ-PGRD.
           READ PGRD-FILE
               AT END
                   SET PGRD-EOF TO TRUE.

       L4-STORE-FAIL.
           SET FX TO 1.
           SEARCH FAIL-ENTRY
               AT END
                   SET FAIL-TABLE-FULL TO TRUE
               WHEN FAIL-ID (FX) = PG-ID
                   ADD PG-CREDITS TO FAIL-HRS (FX)
               WHEN FAIL-ID (FX) = SPACES
                   MOVE PG-ID TO FAIL-ID (FX)
                   MOVE PG-CREDITS TO FAIL-HRS (FX)
           END-SEARCH.

       L4-STORE-POSTED.
           IF C-POSTED-LOADED = 9999
               SET POSTED-TABLE-FULL TO TRUE
           ELSE
               ADD 1 TO C-POSTED-LOADED
               MOVE PG-ID TO POSTED-ID (C-POSTED-LOADED)
               MOVE PG-COURSE TO POSTED-COURSE (C-POSTED-LOADED)
           END-IF.

      *    A W ROW CARRIES ITS CREDITS BUT COUNTS FOR NOTHING IN
      *    THE GPA, THE SAME AS WHEN THE LINE FIRST POSTED.
       L4-STORE-LEDG-TERM.
           SET LX TO 1.
           SEARCH LEDG-ENTRY
               AT END
                   SET LEDG-TABLE-FULL TO TRUE
               WHEN LEDG-ID (LX) = PG-ID
                   CONTINUE
               WHEN LEDG-ID (LX) = SPACES
                   MOVE PG-ID TO LEDG-ID (LX)
           END-SEARCH.
           IF NOT LEDG-TABLE-FULL AND PG-GRADE NOT = 'W '
               ADD PG-POINTS TO LEDG-POINTS (LX)
               ADD PG-CREDITS TO LEDG-GPA-HRS (LX)
           END-IF.

       L4-FIND-PRIOR-FAIL.
           MOVE 0 TO PRIOR-FAIL-HRS.
           SET FX TO 1.
           SEARCH FAIL-ENTRY
               AT END
                   CONTINUE
               WHEN FAIL-ID (FX) = M-ID
                   MOVE FAIL-HRS (FX) TO PRIOR-FAIL-HRS
               WHEN FAIL-ID (FX) = SPACES
                   CONTINUE
           END-SEARCH.

       L4-FIND-LEDG-TERM.
           MOVE 0 TO WHOLE-TERM-POINTS.
           MOVE 0 TO WHOLE-TERM-GPA-HRS.
           SET LX TO 1.
           SEARCH LEDG-ENTRY
               AT END
                   CONTINUE
               WHEN LEDG-ID (LX) = M-ID
                   MOVE LEDG-POINTS (LX) TO WHOLE-TERM-POINTS
                   MOVE LEDG-GPA-HRS (LX) TO WHOLE-TERM-GPA-HRS
               WHEN LEDG-ID (LX) = SPACES
                   CONTINUE
           END-SEARCH.
           ADD TERM-POINTS TO WHOLE-TERM-POINTS.
           ADD TERM-GPA-HRS TO WHOLE-TERM-GPA-HRS.

       L4-FIND-POSTED.
           MOVE 'FALSE' TO POSTED-SW.
           SET KX TO 1.
           SEARCH POSTED-ENTRY
               AT END
                   CONTINUE
               WHEN POSTED-ID (KX) = SPACES
                   CONTINUE
               WHEN POSTED-ID (KX) = TG-ID
                 AND POSTED-COURSE (KX) = TG-COURSE
                   SET GRADE-ON-LEDGER TO TRUE
           END-SEARCH.

      *    GRADES ARE SORTED BY STUDENT AND COURSE SO EACH
      *    STUDENT'S TERM POSTS AT ONE CONTROL BREAK AND A COURSE
      *    GRADED TWICE SITS ON ADJACENT LINES.
       L3-OPEN-POSTING.
           SORT SORT-WORK
               ON ASCENDING KEY TS-ID TS-COURSE
               WITH DUPLICATES IN ORDER
               USING GRADE-FILE
               GIVING SORTED-GRADES.
           OPEN I-O MASTER-FILE.
           OPEN INPUT SORTED-GRADES.
           OPEN EXTEND PGRD-FILE.
           OPEN EXTEND AUDITOUT.
           OPEN OUTPUT REJOUT.
           ACCEPT RUN-USER FROM ENVIRONMENT 'USERNAME'.
           MOVE TITLE-DATE TO RT-DATE.
           MOVE POST-TERM TO RT-TERM.
           PERFORM L4-HEADING.
           PERFORM L4-REJ-HEADING.
           PERFORM L3-READ-GRADE.

       L2-MAINLINE.
           ADD 1 TO C-LINE-CTR.
           PERFORM L3-STUD-BREAK-CHECK.
           PERFORM L3-EDIT-GRADE.
           IF GRADE-IS-VALID
               PERFORM L3-ACCEPT-GRADE
           ELSE
               PERFORM L3-REJECT-GRADE
           END-IF.
           PERFORM L3-READ-GRADE.

       L2-CLOSING.
           IF FIRST-STUD = 'N'
               PERFORM L3-POST-STUDENT
           END-IF.
           PERFORM L3-TOTALS.
           PERFORM L3-WRITE-COUNTS.
           CLOSE MASTER-FILE.
           CLOSE SORTED-GRADES.
           CLOSE PGRD-FILE.
           CLOSE AUDITOUT.
           CLOSE POSTOUT.
           CLOSE REJOUT.

       L2-TERM-ERROR.
           WRITE POSTLINE FROM POST-MSG-LINE
             AFTER ADVANCING PAGE.
           CLOSE POSTOUT.
           MOVE 8 TO RETURN-CODE.

       L3-STUD-BREAK-CHECK.
           IF FIRST-STUD = 'Y'
               MOVE 'N' TO FIRST-STUD
               PERFORM L3-START-STUDENT
           ELSE
               IF TG-ID NOT = PREV-ID
                   PERFORM L3-POST-STUDENT
                   PERFORM L3-START-STUDENT
               END-IF
           END-IF.

      *    A NEW STUDENT - CLEAR THE TERM ACCUMULATORS AND READ THE
      *    MASTER ONCE BY KEY; EVERY LINE FOR THE STUDENT EDITS
      *    AGAINST THAT ONE READ.
       L3-START-STUDENT.
           MOVE TG-ID TO PREV-ID.
           MOVE SPACES TO PREV-COURSE.
           MOVE 0 TO C-STUD-LINE-CTR.
           MOVE 0 TO TERM-POINTS.
           MOVE 0 TO TERM-GPA-HRS.
           MOVE 0 TO TERM-EARN-HRS.
           IF TG-ID IS NUMERIC
               MOVE TG-ID TO M-ID
               READ MASTER-FILE
                   INVALID KEY
                       SET MASTER-NOT-FOUND TO TRUE
                   NOT INVALID KEY
                       SET MASTER-FOUND TO TRUE
               END-READ
           ELSE
               SET MASTER-NOT-FOUND TO TRUE
           END-IF.

       L3-EDIT-GRADE.
           SET GRADE-IS-VALID TO TRUE.
           MOVE SPACES TO REJ-REASON.
           IF TG-ID NOT NUMERIC
               SET GRADE-IS-INVALID TO TRUE
               MOVE 'INVALID STUDENT ID' TO REJ-REASON
           END-IF.
           IF GRADE-IS-VALID AND MASTER-NOT-FOUND
               SET GRADE-IS-INVALID TO TRUE
               MOVE 'STUDENT NOT ON MASTER' TO REJ-REASON
           END-IF.
           IF GRADE-IS-VALID AND TG-TERM NOT = POST-TERM
               SET GRADE-IS-INVALID TO TRUE
               MOVE 'NOT THE TERM BEING POSTED' TO REJ-REASON
           END-IF.
           IF GRADE-IS-VALID
               PERFORM L4-FIND-COURSE
               IF CRSE-NOT-FOUND
                   SET GRADE-IS-INVALID TO TRUE
                   MOVE 'COURSE NOT ON CATALOG' TO REJ-REASON
               END-IF
           END-IF.
           IF GRADE-IS-VALID
               PERFORM L4-GRADE-POINTS
               IF GRADE-UNKNOWN
                   SET GRADE-IS-INVALID TO TRUE
                   MOVE 'INVALID LETTER GRADE' TO REJ-REASON
               END-IF
           END-IF.
           IF GRADE-IS-VALID
               PERFORM L4-FIND-POSTED
               IF GRADE-ON-LEDGER
                   SET GRADE-IS-INVALID TO TRUE
                   MOVE 'GRADE ALREADY POSTED' TO REJ-REASON
               END-IF
           END-IF.
           IF GRADE-IS-VALID AND TG-COURSE = PREV-COURSE
               SET GRADE-IS-INVALID TO TRUE
               MOVE 'COURSE GRADED TWICE THIS TERM' TO REJ-REASON
           END-IF.

       L4-FIND-COURSE.
           SET CRSE-IS-FOUND TO TRUE.
           SET CX TO 1.
           SEARCH CRSE-ENTRY
               AT END
                   SET CRSE-NOT-FOUND TO TRUE
               WHEN CRSE-COURSE (CX) = TG-COURSE
                   CONTINUE
           END-SEARCH.

       L4-GRADE-POINTS.
           MOVE 0 TO GRADE-POINTS.
           SET GRADE-PASSES TO TRUE.
           EVALUATE TG-GRADE
               WHEN 'A '
                   MOVE 4.00 TO GRADE-POINTS
               WHEN 'A-'
                   MOVE 3.70 TO GRADE-POINTS
               WHEN 'B+'
                   MOVE 3.30 TO GRADE-POINTS
               WHEN 'B '
                   MOVE 3.00 TO GRADE-POINTS
               WHEN 'B-'
                   MOVE 2.70 TO GRADE-POINTS
               WHEN 'C+'
                   MOVE 2.30 TO GRADE-POINTS
               WHEN 'C '
                   MOVE 2.00 TO GRADE-POINTS
               WHEN 'C-'
                   MOVE 1.70 TO GRADE-POINTS
               WHEN 'D+'
                   MOVE 1.30 TO GRADE-POINTS
               WHEN 'D '
                   MOVE 1.00 TO GRADE-POINTS
               WHEN 'F '
                   SET GRADE-FAILS TO TRUE
               WHEN 'W '
                   SET GRADE-NO-CREDIT TO TRUE
               WHEN OTHER
                   SET GRADE-UNKNOWN TO TRUE
           END-EVALUATE.

      *    AN ACCEPTED LINE ADDS TO THE STUDENT'S TERM TOTALS AND
      *    GOES STRAIGHT TO THE LEDGER WITH ITS CATALOG DEPARTMENT,
      *    CREDIT VALUE AND QUALITY POINTS.
       L3-ACCEPT-GRADE.
           ADD 1 TO C-POSTED-CTR.
           ADD 1 TO C-STUD-LINE-CTR.
           MOVE TG-COURSE TO PREV-COURSE.
           COMPUTE LINE-POINTS = CRSE-CREDITS (CX) * GRADE-POINTS.
           IF NOT GRADE-NO-CREDIT
               ADD CRSE-CREDITS (CX) TO TERM-GPA-HRS
               ADD LINE-POINTS TO TERM-POINTS
           END-IF.
           IF GRADE-PASSES
               ADD CRSE-CREDITS (CX) TO TERM-EARN-HRS
           END-IF.
           MOVE TG-ID TO PG-ID.
           MOVE TG-TERM TO PG-TERM.
           MOVE TG-COURSE TO PG-COURSE.
           MOVE CRSE-DEPT (CX) TO PG-DEPT.
           MOVE CRSE-CREDITS (CX) TO PG-CREDITS.
           MOVE TG-GRADE TO PG-GRADE.
           MOVE LINE-POINTS TO PG-POINTS.
           MOVE CURRENT-YMD TO PG-DATE.
           WRITE PG-REC.

       L3-REJECT-GRADE.
           ADD 1 TO C-REJ-CTR.
           MOVE TG-ID TO RD-ID.
           MOVE TG-TERM TO RD-TERM.
           MOVE TG-COURSE TO RD-COURSE.
           MOVE TG-GRADE TO RD-GRADE.
           MOVE REJ-REASON TO RD-REASON.
           WRITE REJLINE FROM REJ-DETAIL-LINE
             AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L4-REJ-HEADING.

      *    FOLD THE TERM INTO THE MASTER. THE HOURS BEHIND THE
      *    CUMULATIVE GPA ARE THE MASTER'S EARNED HOURS PLUS THE F
      *    CREDITS FROM EARLIER TERMS ON THE LEDGER, SO THE NEW
      *    CUMULATIVE GPA IS THE OLD GPA WEIGHTED BY THOSE HOURS
      *    PLUS THIS TERM'S QUALITY POINTS, OVER THE COMBINED HOURS.
      *    A TERM OF NOTHING BUT W GRADES LEAVES THE GPA ALONE.
      *    ONLY THIS RUN'S LINES ARE FOLDED IN - AN EARLIER POSTING
      *    OF THE TERM IS ALREADY ON THE MASTER - BUT THE TERM GPA
      *    ON THE REGISTER COVERS EVERY ROW OF THE TERM, OLD AND
      *    NEW; THE COURSE AND HOURS COLUMNS ARE THIS RUN'S.
       L3-POST-STUDENT.
           IF C-STUD-LINE-CTR > 0
               ADD 1 TO C-STUD-CTR
               MOVE 'FALSE' TO CHANGED-SW
               MOVE M-GPA TO NEW-GPA
               MOVE 0 TO TERM-GPA
               PERFORM L4-FIND-LEDG-TERM
               IF WHOLE-TERM-GPA-HRS > 0
                   COMPUTE TERM-GPA ROUNDED =
                       WHOLE-TERM-POINTS / WHOLE-TERM-GPA-HRS
               END-IF
               IF TERM-GPA-HRS > 0
                   PERFORM L4-FIND-PRIOR-FAIL
                   COMPUTE PRIOR-GPA-HRS =
                       M-CREDIT-HRS + PRIOR-FAIL-HRS
                   COMPUTE NEW-GPA ROUNDED =
                       (M-GPA * PRIOR-GPA-HRS + TERM-POINTS)
                     / (PRIOR-GPA-HRS + TERM-GPA-HRS)
               END-IF
               COMPUTE NEW-CREDIT-HRS = M-CREDIT-HRS + TERM-EARN-HRS
               MOVE M-ID TO PD-ID
               MOVE M-LNAME TO PD-LNAME
               MOVE C-STUD-LINE-CTR TO PD-LINES
               MOVE TERM-GPA-HRS TO PD-GPA-HRS
               MOVE TERM-EARN-HRS TO PD-EARN-HRS
               MOVE TERM-GPA TO PD-TERM-GPA
               MOVE M-GPA TO PD-OLD-GPA
               MOVE NEW-GPA TO PD-NEW-GPA
               MOVE M-CREDIT-HRS TO PD-OLD-HRS
               MOVE NEW-CREDIT-HRS TO PD-NEW-HRS
               PERFORM L4-APPLY-GPA
               PERFORM L4-APPLY-HOURS
               IF STUDENT-CHANGED
                   REWRITE M-REC
                   ADD 1 TO C-CHG-CTR
                   MOVE 'POSTED' TO PD-NOTE
               ELSE
                   MOVE 'NO CHANGE' TO PD-NOTE
               END-IF
               WRITE POSTLINE FROM POST-DETAIL-LINE
                 AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-HEADING
           END-IF.

       L4-APPLY-GPA.
           IF NEW-GPA NOT = M-GPA
               SET STUDENT-CHANGED TO TRUE
               MOVE 'CHANGE' TO AUD-ACTION
               MOVE 'GPA' TO AUD-FIELD
               MOVE M-GPA TO AUD-EDIT-GPA
               MOVE AUD-EDIT-GPA TO AUD-OLD-VALUE
               MOVE NEW-GPA TO AUD-EDIT-GPA
               MOVE AUD-EDIT-GPA TO AUD-NEW-VALUE
               PERFORM L3-WRITE-AUDIT
               COMPUTE C-GPA-DELTA = C-GPA-DELTA + NEW-GPA - M-GPA
               MOVE NEW-GPA TO M-GPA
           END-IF.

       L4-APPLY-HOURS.
           IF NEW-CREDIT-HRS NOT = M-CREDIT-HRS
               SET STUDENT-CHANGED TO TRUE
               MOVE 'CHANGE' TO AUD-ACTION
               MOVE 'CREDIT HOURS' TO AUD-FIELD
               MOVE M-CREDIT-HRS TO AUD-EDIT-CRHR
               MOVE AUD-EDIT-CRHR TO AUD-OLD-VALUE
               MOVE NEW-CREDIT-HRS TO AUD-EDIT-CRHR
               MOVE AUD-EDIT-CRHR TO AUD-NEW-VALUE
               PERFORM L3-WRITE-AUDIT
               MOVE NEW-CREDIT-HRS TO M-CREDIT-HRS
           END-IF.

       L3-WRITE-AUDIT.
           MOVE CURRENT-MONTH TO AL-MONTH.
           MOVE CURRENT-DAY TO AL-DAY.
           MOVE CURRENT-YEAR TO AL-YEAR.
           MOVE RUN-USER TO AL-USER.
           MOVE M-ID TO AL-ID.
           MOVE AUD-ACTION TO AL-ACTION.
           MOVE AUD-FIELD TO AL-FIELD.
           MOVE AUD-OLD-VALUE TO AL-OLD-VALUE.
           MOVE AUD-NEW-VALUE TO AL-NEW-VALUE.
           WRITE AUDIT-REC FROM AUDIT-LINE.

       L3-TOTALS.
           MOVE 'GRADE LINES READ:' TO PC-LABEL.
           MOVE C-LINE-CTR TO PC-FIGURE.
           WRITE POSTLINE FROM POST-COUNT-LINE
             AFTER ADVANCING 3 LINES.
           MOVE 'GRADE LINES POSTED:' TO PC-LABEL.
           MOVE C-POSTED-CTR TO PC-FIGURE.
           PERFORM L3-WRITE-COUNT.
           MOVE 'GRADE LINES REJECTED (SEE REGISTER):' TO PC-LABEL.
           MOVE C-REJ-CTR TO PC-FIGURE.
           PERFORM L3-WRITE-COUNT.
           MOVE 'STUDENTS POSTED:' TO PC-LABEL.
           MOVE C-STUD-CTR TO PC-FIGURE.
           PERFORM L3-WRITE-COUNT.
           MOVE 'MASTER RECORDS CHANGED:' TO PC-LABEL.
           MOVE C-CHG-CTR TO PC-FIGURE.
           PERFORM L3-WRITE-COUNT.
           MOVE C-GPA-DELTA TO PL-DELTA.
           WRITE POSTLINE FROM POST-DELTA-LINE
             AFTER ADVANCING 1 LINE.
           MOVE C-REJ-CTR TO RJ-COUNT.
           WRITE REJLINE FROM REJ-TOTAL-LINE
             AFTER ADVANCING 3 LINES.

       L3-WRITE-COUNT.
           WRITE POSTLINE FROM POST-COUNT-LINE
             AFTER ADVANCING 1 LINE.

       L3-WRITE-COUNTS.
           OPEN OUTPUT COUNT-FILE.
           MOVE 0 TO CT-ADD.
           MOVE C-CHG-CTR TO CT-CHG.
           MOVE 0 TO CT-DEL.
           MOVE C-REJ-CTR TO CT-ERR.
           MOVE 0 TO CT-SAL-DELTA.
           MOVE C-GPA-DELTA TO CT-GPA-DELTA.
           WRITE CT-REC.
           CLOSE COUNT-FILE.

       L3-LOAD-CRSE-TABLE.
           PERFORM L4-INIT-CRSE-ENTRY
             VARYING CX FROM 1 BY 1 UNTIL CX > 500.
           OPEN INPUT CRSE-FILE.
           PERFORM L4-READ-CRSE.
           PERFORM L4-STORE-CRSE
             UNTIL CRSE-EOF OR CRSE-TABLE-FULL.
           CLOSE CRSE-FILE.

       L4-INIT-CRSE-ENTRY.
           MOVE SPACES TO CRSE-COURSE (CX).
           MOVE SPACES TO CRSE-DEPT (CX).
           MOVE 0 TO CRSE-CREDITS (CX).

       L4-STORE-CRSE.
           IF C-CRSE-LOADED = 500
               SET CRSE-TABLE-FULL TO TRUE
           ELSE
               ADD 1 TO C-CRSE-LOADED
               MOVE CC-COURSE TO CRSE-COURSE (C-CRSE-LOADED)
               MOVE CC-DEPT TO CRSE-DEPT (C-CRSE-LOADED)
               MOVE CC-CREDITS TO CRSE-CREDITS (C-CRSE-LOADED)
               PERFORM L4-READ-CRSE
           END-IF.

       L4-READ-CRSE.
           READ CRSE-FILE
               AT END
                   SET CRSE-EOF TO TRUE.

       L3-READ-GRADE.
           READ SORTED-GRADES
               AT END
                   SET GRADE-EOF TO TRUE.

       L4-HEADING.
           ADD 1 TO PAGE-CTR.
           MOVE PAGE-CTR TO PT-PAGE.
           WRITE POSTLINE FROM POST-TITLE-LINE
             AFTER ADVANCING PAGE.
           WRITE POSTLINE FROM POST-COL-HEADING
             AFTER ADVANCING 2 LINES.

       L4-REJ-HEADING.
           ADD 1 TO REJ-PAGE-CTR.
           MOVE REJ-PAGE-CTR TO RT-PAGE.
           WRITE REJLINE FROM REJ-TITLE-LINE
             AFTER ADVANCING PAGE.
           WRITE REJLINE FROM REJ-COL-HEADING
             AFTER ADVANCING 2 LINES.


      *    ONE ROW TO THE SHARED RUN-CONTROL LOG - OPENED,
      *    WRITTEN AND CLOSED IN ONE BREATH SO THE SHARED FILE
      *    IS NEVER HELD ACROSS THE RUN.
       L4-WRITE-RUNLOG.
           MOVE FUNCTION CURRENT-DATE TO STAMP-DATE-TIME.
           OPEN EXTEND RUNLOG-FILE.
           MOVE 'CBLJRT23' TO RG-PGM.
           MOVE STAMP-EVENT TO RG-EVENT.
           MOVE STAMP-YMD TO RG-DATE.
           MOVE STAMP-HMS TO RG-TIME.
           MOVE STAMP-COUNT TO RG-COUNT.
           MOVE STAMP-CODE TO RG-CODE.
           WRITE RG-REC.
           CLOSE RUNLOG-FILE.

       end program CBLJRT23.

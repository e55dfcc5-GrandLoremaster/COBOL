       identification division.
       program-id. CBLJRT30.

      * TERM-END ENROLLMENT VERIFICATION. CLASSIFIES EVERY STUDENT
      * ON THE MASTER FOR FINANCIAL AID AND THE OUTSIDE LENDERS,
      * WHO UNTIL NOW RANG THE REGISTRAR FOR EACH ONE. THE TERM
      * BEING VERIFIED COMES FROM A SYSIN CARD (COLUMNS 1-4). A
      * WITHDRAWN STUDENT IS WD, A STUDENT ON LEAVE IS LV, AND AN
      * ACTIVE STUDENT TAKES THE LOAD CATEGORY THEIR HOURS FOR
      * THE TERM REACH - THE CREDITS ON THE POSTED-GRADE LEDGER
      * (CBLPGRD) FOR THE TERM, LESS COURSES GRADED W - AGAINST
      * THE THRESHOLDS ON THE PARAMETER FILE (CBLVPARM), WHICH
      * ALSO CARRIES THE NORMAL TERM LOAD AND THE TERM CALENDAR.
      * THE STATUS EFFECTIVE DATE IS THE DATE OF THE LATEST ENROLL
      * STATUS IMAGE ON THE AUDIT TRAIL (CBLAUDIT); FAILING THAT,
      * THE DATE CARRIED FROM THE LAST RUN IF THE STATUS HAS NOT
      * MOVED, ELSE TODAY. THE EXPECTED GRADUATION TERM IS
      * PROJECTED FROM THE HOURS STILL OWED UNDER THE DEPARTMENT'S
      * DEGREE REQUIREMENT (CBLDREQ) AT THIS TERM'S LOAD (OR THE
      * NORMAL LOAD FOR A STUDENT ON LEAVE OR CARRYING NO HOURS),
      * COUNTED FORWARD ALONG THE CALENDAR.
      * EVERY STUDENT GOES TO THE VERIFICATION FILE (CBLVERF); A
      * STUDENT WHOSE CATEGORY MOVED SINCE THE LAST RUN, WHO IS
      * NEW SINCE IT, OR WHO HAS LEFT THE MASTER SINCE IT ALSO
      * GOES TO THE CHANGE FILE (CBLVCHG). BOTH END IN A CONTROL
      * TRAILER COUNTING THE RECORDS BY CATEGORY. THE LAST RUN'S
      * CLASSIFICATIONS ARE READ FROM CBLVCLS AND THIS RUN'S ARE
      * WRITTEN TO CBLVCLSN FOR THE JOB TO ROLL FORWARD. A STUDENT
      * WHOSE GRADUATION TERM CANNOT BE PROJECTED IS LISTED ON THE
      * VERIFICATION REGISTER AND ENDS THE STEP RC=4. NO TERM CARD,
      * A BAD PARAMETER FILE OR A TABLE TOO SMALL FOR ITS FILE
      * ENDS IT RC=8 WITH NOTHING WRITTEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE
               ASSIGN TO 'CBLPIZZA'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS M-ID
                   FILE STATUS IS MASTER-STATUS.
           SELECT PARM-FILE
               ASSIGN TO 'CBLVPARM'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REQ-FILE
               ASSIGN TO 'CBLDREQ'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PGRD-FILE
               ASSIGN TO 'CBLPGRD'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE
               ASSIGN TO 'CBLAUDIT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CARRY-FILE
               ASSIGN TO 'CBLVCLS'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CARRY-STATUS.
           SELECT NEW-CARRY-FILE
               ASSIGN TO 'CBLVCLSN'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VERF-FILE
               ASSIGN TO 'CBLVERF'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHG-FILE
               ASSIGN TO 'CBLVCHG'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VERFOUT
               ASSIGN TO 'VERFRPT'
                   ORGANIZATION IS RECORD SEQUENTIAL.

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

      *    THE VERIFICATION PARAMETERS, ONE ROW PER CARD -
      *      L  A LOAD CATEGORY: CODE (COLUMNS 3-4), THE LEAST
      *         TERM HOURS THAT EARN IT (6-7) AND ITS NAME (9-26).
      *         ONE MUST START AT 00. WD AND LV ARE TAKEN.
      *      N  THE NORMAL TERM LOAD IN HOURS (COLUMNS 3-4).
      *      T  A TERM CODE (COLUMNS 3-6), ONE CARD PER TERM IN
      *         CALENDAR ORDER, RUNNING FAR ENOUGH AHEAD TO COVER
      *         THE LONGEST PROJECTION.
       FD  PARM-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS VP-REC
           RECORD CONTAINS 26 CHARACTERS.

       01 VP-REC.
         05 VP-TYPE                PIC X.
         05 FILLER                 PIC X.
         05 VP-DATA                PIC X(24).
         05 VP-LOAD-DATA REDEFINES VP-DATA.
           10 VP-CAT               PIC XX.
           10 FILLER               PIC X.
           10 VP-MIN-HRS           PIC XX.
           10 VP-MIN-HRS-N REDEFINES VP-MIN-HRS
                                   PIC 99.
           10 FILLER               PIC X.
           10 VP-DESC              PIC X(18).
         05 VP-NORMAL-DATA REDEFINES VP-DATA.
           10 VP-NORMAL-HRS        PIC XX.
           10 VP-NORMAL-HRS-N REDEFINES VP-NORMAL-HRS
                                   PIC 99.
           10 FILLER               PIC X(22).
         05 VP-TERM-DATA REDEFINES VP-DATA.
           10 VP-TERM              PIC X(4).
           10 FILLER               PIC X(20).

      *    ONE ROW PER DEPARTMENT: THE EARNED CREDIT HOURS AND THE
      *    CUMULATIVE GPA A STUDENT NEEDS TO GRADUATE FROM IT.
       FD  REQ-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS DR-REC
           RECORD CONTAINS 10 CHARACTERS.

       01 DR-REC.
         05 DR-DEPT                PIC X(4).
         05 DR-MIN-HRS             PIC 9(3).
         05 DR-MIN-GPA             PIC 9V99.

      *    THE POSTED-GRADE LEDGER - EVERY TERM'S POSTED GRADES.
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

       FD  AUDIT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AU-REC
           RECORD CONTAINS 99 CHARACTERS.

       01 AU-REC.
         05 AU-DATE.
           10 AU-MONTH             PIC XX.
           10 FILLER               PIC X.
           10 AU-DAY               PIC XX.
           10 FILLER               PIC X.
           10 AU-YEAR              PIC X(4).
         05 AU-USER                PIC X(20).
         05 AU-ID                  PIC X(7).
         05 AU-ACTION              PIC X(6).
         05 AU-FIELD               PIC X(16).
         05 AU-OLD-VALUE           PIC X(20).
         05 AU-NEW-VALUE           PIC X(20).

      *    THE LAST RUN'S CLASSIFICATIONS, ONE ROW PER STUDENT IN
      *    ID ORDER. ABSENT OR EMPTY BEFORE THE FIRST RUN, WHEN
      *    EVERY STUDENT IS NEW TO THE CHANGE FILE.
       FD  CARRY-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CF-REC
           RECORD CONTAINS 52 CHARACTERS.

       01 CF-REC.
         05 CF-ID                  PIC X(7).
         05 CF-CAT                 PIC XX.
         05 CF-STAT                PIC X.
         05 CF-EFF-DATE            PIC 9(8).
         05 CF-LNAME               PIC X(15).
         05 CF-FNAME               PIC X(15).
         05 CF-TERM                PIC X(4).

      *    THIS RUN'S CLASSIFICATIONS, SAME LAYOUT - THE JOB ROLLS
      *    IT OVER CBLVCLS ONCE THE STEP ENDS CLEAN.
       FD  NEW-CARRY-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CN-REC
           RECORD CONTAINS 52 CHARACTERS.

       01 CN-REC.
         05 CN-ID                  PIC X(7).
         05 CN-CAT                 PIC XX.
         05 CN-STAT                PIC X.
         05 CN-EFF-DATE            PIC 9(8).
         05 CN-LNAME               PIC X(15).
         05 CN-FNAME               PIC X(15).
         05 CN-TERM                PIC X(4).

      *    THE VERIFICATION FILE - A 'D' ROW PER STUDENT IN ID
      *    ORDER, THEN ONE 'T' TRAILER WITH THE ROW COUNT AND THE
      *    COUNT IN EACH CATEGORY.
       FD  VERF-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS VF-REC VT-REC
           RECORD CONTAINS 83 CHARACTERS.

       01 VF-REC.
         05 VF-TYPE                PIC X.
         05 VF-ID                  PIC X(7).
         05 VF-LNAME               PIC X(15).
         05 VF-FNAME               PIC X(15).
         05 VF-CAT                 PIC XX.
         05 VF-STAT                PIC X.
         05 VF-EFF-DATE            PIC 9(8).
         05 VF-GRAD-TERM           PIC X(4).
         05 VF-TERM                PIC X(4).
         05 VF-HOURS               PIC 9(3).
         05 FILLER                 PIC X(23).

       01 VT-REC.
         05 VT-TYPE                PIC X.
         05 VT-TERM                PIC X(4).
         05 VT-RUN-DATE            PIC 9(8).
         05 VT-REC-CTR             PIC 9(6).
         05 VT-CAT-SLOT OCCURS 8 TIMES.
           10 VT-CAT               PIC XX.
           10 VT-CAT-CTR           PIC 9(6).

      *    THE CHANGE FILE - A 'D' ROW PER STUDENT WHOSE CATEGORY
      *    MOVED (OLD CATEGORY BLANK FOR ONE NEW SINCE THE LAST
      *    RUN, NEW CATEGORY BLANK FOR ONE NO LONGER ON THE
      *    MASTER), THEN ONE 'T' TRAILER COUNTING THE ROWS BY NEW
      *    CATEGORY, WITH THE LEAVERS COUNTED APART.
       FD  CHG-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CH-REC CT-REC
           RECORD CONTAINS 89 CHARACTERS.

       01 CH-REC.
         05 CH-TYPE                PIC X.
         05 CH-ID                  PIC X(7).
         05 CH-LNAME               PIC X(15).
         05 CH-FNAME               PIC X(15).
         05 CH-OLD-CAT             PIC XX.
         05 CH-NEW-CAT             PIC XX.
         05 CH-STAT                PIC X.
         05 CH-EFF-DATE            PIC 9(8).
         05 CH-GRAD-TERM           PIC X(4).
         05 CH-TERM                PIC X(4).
         05 CH-HOURS               PIC 9(3).
         05 FILLER                 PIC X(27).

       01 CT-REC.
         05 CT-TYPE                PIC X.
         05 CT-TERM                PIC X(4).
         05 CT-RUN-DATE            PIC 9(8).
         05 CT-REC-CTR             PIC 9(6).
         05 CT-GONE-CTR            PIC 9(6).
         05 CT-CAT-SLOT OCCURS 8 TIMES.
           10 CT-CAT               PIC XX.
           10 CT-CAT-CTR           PIC 9(6).

       FD  VERFOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS VERFLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 VERFLINE PIC X(132).

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
         05 MASTER-EOF-SW          PIC X(5) VALUE 'FALSE'.
           88 MASTER-EOF                    VALUE 'TRUE '.
         05 PARM-EOF-SW            PIC X(5) VALUE 'FALSE'.
           88 PARM-EOF                      VALUE 'TRUE '.
         05 PGRD-EOF-SW            PIC X(5) VALUE 'FALSE'.
           88 PGRD-EOF                      VALUE 'TRUE '.
         05 AUDIT-EOF-SW           PIC X(5) VALUE 'FALSE'.
           88 AUDIT-EOF                     VALUE 'TRUE '.
         05 CARRY-EOF-SW           PIC X(5) VALUE 'FALSE'.
           88 CARRY-EOF                     VALUE 'TRUE '.

       01 MASTER-WS.
         05 MASTER-STATUS       PIC XX VALUE SPACES.

       01 CARRY-WS.
         05 CARRY-STATUS        PIC XX.

       01 MISC.
         05 VERIFY-TERM            PIC X(4) VALUE SPACES.
         05 PAGE-CTR               PIC 99 VALUE 0.
         05 LOOKUP-DEPT            PIC X(4) VALUE SPACES.
         05 LOOKUP-ID              PIC X(7) VALUE SPACES.
         05 SLOT-NO                PIC 99 VALUE 0.

      *    THE PARAMETER FILE AS LOADED. THE LOAD CATEGORIES COME
      *    FIRST IN THE ORDER THEY WERE PUNCHED, WITH WD AND LV
      *    ADDED BEHIND THEM, SO THE CATEGORY TABLE IS ALSO THE
      *    ORDER OF THE TRAILER SLOTS. THE FIRST PROBLEM FOUND IS
      *    KEPT AND STOPS THE RUN.
       01 PARM-TABLE-WS.
         05 C-LOAD-CATS            PIC 9 VALUE 0.
         05 C-CATS-LOADED          PIC 9 VALUE 0.
         05 CAT-ENTRY OCCURS 8 TIMES INDEXED BY CX.
           10 CAT-CODE             PIC XX.
           10 CAT-MIN-HRS          PIC 99.
           10 CAT-DESC             PIC X(18).
           10 CAT-CTR              PIC 9(6).
           10 CAT-CHG-CTR          PIC 9(6).
         05 C-TERMS-LOADED         PIC 99 VALUE 0.
         05 TERM-ENTRY OCCURS 40 TIMES INDEXED BY TX.
           10 TERM-CODE            PIC X(4).
         05 NORMAL-LOAD            PIC 99 VALUE 0.
         05 THIS-TERM-POS          PIC 99 VALUE 0.
         05 ZERO-CAT-SW         PIC X(5) VALUE 'FALSE'.
           88 ZERO-CAT-FOUND                VALUE 'TRUE '.
         05 PARM-PROBLEM           PIC X(60) VALUE SPACES.

      *    THE DEGREE REQUIREMENTS, ONE ENTRY PER DEPARTMENT.
       01 REQ-TABLE-WS.
         05 C-REQ-LOADED        PIC 99 VALUE 0.
         05 REQ-EOF-SW          PIC X(5) VALUE 'FALSE'.
           88 REQ-EOF                       VALUE 'TRUE '.
         05 REQ-ENTRY OCCURS 50 TIMES INDEXED BY RX.
           10 REQ-DEPT             PIC X(4).
           10 REQ-MIN-HRS          PIC 9(3).
           10 REQ-MIN-GPA          PIC 9V99.
         05 REQ-STATUS          PIC X(5) VALUE 'TRUE '.
           88 REQ-IS-FOUND                  VALUE 'TRUE '.
           88 REQ-NOT-FOUND                 VALUE 'FALSE'.

      *    EACH STUDENT'S HOURS FOR THE TERM, SUMMED OFF THE
      *    LEDGER. A STUDENT NOT IN THE TABLE CARRIES NO HOURS.
       01 HRS-TABLE-WS.
         05 HRS-FULL-SW         PIC X(5) VALUE 'FALSE'.
           88 HRS-TABLE-FULL                VALUE 'TRUE '.
         05 HRS-ENTRY OCCURS 2000 TIMES INDEXED BY HX.
           10 HRS-ID               PIC X(7).
           10 HRS-TERM-HRS         PIC 9(3).

      *    EACH STUDENT'S LATEST ENROLL STATUS IMAGE DATE, YYYYMMDD.
       01 EFF-TABLE-WS.
         05 EFF-FULL-SW         PIC X(5) VALUE 'FALSE'.
           88 EFF-TABLE-FULL                VALUE 'TRUE '.
         05 EFF-ENTRY OCCURS 2000 TIMES INDEXED BY EX.
           10 EFF-ID               PIC X(7).
           10 EFF-DATE             PIC 9(8).
         05 WORK-YMD.
           10 WY-YEAR              PIC X(4).
           10 WY-MONTH             PIC XX.
           10 WY-DAY               PIC XX.
         05 WORK-YMD-N REDEFINES WORK-YMD
                                   PIC 9(8).

      *    THE LAST RUN'S CLASSIFICATIONS. EACH IS MARKED AS ITS
      *    STUDENT IS MET ON THE MASTER; ANY LEFT UNMARKED HAVE
      *    LEFT THE MASTER SINCE.
       01 PRIOR-TABLE-WS.
         05 C-PRIOR-LOADED         PIC 9(4) VALUE 0.
         05 PRIOR-FULL-SW       PIC X(5) VALUE 'FALSE'.
           88 PRIOR-TABLE-FULL              VALUE 'TRUE '.
         05 PRIOR-ENTRY OCCURS 2000 TIMES INDEXED BY PX.
           10 PRI-ID               PIC X(7).
           10 PRI-CAT              PIC XX.
           10 PRI-STAT             PIC X.
           10 PRI-EFF-DATE         PIC 9(8).
           10 PRI-LNAME            PIC X(15).
           10 PRI-FNAME            PIC X(15).
           10 PRI-SEEN             PIC X.
         05 PRIOR-SW            PIC X(5) VALUE 'FALSE'.
           88 PRIOR-IS-FOUND                VALUE 'TRUE '.

      *    THE STUDENT IN HAND.
       01 STUDENT-WS.
         05 STUDENT-HRS            PIC 9(3) VALUE 0.
         05 NEW-CAT                PIC XX VALUE SPACES.
         05 OLD-CAT                PIC XX VALUE SPACES.
         05 BEST-MIN               PIC 99 VALUE 0.
         05 NEW-EFF-DATE           PIC 9(8) VALUE 0.
         05 NEW-GRAD-TERM          PIC X(4) VALUE SPACES.
         05 NO-GRAD-REASON         PIC X(34) VALUE SPACES.
         05 REMAIN-HRS             PIC 9(3) VALUE 0.
         05 LOAD-HRS               PIC 9(3) VALUE 0.
         05 TERMS-NEEDED           PIC 9(3) VALUE 0.
         05 GRAD-POS               PIC 9(3) VALUE 0.

       01 RUN-COUNTERS.
         05 C-READ-CTR             PIC 9(6) VALUE 0.
         05 C-VERF-CTR             PIC 9(6) VALUE 0.
         05 C-CHG-CTR              PIC 9(6) VALUE 0.
         05 C-NEW-CTR              PIC 9(6) VALUE 0.
         05 C-MOVED-CTR            PIC 9(6) VALUE 0.
         05 C-GONE-CTR             PIC 9(6) VALUE 0.
         05 C-NOGRAD-CTR           PIC 9(6) VALUE 0.
         05 C-AUDIT-DATE-CTR       PIC 9(6) VALUE 0.
         05 C-CARRY-DATE-CTR       PIC 9(6) VALUE 0.
         05 C-TODAY-DATE-CTR       PIC 9(6) VALUE 0.

       01 CURRENT-DATE-AND-TIME.
         05 CURRENT-YEAR           PIC X(4).
         05 CURRENT-MONTH          PIC XX.
         05 CURRENT-DAY            PIC XX.
         05 CURRENT-TIME           PIC X(11).
       01 CURRENT-DATE-NUM REDEFINES CURRENT-DATE-AND-TIME.
         05 CURRENT-YMD            PIC 9(8).
         05 FILLER                 PIC X(11).

       01 TITLE-LINE.
         05 FILLER                 PIC X(6) VALUE 'DATE'.
         05 TITLE-DATE.
           10 TITLE-MONTH          PIC XX.
           10 FILLER               PIC X VALUE '/'.
           10 TITLE-DAY            PIC XX.
           10 FILLER               PIC X VALUE '/'.
           10 TITLE-YEAR           PIC X(4).
         05 FILLER                 PIC X(35) VALUE SPACES.
         05 FILLER                 PIC X(24)
         VALUE 'ENROLLMENT VERIFICATION '.
         05 FILLER                 PIC X(5) VALUE 'TERM '.
         05 TL-TERM                PIC X(4).
         05 FILLER                 PIC X(40) VALUE SPACES.
         05 FILLER                 PIC X(6)    VALUE 'PAGE: '.
         05 TL-PAGE                PIC Z9.

       01 SECTION-LINE.
         05 FILLER                 PIC X(5) VALUE SPACES.
         05 SL-TEXT                PIC X(60).
         05 FILLER                 PIC X(67) VALUE SPACES.

       01 NOGRAD-HEADING.
         05 FILLER                 PIC X(5) VALUE SPACES.
         05 FILLER                 PIC X(7) VALUE 'ID'.
         05 FILLER                 PIC XX VALUE SPACES.
         05 FILLER                 PIC X(15) VALUE 'LAST NAME'.
         05 FILLER                 PIC XX VALUE SPACES.
         05 FILLER                 PIC X(15) VALUE 'FIRST NAME'.
         05 FILLER                 PIC XX VALUE SPACES.
         05 FILLER                 PIC X(4) VALUE 'DEPT'.
         05 FILLER                 PIC XX VALUE SPACES.
         05 FILLER                 PIC X(4) VALUE 'STAT'.
         05 FILLER                 PIC XX VALUE SPACES.
         05 FILLER                 PIC X(6) VALUE 'EARNED'.
         05 FILLER                 PIC XX VALUE SPACES.
         05 FILLER                 PIC X(4) VALUE 'TERM'.
         05 FILLER                 PIC XX VALUE SPACES.
         05 FILLER                 PIC X(34) VALUE 'REASON'.
         05 FILLER                 PIC X(24) VALUE SPACES.

       01 NOGRAD-LINE.
         05 FILLER                 PIC X(5) VALUE SPACES.
         05 NL-ID                  PIC X(7).
         05 FILLER                 PIC XX VALUE SPACES.
         05 NL-LNAME               PIC X(15).
         05 FILLER                 PIC XX VALUE SPACES.
         05 NL-FNAME               PIC X(15).
         05 FILLER                 PIC XX VALUE SPACES.
         05 NL-DEPT                PIC X(4).
         05 FILLER                 PIC X(3) VALUE SPACES.
         05 NL-STAT                PIC X.
         05 FILLER                 PIC X(6) VALUE SPACES.
         05 NL-EARNED              PIC ZZ9.
         05 FILLER                 PIC X(4) VALUE SPACES.
         05 NL-HOURS               PIC ZZ9.
         05 FILLER                 PIC XX VALUE SPACES.
         05 NL-REASON              PIC X(34).
         05 FILLER                 PIC X(24) VALUE SPACES.

       01 CAT-LABEL.
         05 CAT-LABEL-CODE         PIC XX.
         05 FILLER                 PIC XX VALUE SPACES.
         05 CAT-LABEL-DESC         PIC X(18).
         05 FILLER                 PIC X(14) VALUE SPACES.

       01 CAT-COUNT-LINE.
         05 FILLER                 PIC X(5) VALUE SPACES.
         05 CC-LABEL               PIC X(36).
         05 CC-FIGURE              PIC ZZZ,ZZ9.
         05 FILLER                 PIC X(4) VALUE SPACES.
         05 CC-CHG-FIGURE          PIC ZZZ,ZZ9.
         05 FILLER                 PIC X(73) VALUE SPACES.

       01 CAT-COUNT-HEADING.
         05 FILLER                 PIC X(41) VALUE SPACES.
         05 FILLER                 PIC X(7) VALUE 'ON FILE'.
         05 FILLER                 PIC X(4) VALUE SPACES.
         05 FILLER                 PIC X(7) VALUE 'CHANGED'.
         05 FILLER                 PIC X(73) VALUE SPACES.

       01 COUNT-LINE.
         05 FILLER                 PIC X(5) VALUE SPACES.
         05 CL-LABEL               PIC X(36).
         05 CL-FIGURE              PIC ZZZ,ZZ9.
         05 FILLER                 PIC X(84) VALUE SPACES.

       01 MSG-LINE.
         05 FILLER                 PIC X(5) VALUE SPACES.
         05 ML-TEXT                PIC X(60).
         05 FILLER                 PIC X(67) VALUE SPACES.

       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           EVALUATE TRUE
               WHEN VERIFY-TERM = SPACES
                   MOVE 'NO TERM ON SYSIN - NOTHING WRITTEN'
                     TO ML-TEXT
                   PERFORM L2-TERM-ERROR
               WHEN PARM-PROBLEM NOT = SPACES
                   MOVE PARM-PROBLEM TO ML-TEXT
                   PERFORM L2-TERM-ERROR
               WHEN HRS-TABLE-FULL
                   MOVE 'OVER 2000 STUDENTS ON THE LEDGER FOR THE TERM'
                     TO ML-TEXT
                   PERFORM L2-TERM-ERROR
               WHEN EFF-TABLE-FULL
                   MOVE 'OVER 2000 STUDENTS WITH ENROLL STATUS IMAGES'
                     TO ML-TEXT
                   PERFORM L2-TERM-ERROR
               WHEN PRIOR-TABLE-FULL
                   MOVE 'OVER 2000 ROWS ON CBLVCLS - NOTHING WRITTEN'
                     TO ML-TEXT
                   PERFORM L2-TERM-ERROR
               WHEN MASTER-STATUS NOT = '00'
                   MOVE 'CBLPIZZA WOULD NOT OPEN - NOTHING WRITTEN'
                     TO ML-TEXT
                   PERFORM L2-TERM-ERROR
               WHEN OTHER
                   PERFORM L2-VERIFY-PASS
                     UNTIL MASTER-EOF
                   PERFORM L2-LEAVER-PASS
                   PERFORM L2-CLOSING
           END-EVALUATE.
           MOVE 'E' TO STAMP-EVENT.
           MOVE C-VERF-CTR TO STAMP-COUNT.
           MOVE RETURN-CODE TO STAMP-CODE.
           PERFORM L4-WRITE-RUNLOG.
           STOP RUN.

       L2-INIT.
           MOVE 'S' TO STAMP-EVENT.
           MOVE 0 TO STAMP-COUNT.
           MOVE 0 TO STAMP-CODE.
           PERFORM L4-WRITE-RUNLOG.
           MOVE SPACES TO VERIFY-TERM.
           ACCEPT VERIFY-TERM.
           OPEN OUTPUT VERFOUT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-MONTH TO TITLE-MONTH.
           MOVE CURRENT-DAY TO TITLE-DAY.
           MOVE CURRENT-YEAR TO TITLE-YEAR.
           MOVE VERIFY-TERM TO TL-TERM.
           IF VERIFY-TERM NOT = SPACES
               PERFORM L3-LOAD-PARM-TABLE
           END-IF.
           IF VERIFY-TERM NOT = SPACES AND PARM-PROBLEM = SPACES
               PERFORM L3-LOAD-TABLES
           END-IF.
           IF VERIFY-TERM NOT = SPACES AND PARM-PROBLEM = SPACES
             AND NOT HRS-TABLE-FULL AND NOT EFF-TABLE-FULL
             AND NOT PRIOR-TABLE-FULL
               PERFORM L3-OPEN-VERIFY
           END-IF.

       L3-LOAD-TABLES.
           PERFORM L3-LOAD-REQ-TABLE.
           PERFORM L3-LOAD-HRS-TABLE.
           PERFORM L3-LOAD-EFF-TABLE.
           PERFORM L3-LOAD-PRIOR-TABLE.

       L3-OPEN-VERIFY.
           OPEN INPUT MASTER-FILE.
           IF MASTER-STATUS = '00'
               OPEN OUTPUT VERF-FILE
               OPEN OUTPUT CHG-FILE
               OPEN OUTPUT NEW-CARRY-FILE
               PERFORM L4-HEADING
               MOVE 'STUDENTS WITH NO PROJECTED GRADUATION TERM'
                 TO SL-TEXT
               PERFORM L3-WRITE-SECTION
               WRITE VERFLINE FROM NOGRAD-HEADING
                 AFTER ADVANCING 1 LINE
               PERFORM L3-READ-MASTER
           END-IF.

      *    THE MASTER READS IN ID ORDER, SO THE VERIFICATION, CHANGE
      *    AND CARRY-FORWARD FILES ALL GO OUT IN ID ORDER.
       L2-VERIFY-PASS.
           ADD 1 TO C-READ-CTR.
           MOVE M-ID TO LOOKUP-ID.
           PERFORM L4-FIND-HOURS.
           PERFORM L3-CLASSIFY.
           PERFORM L4-FIND-PRIOR.
           PERFORM L3-EFFECTIVE-DATE.
           PERFORM L3-PROJECT-GRADUATION.
           PERFORM L3-WRITE-VERIFY.
           PERFORM L3-WRITE-NEW-CARRY.
           IF PRIOR-IS-FOUND
               IF PRI-CAT (PX) NOT = NEW-CAT
                   ADD 1 TO C-MOVED-CTR
                   MOVE PRI-CAT (PX) TO OLD-CAT
                   PERFORM L3-WRITE-CHANGE
               END-IF
           ELSE
               ADD 1 TO C-NEW-CTR
               MOVE SPACES TO OLD-CAT
               PERFORM L3-WRITE-CHANGE
           END-IF.
           PERFORM L3-READ-MASTER.

      *    WITHDRAWN AND ON-LEAVE STUDENTS TAKE THEIR STATUS AS
      *    THEIR CATEGORY WHATEVER THE LEDGER SAYS; AN ACTIVE
      *    STUDENT TAKES THE HIGHEST LOAD CATEGORY THE TERM'S HOURS
      *    REACH. THE 00 CATEGORY MEANS ONE IS ALWAYS REACHED.
       L3-CLASSIFY.
           MOVE SPACES TO NEW-CAT.
           MOVE 0 TO BEST-MIN.
           EVALUATE M-ENROLL-STAT
               WHEN 'W'
                   MOVE 'WD' TO NEW-CAT
               WHEN 'L'
                   MOVE 'LV' TO NEW-CAT
               WHEN OTHER
                   PERFORM L4-TRY-CATEGORY
                     VARYING CX FROM 1 BY 1 UNTIL CX > C-LOAD-CATS
           END-EVALUATE.
           SET CX TO 1.
           SEARCH CAT-ENTRY
               AT END
                   CONTINUE
               WHEN CAT-CODE (CX) = NEW-CAT
                   ADD 1 TO CAT-CTR (CX)
           END-SEARCH.

       L4-TRY-CATEGORY.
           IF CAT-MIN-HRS (CX) NOT > STUDENT-HRS
               IF NEW-CAT = SPACES OR CAT-MIN-HRS (CX) > BEST-MIN
                   MOVE CAT-CODE (CX) TO NEW-CAT
                   MOVE CAT-MIN-HRS (CX) TO BEST-MIN
               END-IF
           END-IF.

      *    THE AUDIT TRAIL'S DATE WINS. WITHOUT ONE, A STATUS THAT
      *    HAS NOT MOVED KEEPS THE DATE CARRIED FROM THE LAST RUN,
      *    AND A STATUS FIRST SEEN OR CHANGED TODAY IS DATED TODAY.
       L3-EFFECTIVE-DATE.
           SET EX TO 1.
           SEARCH EFF-ENTRY
               AT END
                   IF PRIOR-IS-FOUND
                     AND PRI-STAT (PX) = M-ENROLL-STAT
                       MOVE PRI-EFF-DATE (PX) TO NEW-EFF-DATE
                       ADD 1 TO C-CARRY-DATE-CTR
                   ELSE
                       MOVE CURRENT-YMD TO NEW-EFF-DATE
                       ADD 1 TO C-TODAY-DATE-CTR
                   END-IF
               WHEN EFF-ID (EX) = LOOKUP-ID
                   MOVE EFF-DATE (EX) TO NEW-EFF-DATE
                   ADD 1 TO C-AUDIT-DATE-CTR
           END-SEARCH.

      *    A WITHDRAWN STUDENT HAS NO GRADUATION TERM. ANYONE ELSE
      *    WHO HAS EARNED THE DEPARTMENT'S HOURS GRADUATES THIS
      *    TERM; THE REST ARE PROJECTED FORWARD.
       L3-PROJECT-GRADUATION.
           MOVE SPACES TO NEW-GRAD-TERM.
           MOVE SPACES TO NO-GRAD-REASON.
           MOVE M-DEPT-CODE TO LOOKUP-DEPT.
           PERFORM L4-FIND-REQ.
           EVALUATE TRUE
               WHEN M-ENROLL-STAT = 'W'
                   CONTINUE
               WHEN REQ-NOT-FOUND
                   MOVE 'NO DEGREE REQUIREMENT ROW' TO NO-GRAD-REASON
               WHEN M-CREDIT-HRS NOT < REQ-MIN-HRS (RX)
                   MOVE VERIFY-TERM TO NEW-GRAD-TERM
               WHEN OTHER
                   PERFORM L4-PROJECT-TERMS
           END-EVALUATE.
           IF NO-GRAD-REASON NOT = SPACES
               ADD 1 TO C-NOGRAD-CTR
               PERFORM L3-WRITE-NOGRAD
           END-IF.

      *    TERMS STILL NEEDED IS THE HOURS OWED OVER THE LOAD,
      *    ROUNDED UP, COUNTED ON FROM THIS TERM ALONG THE
      *    CALENDAR.
       L4-PROJECT-TERMS.
           COMPUTE REMAIN-HRS = REQ-MIN-HRS (RX) - M-CREDIT-HRS.
           IF M-ENROLL-STAT = 'A' AND STUDENT-HRS > 0
               MOVE STUDENT-HRS TO LOAD-HRS
           ELSE
               MOVE NORMAL-LOAD TO LOAD-HRS
           END-IF.
           IF LOAD-HRS = 0
               MOVE 'NO HOURS THIS TERM AND NO NORMAL LOAD'
                 TO NO-GRAD-REASON
           ELSE
               COMPUTE TERMS-NEEDED =
                   (REMAIN-HRS + LOAD-HRS - 1) / LOAD-HRS
               COMPUTE GRAD-POS = THIS-TERM-POS + TERMS-NEEDED
               IF GRAD-POS > C-TERMS-LOADED
                   MOVE 'PAST THE END OF THE TERM CALENDAR'
                     TO NO-GRAD-REASON
               ELSE
                   MOVE TERM-CODE (GRAD-POS) TO NEW-GRAD-TERM
               END-IF
           END-IF.

       L3-WRITE-NOGRAD.
           MOVE M-ID TO NL-ID.
           MOVE M-LNAME TO NL-LNAME.
           MOVE M-FNAME TO NL-FNAME.
           MOVE M-DEPT-CODE TO NL-DEPT.
           MOVE M-ENROLL-STAT TO NL-STAT.
           MOVE M-CREDIT-HRS TO NL-EARNED.
           MOVE STUDENT-HRS TO NL-HOURS.
           MOVE NO-GRAD-REASON TO NL-REASON.
           WRITE VERFLINE FROM NOGRAD-LINE
             AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L4-HEADING.

       L3-WRITE-VERIFY.
           MOVE SPACES TO VF-REC.
           MOVE 'D' TO VF-TYPE.
           MOVE M-ID TO VF-ID.
           MOVE M-LNAME TO VF-LNAME.
           MOVE M-FNAME TO VF-FNAME.
           MOVE NEW-CAT TO VF-CAT.
           MOVE M-ENROLL-STAT TO VF-STAT.
           MOVE NEW-EFF-DATE TO VF-EFF-DATE.
           MOVE NEW-GRAD-TERM TO VF-GRAD-TERM.
           MOVE VERIFY-TERM TO VF-TERM.
           MOVE STUDENT-HRS TO VF-HOURS.
           WRITE VF-REC.
           ADD 1 TO C-VERF-CTR.

       L3-WRITE-NEW-CARRY.
           MOVE M-ID TO CN-ID.
           MOVE NEW-CAT TO CN-CAT.
           MOVE M-ENROLL-STAT TO CN-STAT.
           MOVE NEW-EFF-DATE TO CN-EFF-DATE.
           MOVE M-LNAME TO CN-LNAME.
           MOVE M-FNAME TO CN-FNAME.
           MOVE VERIFY-TERM TO CN-TERM.
           WRITE CN-REC.

      *    THE CALLER HAS SET OLD-CAT.
       L3-WRITE-CHANGE.
           MOVE SPACES TO CH-REC.
           MOVE 'D' TO CH-TYPE.
           MOVE OLD-CAT TO CH-OLD-CAT.
           MOVE M-ID TO CH-ID.
           MOVE M-LNAME TO CH-LNAME.
           MOVE M-FNAME TO CH-FNAME.
           MOVE NEW-CAT TO CH-NEW-CAT.
           MOVE M-ENROLL-STAT TO CH-STAT.
           MOVE NEW-EFF-DATE TO CH-EFF-DATE.
           MOVE NEW-GRAD-TERM TO CH-GRAD-TERM.
           MOVE VERIFY-TERM TO CH-TERM.
           MOVE STUDENT-HRS TO CH-HOURS.
           WRITE CH-REC.
           ADD 1 TO C-CHG-CTR.
           ADD 1 TO CAT-CHG-CTR (CX).

       L3-READ-MASTER.
           READ MASTER-FILE
               AT END
                   SET MASTER-EOF TO TRUE.

      *    A STUDENT ON THE LAST RUN BUT NOT ON THE MASTER NOW HAS
      *    BEEN DELETED OR ARCHIVED - THE RECEIVING SIDE IS TOLD
      *    WITH A BLANK NEW CATEGORY.
       L2-LEAVER-PASS.
           PERFORM L4-CHECK-LEAVER
             VARYING PX FROM 1 BY 1 UNTIL PX > C-PRIOR-LOADED.

       L4-CHECK-LEAVER.
           IF PRI-SEEN (PX) = 'N'
               ADD 1 TO C-GONE-CTR
               MOVE SPACES TO CH-REC
               MOVE 'D' TO CH-TYPE
               MOVE PRI-ID (PX) TO CH-ID
               MOVE PRI-LNAME (PX) TO CH-LNAME
               MOVE PRI-FNAME (PX) TO CH-FNAME
               MOVE PRI-CAT (PX) TO CH-OLD-CAT
               MOVE SPACES TO CH-NEW-CAT
               MOVE SPACE TO CH-STAT
               MOVE CURRENT-YMD TO CH-EFF-DATE
               MOVE SPACES TO CH-GRAD-TERM
               MOVE VERIFY-TERM TO CH-TERM
               MOVE 0 TO CH-HOURS
               WRITE CH-REC
               ADD 1 TO C-CHG-CTR
           END-IF.

       L2-CLOSING.
           IF C-NOGRAD-CTR = 0
               MOVE 'NONE' TO SL-TEXT
               PERFORM L3-WRITE-SECTION-LINE
           END-IF.
           PERFORM L3-WRITE-TRAILERS.
           MOVE 'STUDENTS BY CATEGORY' TO SL-TEXT.
           PERFORM L3-WRITE-SECTION.
           WRITE VERFLINE FROM CAT-COUNT-HEADING
             AFTER ADVANCING 1 LINE.
           PERFORM L4-CAT-COUNT-LINE
             VARYING CX FROM 1 BY 1 UNTIL CX > C-CATS-LOADED.
           MOVE 'STUDENTS READ FROM CBLPIZZA:' TO CL-LABEL.
           MOVE C-READ-CTR TO CL-FIGURE.
           WRITE VERFLINE FROM COUNT-LINE
             AFTER ADVANCING 3 LINES.
           MOVE 'VERIFICATION RECORDS WRITTEN:' TO CL-LABEL.
           MOVE C-VERF-CTR TO CL-FIGURE.
           PERFORM L3-WRITE-COUNT.
           MOVE 'CHANGE RECORDS WRITTEN:' TO CL-LABEL.
           MOVE C-CHG-CTR TO CL-FIGURE.
           PERFORM L3-WRITE-COUNT.
           MOVE '  CATEGORY MOVED:' TO CL-LABEL.
           MOVE C-MOVED-CTR TO CL-FIGURE.
           PERFORM L3-WRITE-COUNT.
           MOVE '  NEW SINCE THE LAST RUN:' TO CL-LABEL.
           MOVE C-NEW-CTR TO CL-FIGURE.
           PERFORM L3-WRITE-COUNT.
           MOVE '  LEFT THE MASTER SINCE LAST RUN:' TO CL-LABEL.
           MOVE C-GONE-CTR TO CL-FIGURE.
           PERFORM L3-WRITE-COUNT.
           MOVE 'LAST RUN CLASSIFICATIONS READ:' TO CL-LABEL.
           MOVE C-PRIOR-LOADED TO CL-FIGURE.
           PERFORM L3-WRITE-COUNT.
           MOVE 'STATUS DATES FROM THE AUDIT TRAIL:' TO CL-LABEL.
           MOVE C-AUDIT-DATE-CTR TO CL-FIGURE.
           PERFORM L3-WRITE-COUNT.
           MOVE 'STATUS DATES CARRIED FROM LAST RUN:' TO CL-LABEL.
           MOVE C-CARRY-DATE-CTR TO CL-FIGURE.
           PERFORM L3-WRITE-COUNT.
           MOVE 'STATUS DATES SET TO TODAY:' TO CL-LABEL.
           MOVE C-TODAY-DATE-CTR TO CL-FIGURE.
           PERFORM L3-WRITE-COUNT.
           MOVE 'NO PROJECTED GRADUATION TERM:' TO CL-LABEL.
           MOVE C-NOGRAD-CTR TO CL-FIGURE.
           PERFORM L3-WRITE-COUNT.
           IF C-NOGRAD-CTR > 0
               MOVE '*** GRADUATION TERMS MISSING - SEE LIST ABOVE ***'
                 TO ML-TEXT
               PERFORM L3-WRITE-MSG
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE MASTER-FILE.
           CLOSE VERF-FILE.
           CLOSE CHG-FILE.
           CLOSE NEW-CARRY-FILE.
           CLOSE VERFOUT.

      *    THE TRAILER SLOTS FOLLOW THE CATEGORY TABLE, SO EVERY
      *    CATEGORY HAS A SLOT EVEN WHEN NOBODY IS IN IT.
       L3-WRITE-TRAILERS.
           MOVE SPACES TO VT-REC.
           MOVE 'T' TO VT-TYPE.
           MOVE VERIFY-TERM TO VT-TERM.
           MOVE CURRENT-YMD TO VT-RUN-DATE.
           MOVE C-VERF-CTR TO VT-REC-CTR.
           MOVE SPACES TO CT-REC.
           MOVE 'T' TO CT-TYPE.
           MOVE VERIFY-TERM TO CT-TERM.
           MOVE CURRENT-YMD TO CT-RUN-DATE.
           MOVE C-CHG-CTR TO CT-REC-CTR.
           MOVE C-GONE-CTR TO CT-GONE-CTR.
           PERFORM L4-FILL-SLOT
             VARYING SLOT-NO FROM 1 BY 1 UNTIL SLOT-NO > 8.
           WRITE VT-REC.
           WRITE CT-REC.

       L4-FILL-SLOT.
           IF SLOT-NO > C-CATS-LOADED
               MOVE SPACES TO VT-CAT (SLOT-NO)
               MOVE 0 TO VT-CAT-CTR (SLOT-NO)
               MOVE SPACES TO CT-CAT (SLOT-NO)
               MOVE 0 TO CT-CAT-CTR (SLOT-NO)
           ELSE
               MOVE CAT-CODE (SLOT-NO) TO VT-CAT (SLOT-NO)
               MOVE CAT-CTR (SLOT-NO) TO VT-CAT-CTR (SLOT-NO)
               MOVE CAT-CODE (SLOT-NO) TO CT-CAT (SLOT-NO)
               MOVE CAT-CHG-CTR (SLOT-NO) TO CT-CAT-CTR (SLOT-NO)
           END-IF.

       L4-CAT-COUNT-LINE.
           MOVE CAT-CODE (CX) TO CAT-LABEL-CODE.
           MOVE CAT-DESC (CX) TO CAT-LABEL-DESC.
           MOVE CAT-LABEL TO CC-LABEL.
           MOVE CAT-CTR (CX) TO CC-FIGURE.
           MOVE CAT-CHG-CTR (CX) TO CC-CHG-FIGURE.
           WRITE VERFLINE FROM CAT-COUNT-LINE
             AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L4-HEADING.

       L2-TERM-ERROR.
           WRITE VERFLINE FROM MSG-LINE
             AFTER ADVANCING PAGE.
           CLOSE VERFOUT.
           MOVE 8 TO RETURN-CODE.

       L3-WRITE-SECTION.
           WRITE VERFLINE FROM SECTION-LINE
             AFTER ADVANCING 2 LINES
               AT EOP
                   PERFORM L4-HEADING.

       L3-WRITE-SECTION-LINE.
           WRITE VERFLINE FROM SECTION-LINE
             AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L4-HEADING.

       L3-WRITE-COUNT.
           WRITE VERFLINE FROM COUNT-LINE
             AFTER ADVANCING 1 LINE.

       L3-WRITE-MSG.
           WRITE VERFLINE FROM MSG-LINE
             AFTER ADVANCING 2 LINES.

       L4-HEADING.
           ADD 1 TO PAGE-CTR.
           MOVE PAGE-CTR TO TL-PAGE.
           WRITE VERFLINE FROM TITLE-LINE
             AFTER ADVANCING PAGE.

      *    THE PARAMETER CARDS. THE TERM BEING VERIFIED MUST BE ON
      *    THE CALENDAR, SINCE THE PROJECTION COUNTS ON FROM IT.
       L3-LOAD-PARM-TABLE.
           PERFORM L4-INIT-CAT-ENTRY
             VARYING CX FROM 1 BY 1 UNTIL CX > 8.
           PERFORM L4-INIT-TERM-ENTRY
             VARYING TX FROM 1 BY 1 UNTIL TX > 40.
           OPEN INPUT PARM-FILE.
           PERFORM L4-READ-PARM.
           PERFORM L4-STORE-PARM
             UNTIL PARM-EOF.
           CLOSE PARM-FILE.
           EVALUATE TRUE
               WHEN PARM-PROBLEM NOT = SPACES
                   CONTINUE
               WHEN C-LOAD-CATS = 0
                   MOVE 'NO LOAD CATEGORY ROWS ON CBLVPARM'
                     TO PARM-PROBLEM
               WHEN NOT ZERO-CAT-FOUND
                   MOVE 'NO CBLVPARM LOAD CATEGORY AT 00 HOURS'
                     TO PARM-PROBLEM
               WHEN OTHER
                   PERFORM L4-ADD-STATUS-CATS
                   PERFORM L4-FIND-THIS-TERM
           END-EVALUATE.

       L4-INIT-CAT-ENTRY.
           MOVE SPACES TO CAT-CODE (CX).
           MOVE 0 TO CAT-MIN-HRS (CX).
           MOVE SPACES TO CAT-DESC (CX).
           MOVE 0 TO CAT-CTR (CX).
           MOVE 0 TO CAT-CHG-CTR (CX).

       L4-INIT-TERM-ENTRY.
           MOVE SPACES TO TERM-CODE (TX).

       L4-STORE-PARM.
           EVALUATE VP-TYPE
               WHEN 'L'
                   PERFORM L4-STORE-LOAD-CAT
               WHEN 'N'
                   IF VP-NORMAL-HRS IS NUMERIC
                       MOVE VP-NORMAL-HRS-N TO NORMAL-LOAD
                   ELSE
                       PERFORM L4-BAD-PARM-ROW
                   END-IF
               WHEN 'T'
                   PERFORM L4-STORE-TERM
               WHEN OTHER
                   PERFORM L4-BAD-PARM-ROW
           END-EVALUATE.
           PERFORM L4-READ-PARM.

       L4-STORE-LOAD-CAT.
           EVALUATE TRUE
               WHEN VP-CAT = SPACES OR VP-CAT = 'WD' OR VP-CAT = 'LV'
                   PERFORM L4-BAD-PARM-ROW
               WHEN VP-MIN-HRS IS NOT NUMERIC
                   PERFORM L4-BAD-PARM-ROW
               WHEN C-LOAD-CATS = 6
                   IF PARM-PROBLEM = SPACES
                       MOVE 'OVER 6 LOAD CATEGORIES ON CBLVPARM'
                         TO PARM-PROBLEM
                   END-IF
               WHEN OTHER
                   ADD 1 TO C-LOAD-CATS
                   MOVE VP-CAT TO CAT-CODE (C-LOAD-CATS)
                   MOVE VP-MIN-HRS-N TO CAT-MIN-HRS (C-LOAD-CATS)
                   MOVE VP-DESC TO CAT-DESC (C-LOAD-CATS)
                   IF VP-MIN-HRS-N = 0
                       SET ZERO-CAT-FOUND TO TRUE
                   END-IF
           END-EVALUATE.

       L4-STORE-TERM.
           EVALUATE TRUE
               WHEN VP-TERM = SPACES
                   PERFORM L4-BAD-PARM-ROW
               WHEN C-TERMS-LOADED = 40
                   IF PARM-PROBLEM = SPACES
                       MOVE 'OVER 40 TERMS ON CBLVPARM' TO PARM-PROBLEM
                   END-IF
               WHEN OTHER
                   ADD 1 TO C-TERMS-LOADED
                   MOVE VP-TERM TO TERM-CODE (C-TERMS-LOADED)
           END-EVALUATE.

       L4-BAD-PARM-ROW.
           IF PARM-PROBLEM = SPACES
               MOVE 'BAD ROW ON CBLVPARM - NOTHING WRITTEN'
                 TO PARM-PROBLEM
           END-IF.

       L4-ADD-STATUS-CATS.
           MOVE C-LOAD-CATS TO C-CATS-LOADED.
           ADD 1 TO C-CATS-LOADED.
           MOVE 'LV' TO CAT-CODE (C-CATS-LOADED).
           MOVE 'ON LEAVE' TO CAT-DESC (C-CATS-LOADED).
           ADD 1 TO C-CATS-LOADED.
           MOVE 'WD' TO CAT-CODE (C-CATS-LOADED).
           MOVE 'WITHDRAWN' TO CAT-DESC (C-CATS-LOADED).

       L4-FIND-THIS-TERM.
           SET TX TO 1.
           SEARCH TERM-ENTRY
               AT END
                   MOVE 'TERM NOT ON THE CBLVPARM CALENDAR'
                     TO PARM-PROBLEM
               WHEN TERM-CODE (TX) = VERIFY-TERM
                   SET THIS-TERM-POS TO TX
           END-SEARCH.

       L4-READ-PARM.
           READ PARM-FILE
               AT END
                   SET PARM-EOF TO TRUE.

       L3-LOAD-REQ-TABLE.
           PERFORM L4-INIT-REQ-ENTRY
             VARYING RX FROM 1 BY 1 UNTIL RX > 50.
           OPEN INPUT REQ-FILE.
           PERFORM L4-READ-REQ.
           PERFORM L4-STORE-REQ
             UNTIL REQ-EOF OR C-REQ-LOADED = 50.
           CLOSE REQ-FILE.

       L4-INIT-REQ-ENTRY.
           MOVE SPACES TO REQ-DEPT (RX).
           MOVE 0 TO REQ-MIN-HRS (RX).
           MOVE 0 TO REQ-MIN-GPA (RX).

       L4-STORE-REQ.
           ADD 1 TO C-REQ-LOADED.
           MOVE DR-DEPT TO REQ-DEPT (C-REQ-LOADED).
           MOVE DR-MIN-HRS TO REQ-MIN-HRS (C-REQ-LOADED).
           MOVE DR-MIN-GPA TO REQ-MIN-GPA (C-REQ-LOADED).
           PERFORM L4-READ-REQ.

       L4-READ-REQ.
           READ REQ-FILE
               AT END
                   SET REQ-EOF TO TRUE.

       L4-FIND-REQ.
           SET RX TO 1.
           SEARCH REQ-ENTRY
               AT END
                   SET REQ-NOT-FOUND TO TRUE
               WHEN REQ-DEPT (RX) = LOOKUP-DEPT
                   SET REQ-IS-FOUND TO TRUE
           END-SEARCH.

      *    THE TERM'S HOURS PER STUDENT. A COURSE GRADED W WAS
      *    DROPPED AND CARRIES NO LOAD.
       L3-LOAD-HRS-TABLE.
           PERFORM L4-INIT-HRS-ENTRY
             VARYING HX FROM 1 BY 1 UNTIL HX > 2000.
           OPEN INPUT PGRD-FILE.
           PERFORM L4-READ-PGRD.
           PERFORM L4-STORE-HRS
             UNTIL PGRD-EOF OR HRS-TABLE-FULL.
           CLOSE PGRD-FILE.

       L4-INIT-HRS-ENTRY.
           MOVE SPACES TO HRS-ID (HX).
           MOVE 0 TO HRS-TERM-HRS (HX).

       L4-STORE-HRS.
           IF PG-TERM = VERIFY-TERM AND PG-GRADE NOT = 'W '
               SET HX TO 1
               SEARCH HRS-ENTRY
                   AT END
                       SET HRS-TABLE-FULL TO TRUE
                   WHEN HRS-ID (HX) = PG-ID
                       ADD PG-CREDITS TO HRS-TERM-HRS (HX)
                   WHEN HRS-ID (HX) = SPACES
                       MOVE PG-ID TO HRS-ID (HX)
                       MOVE PG-CREDITS TO HRS-TERM-HRS (HX)
               END-SEARCH
           END-IF.
           PERFORM L4-READ-PGRD.

       L4-READ-PGRD.
           READ PGRD-FILE
               AT END
                   SET PGRD-EOF TO TRUE.

       L4-FIND-HOURS.
           MOVE 0 TO STUDENT-HRS.
           SET HX TO 1.
           SEARCH HRS-ENTRY
               AT END
                   CONTINUE
               WHEN HRS-ID (HX) = LOOKUP-ID
                   MOVE HRS-TERM-HRS (HX) TO STUDENT-HRS
               WHEN HRS-ID (HX) = SPACES
                   CONTINUE
           END-SEARCH.

      *    THE LATEST ENROLL STATUS IMAGE PER STUDENT - AN ADD SETS
      *    THE FIRST STATUS AND EVERY CHANGE MOVES IT. A DELETE
      *    IMAGE TAKES THE STUDENT OFF THE MASTER AND IS NOT A
      *    STATUS DATE.
       L3-LOAD-EFF-TABLE.
           PERFORM L4-INIT-EFF-ENTRY
             VARYING EX FROM 1 BY 1 UNTIL EX > 2000.
           OPEN INPUT AUDIT-FILE.
           PERFORM L4-READ-AUDIT.
           PERFORM L4-STORE-EFF
             UNTIL AUDIT-EOF OR EFF-TABLE-FULL.
           CLOSE AUDIT-FILE.

       L4-INIT-EFF-ENTRY.
           MOVE SPACES TO EFF-ID (EX).
           MOVE 0 TO EFF-DATE (EX).

       L4-STORE-EFF.
           IF AU-FIELD = 'ENROLL STATUS'
             AND (AU-ACTION = 'ADD' OR AU-ACTION = 'CHANGE')
               MOVE AU-YEAR TO WY-YEAR
               MOVE AU-MONTH TO WY-MONTH
               MOVE AU-DAY TO WY-DAY
               SET EX TO 1
               SEARCH EFF-ENTRY
                   AT END
                       SET EFF-TABLE-FULL TO TRUE
                   WHEN EFF-ID (EX) = AU-ID
                       IF WORK-YMD-N > EFF-DATE (EX)
                           MOVE WORK-YMD-N TO EFF-DATE (EX)
                       END-IF
                   WHEN EFF-ID (EX) = SPACES
                       MOVE AU-ID TO EFF-ID (EX)
                       MOVE WORK-YMD-N TO EFF-DATE (EX)
               END-SEARCH
           END-IF.
           PERFORM L4-READ-AUDIT.

       L4-READ-AUDIT.
           READ AUDIT-FILE
               AT END
                   SET AUDIT-EOF TO TRUE.

       L3-LOAD-PRIOR-TABLE.
           PERFORM L4-INIT-PRIOR-ENTRY
             VARYING PX FROM 1 BY 1 UNTIL PX > 2000.
           OPEN INPUT CARRY-FILE.
           IF CARRY-STATUS = '00'
               PERFORM L4-READ-CARRY
               PERFORM L4-STORE-PRIOR
                 UNTIL CARRY-EOF OR PRIOR-TABLE-FULL
           END-IF.
           IF CARRY-STATUS = '00' OR CARRY-STATUS = '05'
             OR CARRY-STATUS = '10'
               CLOSE CARRY-FILE
           END-IF.

       L4-INIT-PRIOR-ENTRY.
           MOVE SPACES TO PRI-ID (PX).
           MOVE SPACES TO PRI-CAT (PX).
           MOVE SPACE TO PRI-STAT (PX).
           MOVE 0 TO PRI-EFF-DATE (PX).
           MOVE SPACES TO PRI-LNAME (PX).
           MOVE SPACES TO PRI-FNAME (PX).
           MOVE 'N' TO PRI-SEEN (PX).

       L4-STORE-PRIOR.
           IF C-PRIOR-LOADED = 2000
               SET PRIOR-TABLE-FULL TO TRUE
           ELSE
               ADD 1 TO C-PRIOR-LOADED
               MOVE CF-ID TO PRI-ID (C-PRIOR-LOADED)
               MOVE CF-CAT TO PRI-CAT (C-PRIOR-LOADED)
               MOVE CF-STAT TO PRI-STAT (C-PRIOR-LOADED)
               MOVE CF-EFF-DATE TO PRI-EFF-DATE (C-PRIOR-LOADED)
               MOVE CF-LNAME TO PRI-LNAME (C-PRIOR-LOADED)
               MOVE CF-FNAME TO PRI-FNAME (C-PRIOR-LOADED)
               PERFORM L4-READ-CARRY
           END-IF.

       L4-READ-CARRY.
           READ CARRY-FILE
               AT END
                   SET CARRY-EOF TO TRUE.

      *    MARKS THE LAST RUN'S ROW AS MET SO THE LEAVER PASS
      *    PASSES IT BY.
       L4-FIND-PRIOR.
           MOVE 'FALSE' TO PRIOR-SW.
           SET PX TO 1.
           SEARCH PRIOR-ENTRY
               AT END
                   CONTINUE
               WHEN PRI-ID (PX) = LOOKUP-ID
                   SET PRIOR-IS-FOUND TO TRUE
                   MOVE 'Y' TO PRI-SEEN (PX)
               WHEN PRI-ID (PX) = SPACES
                   CONTINUE
           END-SEARCH.


      *    ONE ROW TO THE SHARED RUN-CONTROL LOG - OPENED,
      *    WRITTEN AND CLOSED IN ONE BREATH SO THE SHARED FILE
      *    IS NEVER HELD ACROSS THE RUN.
       L4-WRITE-RUNLOG.
           MOVE FUNCTION CURRENT-DATE TO STAMP-DATE-TIME.
           OPEN EXTEND RUNLOG-FILE.
           MOVE 'CBLJRT30' TO RG-PGM.
           MOVE STAMP-EVENT TO RG-EVENT.
           MOVE STAMP-YMD TO RG-DATE.
           MOVE STAMP-HMS TO RG-TIME.
           MOVE STAMP-COUNT TO RG-COUNT.
           MOVE STAMP-CODE TO RG-CODE.
           WRITE RG-REC.
           CLOSE RUNLOG-FILE.

       end program CBLJRT30.

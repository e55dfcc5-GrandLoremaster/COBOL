       identification division.
       program-id. CBLJRT29.

      * ADMISSIONS INTAKE. TURNS THE ADMISSIONS OFFICE'S COMMA-
      * DELIMITED NEW-STUDENT FILE INTO 'A' MAINTENANCE TRANSACTIONS
      * SO NOBODY REKEYS THEM. EACH ROW CARRIES THE APPLICANT
      * NUMBER, THE STUDENT ID IF ADMISSIONS ALREADY HAS ONE (BLANK
      * OTHERWISE), LAST NAME, FIRST NAME, THE ADMITTED PROGRAM BY
      * NAME AND ANY TRANSFER CREDIT HOURS. THE PROGRAM NAME IS
      * MAPPED TO OUR DEPARTMENT CODE THROUGH THE CROSSWALK TABLE
      * (CBLXWALK), WHICH ALSO CARRIES THE ANTICIPATED STARTING
      * SALARY THE MASTER NEEDS FOR EACH PROGRAM. A SUPPLIED ID MUST
      * BE SEVEN DIGITS AND NOT ALREADY IN USE ON THE MASTER, THE
      * GRADUATION ARCHIVE, OR AN ADD STILL WAITING ON CBLTRAN OR
      * THE SUSPENSE FILE; A BLANK ONE IS ASSIGNED THE NEXT NUMBER
      * ABOVE THE HIGHEST ID ON ANY OF THEM. A ROW WHOSE LAST NAME,
      * FIRST NAME AND DEPARTMENT MATCH SOMEBODY ALREADY ON THE
      * MASTER, THE ARCHIVE, A PENDING ADD OR AN EARLIER ROW OF THE
      * SAME FILE IS HELD BACK ON THE DUPLICATE REVIEW LIST WITH
      * EVERY RECORD IT MATCHED, RATHER THAN ADDING THE SAME PERSON
      * TWICE. EVERYTHING ELSE IS WRITTEN AS A 57-BYTE 'A'
      * TRANSACTION ON THE END OF CBLTRAN FOR THE NEXT PRE-EDIT
      * (CBLJRT07) TO PICK UP. BEFORE ANYTHING IS WRITTEN, ROWS
      * READ ARE PROVED AGAINST THE ADD, HELD AND REJECTED
      * DISPOSITIONS IN THE INTAKE TABLE; THE INTAKE REGISTER LISTS
      * EVERY ROW AND BALANCES ROWS READ AGAINST TRANSACTIONS
      * WRITTEN PLUS HELD PLUS REJECTED. ANY HELD OR REJECTED ROW
      * ENDS THE STEP RC=4. A FILE TOO BIG FOR THE TABLE, AN EMPTY
      * CROSSWALK, A MASTER THAT WILL NOT OPEN OR DISPOSITIONS THAT
      * DO NOT PROVE END IT RC=8 WITH NOTHING WRITTEN TO CBLTRAN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADMIT-FILE
               ASSIGN TO 'CBLADMIT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT XWALK-FILE
               ASSIGN TO 'CBLXWALK'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEPT-FILE
               ASSIGN TO 'CBLDEPT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MASTER-FILE
               ASSIGN TO 'CBLPIZZA'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS M-ID
                   FILE STATUS IS MASTER-STATUS.
           SELECT ARCH-FILE
               ASSIGN TO 'CBLARCH'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUSP-FILE
               ASSIGN TO 'CBLSUSP'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRAN-FILE
               ASSIGN TO 'CBLTRAN'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INTKOUT
               ASSIGN TO 'INTKRPT'
                   ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT REVWOUT
               ASSIGN TO 'ADMREVW'
                   ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT RUNLOG-FILE
               ASSIGN TO 'CBLRUNLG'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    ONE APPLICANT PER ROW, FIELDS SEPARATED BY COMMAS:
      *    APPLICANT NO, STUDENT ID, LAST NAME, FIRST NAME, PROGRAM
      *    NAME, TRANSFER CREDIT HOURS (MAY BE LEFT OFF). QUOTES
      *    AROUND A FIELD ARE DROPPED; A COMMA INSIDE ONE IS NOT
      *    SUPPORTED. A FIRST ROW STARTING 'APPL' IS THE COLUMN
      *    HEADINGS AND IS SKIPPED.
       FD  ADMIT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AD-REC
           RECORD CONTAINS 150 CHARACTERS.

       01 AD-REC                    PIC X(150).

      *    ADMISSIONS' PROGRAM NAME (UPPER CASE) TO OUR DEPARTMENT
      *    CODE, WITH THE ANTICIPATED STARTING SALARY THE MASTER
      *    CARRIES FOR A STUDENT IN THAT PROGRAM.
       FD  XWALK-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS XW-REC
           RECORD CONTAINS 42 CHARACTERS.

       01 XW-REC.
         05 XW-PROGRAM             PIC X(30).
         05 XW-DEPT                PIC X(4).
         05 XW-SALARY              PIC 9(6)V99.

       FD  DEPT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS DP-REC
           RECORD CONTAINS 30 CHARACTERS.

       01 DP-REC.
           COPY CBLDEPT
               REPLACING ==PRE-DEPT-KEY==    BY ==DP-KEY==,
                         ==PRE-DEPT-NAME==   BY ==DP-NAME==,
                         ==PRE-DEPT-ACTIVE== BY ==DP-ACTIVE==.

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

      *    THE CUMULATIVE GRADUATION ARCHIVE - AN ARCHIVED ID IS
      *    NEVER REISSUED, AND A GRADUATE COMING BACK IS A POSSIBLE
      *    DUPLICATE, NOT A NEW PERSON.
       FD  ARCH-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AR-REC
           RECORD CONTAINS 68 CHARACTERS.

       01 AR-REC.
           COPY CBLSTUD
               REPLACING ==PRE-ID==        BY ==AR-ID==,
                         ==PRE-DEPT-CODE== BY ==AR-DEPT-CODE==,
                         ==PRE-LNAME==     BY ==AR-LNAME==,
                         ==PRE-FNAME==     BY ==AR-FNAME==,
                         ==PRE-GPA==       BY ==AR-GPA==,
                         ==PRE-SALARY==    BY ==AR-SALARY==,
                         ==PRE-ENROLL-STAT== BY ==AR-ENROLL-STAT==,
                         ==PRE-CREDIT-HRS== BY ==AR-CREDIT-HRS==.
         05 AR-GRAD-TERM            PIC X(4).
         05 AR-ARCH-DATE            PIC 9(8).

      *    ADDS STILL WAITING ON SUSPENSE HOLD THEIR IDS AS SURELY
      *    AS THE MASTER DOES.
       FD  SUSP-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SU-REC
           RECORD CONTAINS 72 CHARACTERS.

       01 SU-REC.
           COPY CBLSUSP
               REPLACING ==PRE-SUSP-TRAN==   BY ==SU-TRAN==,
                         ==PRE-SUSP-REASON== BY ==SU-REASON==,
                         ==PRE-SUSP-AGE==    BY ==SU-AGE==,
                         ==PRE-SUSP-DATE==   BY ==SU-DATE==.

      *    THE DAY'S MAINTENANCE BATCH - READ FIRST FOR THE ADDS
      *    ALREADY KEYED, THEN EXTENDED WITH THIS RUN'S ADDS.
       FD  TRAN-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS TR-REC
           RECORD CONTAINS 57 CHARACTERS.

       01 TR-REC.
         05 TR-ACTION              PIC X.
         05 TR-ID                  PIC X(7).
         05 TR-DEPT-CODE           PIC X(4).
         05 TR-LNAME               PIC X(15).
         05 TR-FNAME               PIC X(15).
         05 TR-GPA                 PIC 9V99.
         05 TR-SALARY              PIC 9(6)V99.
         05 TR-ENROLL-STAT         PIC X.
         05 TR-CREDIT-HRS          PIC 9(3).

       FD  INTKOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS INTKLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 INTKLINE PIC X(132).

       FD  REVWOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REVWLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 REVWLINE PIC X(132).

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
         05 ADMIT-EOF-SW           PIC X(5) VALUE 'FALSE'.
           88 ADMIT-EOF                     VALUE 'TRUE '.
         05 XWALK-EOF-SW           PIC X(5) VALUE 'FALSE'.
           88 XWALK-EOF                     VALUE 'TRUE '.
         05 MASTER-EOF-SW          PIC X(5) VALUE 'FALSE'.
           88 MASTER-EOF                    VALUE 'TRUE '.
         05 ARCH-EOF-SW            PIC X(5) VALUE 'FALSE'.
           88 ARCH-EOF                      VALUE 'TRUE '.
         05 SUSP-EOF-SW            PIC X(5) VALUE 'FALSE'.
           88 SUSP-EOF                      VALUE 'TRUE '.
         05 TRAN-EOF-SW            PIC X(5) VALUE 'FALSE'.
           88 TRAN-EOF                      VALUE 'TRUE '.

       01 MASTER-WS.
         05 MASTER-STATUS       PIC XX.

      *    ONE ADMISSIONS ROW SPLIT AT THE COMMAS, AND THE WORK
      *    AREA EACH FIELD IS CLEANED UP IN.
       01 CSV-WS.
         05 CSV-FIELD-CTR          PIC 99 VALUE 0.
         05 CSV-APPL               PIC X(40).
         05 CSV-ID                 PIC X(40).
         05 CSV-LNAME              PIC X(40).
         05 CSV-FNAME              PIC X(40).
         05 CSV-PROGRAM            PIC X(40).
         05 CSV-HOURS              PIC X(40).
         05 CSV-EXTRA              PIC X(40).
         05 FIELD-WORK             PIC X(40).
         05 FIELD-HOLD             PIC X(40).
         05 LEAD-CTR               PIC 99 VALUE 0.
         05 HOURS-LEN              PIC 99 VALUE 0.
         05 HOURS-WORK             PIC X(3) JUSTIFIED RIGHT.
         05 HOURS-WORK-N REDEFINES HOURS-WORK
                                   PIC 9(3).
         05 FIRST-ROW-SW        PIC X(5) VALUE 'TRUE '.
           88 ON-FIRST-ROW                  VALUE 'TRUE '.

      *    THE MAINTENANCE TRANSACTION VIEW OF A PENDING ITEM, FROM
      *    EITHER CBLTRAN OR THE SUSPENSE FILE.
       01 PEND-REC.
         05 PD-ACTION              PIC X.
         05 PD-ID                  PIC X(7).
         05 PD-ID-N REDEFINES PD-ID
                                   PIC 9(7).
         05 PD-DEPT-CODE           PIC X(4).
         05 PD-LNAME               PIC X(15).
         05 PD-FNAME               PIC X(15).
         05 FILLER                 PIC X(15).

      *    EVERY ADMISSIONS ROW, HELD UNTIL THE MASTER, ARCHIVE
      *    AND PENDING PASSES HAVE HAD THEIR SAY ABOUT IT.
       01 INTAKE-TABLE-WS.
         05 C-INT-LOADED           PIC 9(3) VALUE 0.
         05 INT-FULL-SW         PIC X(5) VALUE 'FALSE'.
           88 INT-TABLE-FULL                VALUE 'TRUE '.
         05 INT-PROVED-SW       PIC X(5) VALUE 'FALSE'.
           88 INT-PROVED                    VALUE 'TRUE '.
         05 INT-ENTRY OCCURS 500 TIMES INDEXED BY IX IY.
           10 INT-ROW              PIC 9(4).
           10 INT-APPL             PIC X(10).
           10 INT-ID               PIC X(7).
           10 INT-ID-N REDEFINES INT-ID
                                   PIC 9(7).
           10 INT-ID-SUPPLIED      PIC X.
           10 INT-LNAME            PIC X(15).
           10 INT-FNAME            PIC X(15).
           10 INT-PROGRAM          PIC X(30).
           10 INT-DEPT             PIC X(4).
           10 INT-SALARY           PIC 9(6)V99.
           10 INT-HOURS            PIC 9(3).
           10 INT-DISP             PIC X.
             88 INT-IS-ADD                  VALUE 'A'.
             88 INT-IS-HELD                 VALUE 'H'.
             88 INT-IS-REJECTED             VALUE 'R'.
           10 INT-REASON           PIC X(30).

      *    EVERY RECORD A HELD ROW MATCHED, FOR THE REVIEW LIST.
       01 MATCH-TABLE-WS.
         05 C-MATCH-LOADED         PIC 9(4) VALUE 0.
         05 MATCH-FULL-SW       PIC X(5) VALUE 'FALSE'.
           88 MATCH-TABLE-FULL              VALUE 'TRUE '.
         05 MATCH-ENTRY OCCURS 1000 TIMES INDEXED BY MX.
           10 MT-INT-ROW           PIC 9(4).
           10 MT-SOURCE            PIC X(8).
           10 MT-REF               PIC X(10).
           10 MT-LNAME             PIC X(15).
           10 MT-FNAME             PIC X(15).
           10 MT-DEPT              PIC X(4).
           10 MT-NOTE              PIC X(20).

       01 XWALK-TABLE-WS.
         05 C-XWALK-LOADED         PIC 9(3) VALUE 0.
         05 XWALK-ENTRY OCCURS 200 TIMES INDEXED BY WX.
           10 XWALK-PROGRAM        PIC X(30).
           10 XWALK-DEPT           PIC X(4).
           10 XWALK-SALARY         PIC 9(6)V99.

       01 DEPT-TABLE-WS.
         05 C-DEPT-LOADED       PIC 99 VALUE 0.
         05 DEPT-EOF-SW         PIC X(5) VALUE 'FALSE'.
           88 DEPT-EOF                      VALUE 'TRUE '.
         05 DEPT-ENTRY OCCURS 50 TIMES INDEXED BY DX.
           10 DEPT-CODE          PIC X(4).
           10 DEPT-NAME          PIC X(25).
           10 DEPT-ACTIVE        PIC X.

      *    THE CANDIDATE RECORD THE MATCH PARAGRAPHS COMPARE EACH
      *    ROW AGAINST, WHICHEVER FILE IT CAME FROM.
       01 CANDIDATE-WS.
         05 CAND-ID                PIC X(7).
         05 CAND-ID-N REDEFINES CAND-ID
                                   PIC 9(7).
         05 CAND-LNAME             PIC X(15).
         05 CAND-FNAME             PIC X(15).
         05 CAND-DEPT              PIC X(4).
         05 CAND-SOURCE            PIC X(8).
         05 CAND-REF               PIC X(10).
         05 CAND-NOTE              PIC X(20).
         05 CAND-ID-REASON         PIC X(30).

       01 ID-WS.
         05 HIGH-ID                PIC 9(7) VALUE 0.

       01 RUN-COUNTERS.
         05 C-READ-CTR             PIC 9(4) VALUE 0.
         05 C-ADD-CTR              PIC 9(4) VALUE 0.
         05 C-HELD-CTR             PIC 9(4) VALUE 0.
         05 C-REJECT-CTR           PIC 9(4) VALUE 0.
         05 C-ASSIGNED-CTR         PIC 9(4) VALUE 0.
         05 C-PROOF-ADD-CTR        PIC 9(4) VALUE 0.
         05 C-PROOF-HELD-CTR       PIC 9(4) VALUE 0.
         05 C-PROOF-REJECT-CTR     PIC 9(4) VALUE 0.
         05 INTK-PAGE-CTR          PIC 99 VALUE 0.
         05 REVW-PAGE-CTR          PIC 99 VALUE 0.

       01 CURRENT-DATE-AND-TIME.
         05 CURRENT-YEAR           PIC X(4).
         05 CURRENT-MONTH          PIC XX.
         05 CURRENT-DAY            PIC XX.
         05 CURRENT-TIME           PIC X(11).

       01 TITLE-LINE.
         05 FILLER                 PIC X(6) VALUE 'DATE'.
         05 TITLE-DATE.
           10 TITLE-MONTH          PIC XX.
           10 FILLER               PIC X VALUE '/'.
           10 TITLE-DAY            PIC XX.
           10 FILLER               PIC X VALUE '/'.
           10 TITLE-YEAR           PIC X(4).
         05 FILLER                 PIC X(35) VALUE SPACES.
         05 TL-TITLE               PIC X(26).
         05 FILLER                 PIC X(47) VALUE SPACES.
         05 FILLER                 PIC X(6)    VALUE 'PAGE: '.
         05 TL-PAGE                PIC Z9.

       01 INTK-HEADING.
         05 FILLER                 PIC XX VALUE SPACES.
         05 FILLER                 PIC X(4) VALUE ' ROW'.
         05 FILLER                 PIC XX VALUE SPACES.
         05 FILLER                 PIC X(10) VALUE 'APPLICANT'.
         05 FILLER                 PIC XX VALUE SPACES.
         05 FILLER                 PIC X(7) VALUE 'ID'.
         05 FILLER                 PIC XX VALUE SPACES.
         05 FILLER                 PIC X(15) VALUE 'LAST NAME'.
         05 FILLER                 PIC XX VALUE SPACES.
         05 FILLER                 PIC X(15) VALUE 'FIRST NAME'.
         05 FILLER                 PIC XX VALUE SPACES.
         05 FILLER                 PIC X(4) VALUE 'DEPT'.
         05 FILLER                 PIC XX VALUE SPACES.
         05 FILLER                 PIC X(8) VALUE 'RESULT'.
         05 FILLER                 PIC XX VALUE SPACES.
         05 FILLER                 PIC X(30) VALUE 'REASON'.
         05 FILLER                 PIC X(21) VALUE SPACES.

       01 INTK-LINE.
         05 FILLER                 PIC XX VALUE SPACES.
         05 IL-ROW                 PIC ZZZ9.
         05 FILLER                 PIC XX VALUE SPACES.
         05 IL-APPL                PIC X(10).
         05 FILLER                 PIC XX VALUE SPACES.
         05 IL-ID                  PIC X(7).
         05 FILLER                 PIC XX VALUE SPACES.
         05 IL-LNAME               PIC X(15).
         05 FILLER                 PIC XX VALUE SPACES.
         05 IL-FNAME               PIC X(15).
         05 FILLER                 PIC XX VALUE SPACES.
         05 IL-DEPT                PIC X(4).
         05 FILLER                 PIC XX VALUE SPACES.
         05 IL-RESULT              PIC X(8).
         05 FILLER                 PIC XX VALUE SPACES.
         05 IL-REASON              PIC X(30).
         05 FILLER                 PIC X(21) VALUE SPACES.

       01 REVW-HEADING.
         05 FILLER                 PIC XX VALUE SPACES.
         05 FILLER                 PIC X(4) VALUE ' ROW'.
         05 FILLER                 PIC XX VALUE SPACES.
         05 FILLER                 PIC X(8) VALUE 'SOURCE'.
         05 FILLER                 PIC XX VALUE SPACES.
         05 FILLER                 PIC X(10) VALUE 'APPL / ID'.
         05 FILLER                 PIC XX VALUE SPACES.
         05 FILLER                 PIC X(15) VALUE 'LAST NAME'.
         05 FILLER                 PIC XX VALUE SPACES.
         05 FILLER                 PIC X(15) VALUE 'FIRST NAME'.
         05 FILLER                 PIC XX VALUE SPACES.
         05 FILLER                 PIC X(4) VALUE 'DEPT'.
         05 FILLER                 PIC XX VALUE SPACES.
         05 FILLER                 PIC X(30) VALUE 'NOTE'.
         05 FILLER                 PIC X(32) VALUE SPACES.

      *    ONE LINE FOR THE HELD ROW ITSELF, THEN ONE INDENTED
      *    LINE PER RECORD IT MATCHED.
       01 REVW-LINE.
         05 FILLER                 PIC XX VALUE SPACES.
         05 RL-ROW                 PIC ZZZZ.
         05 FILLER                 PIC XX VALUE SPACES.
         05 RL-SOURCE              PIC X(8).
         05 FILLER                 PIC XX VALUE SPACES.
         05 RL-REF                 PIC X(10).
         05 FILLER                 PIC XX VALUE SPACES.
         05 RL-LNAME               PIC X(15).
         05 FILLER                 PIC XX VALUE SPACES.
         05 RL-FNAME               PIC X(15).
         05 FILLER                 PIC XX VALUE SPACES.
         05 RL-DEPT                PIC X(4).
         05 FILLER                 PIC XX VALUE SPACES.
         05 RL-NOTE                PIC X(30).
         05 FILLER                 PIC X(32) VALUE SPACES.

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
               WHEN MASTER-STATUS NOT = '00'
                   MOVE 'CBLPIZZA WOULD NOT OPEN - NOTHING WRITTEN'
                     TO ML-TEXT
                   PERFORM L2-TERM-ERROR
               WHEN C-XWALK-LOADED = 0
                   MOVE 'CBLXWALK IS EMPTY - NOTHING WRITTEN'
                     TO ML-TEXT
                   PERFORM L2-TERM-ERROR
               WHEN INT-TABLE-FULL
                   MOVE 'OVER 500 ROWS ON CBLADMIT - SPLIT THE FILE'
                     TO ML-TEXT
                   PERFORM L2-TERM-ERROR
               WHEN OTHER
                   PERFORM L2-MASTER-PASS
                     UNTIL MASTER-EOF
                   PERFORM L2-ARCH-PASS
                     UNTIL ARCH-EOF
                   PERFORM L2-PENDING-PASS
                   PERFORM L2-INTAKE-PASS
                   PERFORM L2-PROVE-INTAKE
                   IF INT-PROVED
                       PERFORM L2-WRITE-PASS
                   END-IF
                   PERFORM L2-CLOSING
           END-EVALUATE.
           MOVE 'E' TO STAMP-EVENT.
           MOVE C-READ-CTR TO STAMP-COUNT.
           MOVE RETURN-CODE TO STAMP-CODE.
           PERFORM L4-WRITE-RUNLOG.
           STOP RUN.

       L2-INIT.
           MOVE 'S' TO STAMP-EVENT.
           MOVE 0 TO STAMP-COUNT.
           MOVE 0 TO STAMP-CODE.
           PERFORM L4-WRITE-RUNLOG.
           OPEN OUTPUT INTKOUT.
           OPEN OUTPUT REVWOUT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-MONTH TO TITLE-MONTH.
           MOVE CURRENT-DAY TO TITLE-DAY.
           MOVE CURRENT-YEAR TO TITLE-YEAR.
           PERFORM L4-INTK-HEADING.
           PERFORM L3-LOAD-DEPT-TABLE.
           PERFORM L3-LOAD-XWALK-TABLE.
           OPEN INPUT MASTER-FILE.
           OPEN INPUT ARCH-FILE.
           IF MASTER-STATUS = '00' AND C-XWALK-LOADED > 0
               PERFORM L3-LOAD-INTAKE-TABLE
           END-IF.
           IF MASTER-STATUS = '00'
               PERFORM L3-READ-MASTER
           END-IF.
           PERFORM L3-READ-ARCH.

      *    THE MASTER PASS - THE HIGHEST ID IN USE, ANY SUPPLIED
      *    ID ALREADY TAKEN, AND ANY NAME-AND-DEPARTMENT MATCH.
       L2-MASTER-PASS.
           MOVE M-ID TO CAND-ID.
           MOVE M-LNAME TO CAND-LNAME.
           MOVE M-FNAME TO CAND-FNAME.
           MOVE M-DEPT-CODE TO CAND-DEPT.
           MOVE 'MASTER' TO CAND-SOURCE.
           MOVE SPACES TO CAND-NOTE.
           EVALUATE M-ENROLL-STAT
               WHEN 'L'
                   MOVE 'ON LEAVE' TO CAND-NOTE
               WHEN 'W'
                   MOVE 'WITHDRAWN' TO CAND-NOTE
               WHEN OTHER
                   MOVE 'ACTIVE' TO CAND-NOTE
           END-EVALUATE.
           MOVE 'ID ALREADY ON MASTER' TO CAND-ID-REASON.
           PERFORM L3-CHECK-CANDIDATE.
           PERFORM L3-READ-MASTER.

       L2-ARCH-PASS.
           MOVE AR-ID TO CAND-ID.
           MOVE AR-LNAME TO CAND-LNAME.
           MOVE AR-FNAME TO CAND-FNAME.
           MOVE AR-DEPT-CODE TO CAND-DEPT.
           MOVE 'ARCHIVE' TO CAND-SOURCE.
           MOVE SPACES TO CAND-NOTE.
           STRING 'GRADUATED ' AR-GRAD-TERM
             DELIMITED BY SIZE INTO CAND-NOTE.
           MOVE 'ID RETIRED ON THE ARCHIVE' TO CAND-ID-REASON.
           PERFORM L3-CHECK-CANDIDATE.
           PERFORM L3-READ-ARCH.

      *    ADDS NOT YET APPLIED - THE DAY'S CBLTRAN BATCH AND THE
      *    SUSPENSE FILE. ONLY 'A' ITEMS CLAIM AN ID.
       L2-PENDING-PASS.
           MOVE 'PENDING' TO CAND-SOURCE.
           MOVE 'ID ON A PENDING ADD' TO CAND-ID-REASON.
           OPEN INPUT TRAN-FILE.
           PERFORM L3-READ-TRAN.
           PERFORM L3-PENDING-TRAN
             UNTIL TRAN-EOF.
           CLOSE TRAN-FILE.
           OPEN INPUT SUSP-FILE.
           PERFORM L3-READ-SUSP.
           PERFORM L3-PENDING-SUSP
             UNTIL SUSP-EOF.
           CLOSE SUSP-FILE.

      *    THE SAME PERSON TWICE IN ONE ADMISSIONS FILE - THE FIRST
      *    ROW GOES THROUGH, EACH LATER ONE IS HELD AGAINST IT.
       L2-INTAKE-PASS.
           PERFORM L3-CHECK-EARLIER-ROWS
             VARYING IX FROM 2 BY 1 UNTIL IX > C-INT-LOADED.

      *    EVERY ROW READ MUST CARRY AN ADD, HELD OR REJECTED
      *    DISPOSITION BEFORE CBLTRAN IS OPENED - IF NOT, THE WRITE
      *    PASS IS SKIPPED AND NOTHING GOES ON THE END OF CBLTRAN.
       L2-PROVE-INTAKE.
           PERFORM L3-COUNT-DISP
             VARYING IX FROM 1 BY 1 UNTIL IX > C-INT-LOADED.
           IF C-READ-CTR = C-PROOF-ADD-CTR + C-PROOF-HELD-CTR
                         + C-PROOF-REJECT-CTR
               SET INT-PROVED TO TRUE
           END-IF.

      *    IDS ARE ASSIGNED ONLY NOW, IN ROW ORDER, ABOVE THE
      *    HIGHEST ID ANY FILE HOLDS - A HELD OR REJECTED ROW NEVER
      *    USES ONE UP.
       L2-WRITE-PASS.
           OPEN EXTEND TRAN-FILE.
           PERFORM L3-WRITE-ROW
             VARYING IX FROM 1 BY 1 UNTIL IX > C-INT-LOADED.
           CLOSE TRAN-FILE.

       L2-CLOSING.
           CLOSE MASTER-FILE.
           CLOSE ARCH-FILE.
           PERFORM L3-WRITE-REVIEW-LIST.
           MOVE 'ADMISSIONS ROWS READ' TO CL-LABEL.
           MOVE C-READ-CTR TO CL-FIGURE.
           WRITE INTKLINE FROM COUNT-LINE
             AFTER ADVANCING 3 LINES.
           MOVE 'ADD TRANSACTIONS WRITTEN' TO CL-LABEL.
           MOVE C-ADD-CTR TO CL-FIGURE.
           PERFORM L3-WRITE-COUNT.
           MOVE 'HELD FOR DUPLICATE REVIEW' TO CL-LABEL.
           MOVE C-HELD-CTR TO CL-FIGURE.
           PERFORM L3-WRITE-COUNT.
           MOVE 'REJECTED' TO CL-LABEL.
           MOVE C-REJECT-CTR TO CL-FIGURE.
           PERFORM L3-WRITE-COUNT.
           MOVE 'IDS ASSIGNED (INCLUDED IN ADDS)' TO CL-LABEL.
           MOVE C-ASSIGNED-CTR TO CL-FIGURE.
           PERFORM L3-WRITE-COUNT.
           EVALUATE TRUE
               WHEN NOT INT-PROVED
                   MOVE 'DISPOSITIONS DO NOT PROVE - NOTHING WRITTEN'
                     TO ML-TEXT
                   PERFORM L3-WRITE-MSG
                   MOVE 8 TO RETURN-CODE
               WHEN C-READ-CTR NOT =
                 C-ADD-CTR + C-HELD-CTR + C-REJECT-CTR
                   MOVE '*** REGISTER OUT OF BALANCE ***' TO ML-TEXT
                   PERFORM L3-WRITE-MSG
                   MOVE 8 TO RETURN-CODE
               WHEN C-HELD-CTR > 0 OR C-REJECT-CTR > 0
                   MOVE 'REGISTER IN BALANCE - ROWS HELD OR REJECTED'
                     TO ML-TEXT
                   PERFORM L3-WRITE-MSG
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 'REGISTER IN BALANCE' TO ML-TEXT
                   PERFORM L3-WRITE-MSG
           END-EVALUATE.
           CLOSE INTKOUT.
           CLOSE REVWOUT.

       L2-TERM-ERROR.
           WRITE INTKLINE FROM MSG-LINE
             AFTER ADVANCING PAGE.
           IF MASTER-STATUS = '00'
               CLOSE MASTER-FILE
           END-IF.
           CLOSE ARCH-FILE.
           CLOSE INTKOUT.
           CLOSE REVWOUT.
           MOVE 8 TO RETURN-CODE.

      *    ONE ROW INTO THE TABLE. EVERY EDIT THAT NEEDS ONLY THE
      *    ROW ITSELF AND THE TABLES IS DONE HERE; THE FIRST ONE IT
      *    FAILS IS THE REASON ON THE REGISTER.
       L3-LOAD-INTAKE-TABLE.
           OPEN INPUT ADMIT-FILE.
           PERFORM L4-READ-ADMIT.
           PERFORM L4-STORE-ADMIT
             UNTIL ADMIT-EOF OR INT-TABLE-FULL.
           CLOSE ADMIT-FILE.

       L4-STORE-ADMIT.
           PERFORM L4-SPLIT-ROW.
           IF ON-FIRST-ROW AND CSV-APPL (1:4) = 'APPL'
               CONTINUE
           ELSE
               IF C-INT-LOADED = 500
                   SET INT-TABLE-FULL TO TRUE
               ELSE
                   ADD 1 TO C-READ-CTR
                   ADD 1 TO C-INT-LOADED
                   SET IX TO C-INT-LOADED
                   PERFORM L4-EDIT-ROW
               END-IF
           END-IF.
           MOVE 'FALSE' TO FIRST-ROW-SW.
           PERFORM L4-READ-ADMIT.

       L4-SPLIT-ROW.
           MOVE SPACES TO CSV-APPL CSV-ID CSV-LNAME CSV-FNAME
                          CSV-PROGRAM CSV-HOURS CSV-EXTRA.
           MOVE 0 TO CSV-FIELD-CTR.
           INSPECT AD-REC REPLACING ALL '"' BY SPACE.
           UNSTRING AD-REC DELIMITED BY ','
               INTO CSV-APPL CSV-ID CSV-LNAME CSV-FNAME
                    CSV-PROGRAM CSV-HOURS CSV-EXTRA
               TALLYING IN CSV-FIELD-CTR
           END-UNSTRING.
           MOVE CSV-APPL TO FIELD-WORK.
           PERFORM L4-CLEAN-FIELD.
           MOVE FIELD-WORK TO CSV-APPL.
           MOVE CSV-ID TO FIELD-WORK.
           PERFORM L4-CLEAN-FIELD.
           MOVE FIELD-WORK TO CSV-ID.
           MOVE CSV-LNAME TO FIELD-WORK.
           PERFORM L4-CLEAN-FIELD.
           MOVE FIELD-WORK TO CSV-LNAME.
           MOVE CSV-FNAME TO FIELD-WORK.
           PERFORM L4-CLEAN-FIELD.
           MOVE FIELD-WORK TO CSV-FNAME.
           MOVE CSV-PROGRAM TO FIELD-WORK.
           PERFORM L4-CLEAN-FIELD.
           MOVE FIELD-WORK TO CSV-PROGRAM.
           MOVE CSV-HOURS TO FIELD-WORK.
           PERFORM L4-CLEAN-FIELD.
           MOVE FIELD-WORK TO CSV-HOURS.

      *    LEFT-JUSTIFY AND UPPER-CASE ONE FIELD - THE MASTER
      *    CARRIES NAMES IN CAPITALS, SO THE MATCH HAS TO.
       L4-CLEAN-FIELD.
           MOVE 0 TO LEAD-CTR.
           INSPECT FIELD-WORK TALLYING LEAD-CTR FOR LEADING SPACES.
           IF LEAD-CTR > 0 AND LEAD-CTR < 40
               MOVE FIELD-WORK (LEAD-CTR + 1:) TO FIELD-HOLD
               MOVE FIELD-HOLD TO FIELD-WORK
           END-IF.
           INSPECT FIELD-WORK CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       L4-EDIT-ROW.
           MOVE C-READ-CTR TO INT-ROW (IX).
           MOVE CSV-APPL TO INT-APPL (IX).
           MOVE CSV-LNAME TO INT-LNAME (IX).
           MOVE CSV-FNAME TO INT-FNAME (IX).
           MOVE CSV-PROGRAM TO INT-PROGRAM (IX).
           MOVE SPACES TO INT-ID (IX) INT-DEPT (IX) INT-REASON (IX).
           MOVE 'N' TO INT-ID-SUPPLIED (IX).
           MOVE 0 TO INT-SALARY (IX).
           MOVE 0 TO INT-HOURS (IX).
           MOVE 'A' TO INT-DISP (IX).
           EVALUATE TRUE
               WHEN AD-REC = SPACES
                   MOVE 'EMPTY ROW' TO INT-REASON (IX)
               WHEN CSV-FIELD-CTR < 5
                   MOVE 'TOO FEW FIELDS' TO INT-REASON (IX)
               WHEN CSV-EXTRA NOT = SPACES
                   MOVE 'TOO MANY FIELDS' TO INT-REASON (IX)
               WHEN CSV-LNAME = SPACES OR CSV-FNAME = SPACES
                   MOVE 'NAME MISSING' TO INT-REASON (IX)
               WHEN CSV-LNAME (16:) NOT = SPACES
                 OR CSV-FNAME (16:) NOT = SPACES
                   MOVE 'NAME OVER 15 CHARACTERS' TO INT-REASON (IX)
               WHEN OTHER
                   PERFORM L4-EDIT-PROGRAM
           END-EVALUATE.
           IF INT-REASON (IX) = SPACES
               PERFORM L4-EDIT-ID
           END-IF.
           IF INT-REASON (IX) = SPACES
               PERFORM L4-EDIT-HOURS
           END-IF.
           IF INT-REASON (IX) NOT = SPACES
               MOVE 'R' TO INT-DISP (IX)
           END-IF.

      *    THE PROGRAM NAME MUST BE ON THE CROSSWALK, AND THE
      *    DEPARTMENT IT MAPS TO MUST BE ON THE TABLE AND ACTIVE -
      *    OTHERWISE THE PRE-EDIT WOULD ONLY SUSPEND IT (DEPT).
       L4-EDIT-PROGRAM.
           SET WX TO 1.
           SEARCH XWALK-ENTRY
               AT END
                   MOVE 'PROGRAM NOT ON CROSSWALK' TO INT-REASON (IX)
               WHEN WX > C-XWALK-LOADED
                   MOVE 'PROGRAM NOT ON CROSSWALK' TO INT-REASON (IX)
               WHEN XWALK-PROGRAM (WX) = CSV-PROGRAM
                   MOVE XWALK-DEPT (WX) TO INT-DEPT (IX)
                   MOVE XWALK-SALARY (WX) TO INT-SALARY (IX)
           END-SEARCH.
           IF INT-REASON (IX) = SPACES
               SET DX TO 1
               SEARCH DEPT-ENTRY
                   AT END
                       MOVE 'CROSSWALK DEPT NOT ON TABLE'
                         TO INT-REASON (IX)
                   WHEN DEPT-CODE (DX) = INT-DEPT (IX)
                       IF DEPT-ACTIVE (DX) NOT = 'Y'
                           MOVE 'CROSSWALK DEPT NOT ACTIVE'
                             TO INT-REASON (IX)
                       END-IF
               END-SEARCH
           END-IF.

      *    A SUPPLIED ID IS EXACTLY SEVEN DIGITS, NOT ALL ZERO, AND
      *    NOT SUPPLIED TWICE IN THE ONE FILE.
       L4-EDIT-ID.
           IF CSV-ID NOT = SPACES
               IF CSV-ID (8:) NOT = SPACES
                 OR CSV-ID (1:7) IS NOT NUMERIC
                 OR CSV-ID (1:7) = '0000000'
                   MOVE 'ID NOT SEVEN DIGITS' TO INT-REASON (IX)
               ELSE
                   MOVE CSV-ID (1:7) TO INT-ID (IX)
                   MOVE 'Y' TO INT-ID-SUPPLIED (IX)
                   PERFORM L4-CHECK-REPEATED-ID
                     VARYING IY FROM 1 BY 1 UNTIL IY NOT < IX
                   IF INT-REASON (IX) = SPACES
                     AND INT-ID-N (IX) > HIGH-ID
                       MOVE INT-ID-N (IX) TO HIGH-ID
                   END-IF
               END-IF
           END-IF.

       L4-CHECK-REPEATED-ID.
           IF INT-ID-SUPPLIED (IY) = 'Y'
             AND INT-ID (IY) = INT-ID (IX)
               MOVE 'ID REPEATED IN FILE' TO INT-REASON (IX)
           END-IF.

      *    TRANSFER HOURS ARE UP TO THREE DIGITS; LEFT OFF OR BLANK
      *    MEANS NONE.
       L4-EDIT-HOURS.
           IF CSV-HOURS NOT = SPACES
               MOVE 0 TO HOURS-LEN
               INSPECT CSV-HOURS TALLYING HOURS-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF HOURS-LEN > 3
                   MOVE 'TRANSFER HOURS NOT NUMERIC' TO INT-REASON (IX)
               END-IF
           END-IF.
           IF INT-REASON (IX) = SPACES AND CSV-HOURS NOT = SPACES
               IF CSV-HOURS (HOURS-LEN + 1:) NOT = SPACES
                   MOVE 'TRANSFER HOURS NOT NUMERIC' TO INT-REASON (IX)
               ELSE
                   MOVE CSV-HOURS (1:HOURS-LEN) TO HOURS-WORK
                   INSPECT HOURS-WORK REPLACING LEADING SPACES BY '0'
                   IF HOURS-WORK IS NOT NUMERIC
                       MOVE 'TRANSFER HOURS NOT NUMERIC'
                         TO INT-REASON (IX)
                   ELSE
                       MOVE HOURS-WORK-N TO INT-HOURS (IX)
                   END-IF
               END-IF
           END-IF.

      *    ONE RECORD FROM THE MASTER, ARCHIVE OR PENDING FILES
      *    AGAINST EVERY ROW STILL IN THE RUNNING.
       L3-CHECK-CANDIDATE.
           IF CAND-ID IS NUMERIC AND CAND-ID-N > HIGH-ID
               MOVE CAND-ID-N TO HIGH-ID
           END-IF.
           PERFORM L4-MATCH-ROW
             VARYING IX FROM 1 BY 1 UNTIL IX > C-INT-LOADED.

      *    AN ID CLASH IS A REJECT - IT OUTRANKS A NAME MATCH, AND
      *    THE ROW'S MATCHES ARE THEN NEVER PRINTED.
       L4-MATCH-ROW.
           IF NOT INT-IS-REJECTED (IX)
               IF INT-ID-SUPPLIED (IX) = 'Y'
                 AND INT-ID (IX) = CAND-ID
                   MOVE 'R' TO INT-DISP (IX)
                   MOVE CAND-ID-REASON TO INT-REASON (IX)
               ELSE
                   IF INT-LNAME (IX) = CAND-LNAME
                     AND INT-FNAME (IX) = CAND-FNAME
                     AND INT-DEPT (IX) = CAND-DEPT
                       MOVE 'H' TO INT-DISP (IX)
                       MOVE 'POSSIBLE DUPLICATE - SEE LIST'
                         TO INT-REASON (IX)
                       MOVE CAND-ID TO CAND-REF
                       PERFORM L4-STORE-MATCH
                   END-IF
               END-IF
           END-IF.

       L4-STORE-MATCH.
           IF C-MATCH-LOADED = 1000
               SET MATCH-TABLE-FULL TO TRUE
           ELSE
               ADD 1 TO C-MATCH-LOADED
               SET MX TO C-MATCH-LOADED
               MOVE INT-ROW (IX) TO MT-INT-ROW (MX)
               MOVE CAND-SOURCE TO MT-SOURCE (MX)
               MOVE CAND-REF TO MT-REF (MX)
               MOVE CAND-LNAME TO MT-LNAME (MX)
               MOVE CAND-FNAME TO MT-FNAME (MX)
               MOVE CAND-DEPT TO MT-DEPT (MX)
               MOVE CAND-NOTE TO MT-NOTE (MX)
           END-IF.

       L3-PENDING-TRAN.
           IF TR-ACTION = 'A'
               MOVE TR-REC TO PEND-REC
               MOVE 'ON CBLTRAN' TO CAND-NOTE
               PERFORM L4-CHECK-PENDING
           END-IF.
           PERFORM L3-READ-TRAN.

       L3-PENDING-SUSP.
           MOVE SU-TRAN TO PEND-REC.
           IF PD-ACTION = 'A'
               MOVE SPACES TO CAND-NOTE
               STRING 'ON SUSPENSE ' SU-REASON
                 DELIMITED BY SIZE INTO CAND-NOTE
               PERFORM L4-CHECK-PENDING
           END-IF.
           PERFORM L3-READ-SUSP.

       L4-CHECK-PENDING.
           MOVE PD-ID TO CAND-ID.
           MOVE PD-LNAME TO CAND-LNAME.
           MOVE PD-FNAME TO CAND-FNAME.
           MOVE PD-DEPT-CODE TO CAND-DEPT.
           PERFORM L3-CHECK-CANDIDATE.

       L3-CHECK-EARLIER-ROWS.
           IF INT-IS-ADD (IX)
               PERFORM L4-MATCH-EARLIER-ROW
                 VARYING IY FROM 1 BY 1 UNTIL IY NOT < IX
           END-IF.

      *    ONLY AN EARLIER ROW THAT IS ITSELF GOING THROUGH COUNTS -
      *    ONE HELD OR REJECTED IS NOT BEING ADDED.
       L4-MATCH-EARLIER-ROW.
           IF INT-IS-ADD (IY)
             AND INT-LNAME (IY) = INT-LNAME (IX)
             AND INT-FNAME (IY) = INT-FNAME (IX)
             AND INT-DEPT (IY) = INT-DEPT (IX)
               MOVE 'H' TO INT-DISP (IX)
               MOVE 'POSSIBLE DUPLICATE - SEE LIST' TO INT-REASON (IX)
               MOVE 'INTAKE' TO CAND-SOURCE
               MOVE INT-APPL (IY) TO CAND-REF
               MOVE INT-LNAME (IY) TO CAND-LNAME
               MOVE INT-FNAME (IY) TO CAND-FNAME
               MOVE INT-DEPT (IY) TO CAND-DEPT
               MOVE SPACES TO CAND-NOTE
               STRING 'EARLIER ROW ' INT-ROW (IY)
                 DELIMITED BY SIZE INTO CAND-NOTE
               PERFORM L4-STORE-MATCH
           END-IF.

      *    BLANK GPA (ZERO), STATUS ACTIVE AND THE TRANSFER HOURS AS
      *    EARNED CREDIT - THE SAME IMAGE DATA ENTRY USED TO KEY.
       L3-COUNT-DISP.
           EVALUATE TRUE
               WHEN INT-IS-ADD (IX)
                   ADD 1 TO C-PROOF-ADD-CTR
               WHEN INT-IS-HELD (IX)
                   ADD 1 TO C-PROOF-HELD-CTR
               WHEN INT-IS-REJECTED (IX)
                   ADD 1 TO C-PROOF-REJECT-CTR
           END-EVALUATE.

       L3-WRITE-ROW.
           IF INT-IS-ADD (IX) AND INT-ID-SUPPLIED (IX) = 'N'
               IF HIGH-ID = 9999999
                   MOVE 'R' TO INT-DISP (IX)
                   MOVE 'NO ID LEFT TO ASSIGN' TO INT-REASON (IX)
               ELSE
                   ADD 1 TO HIGH-ID
                   MOVE HIGH-ID TO INT-ID-N (IX)
                   ADD 1 TO C-ASSIGNED-CTR
                   MOVE 'ID ASSIGNED' TO INT-REASON (IX)
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN INT-IS-ADD (IX)
                   MOVE 'A' TO TR-ACTION
                   MOVE INT-ID (IX) TO TR-ID
                   MOVE INT-DEPT (IX) TO TR-DEPT-CODE
                   MOVE INT-LNAME (IX) TO TR-LNAME
                   MOVE INT-FNAME (IX) TO TR-FNAME
                   MOVE 0 TO TR-GPA
                   MOVE INT-SALARY (IX) TO TR-SALARY
                   MOVE 'A' TO TR-ENROLL-STAT
                   MOVE INT-HOURS (IX) TO TR-CREDIT-HRS
                   WRITE TR-REC
                   ADD 1 TO C-ADD-CTR
                   MOVE 'ADDED' TO IL-RESULT
               WHEN INT-IS-HELD (IX)
                   ADD 1 TO C-HELD-CTR
                   MOVE 'HELD' TO IL-RESULT
               WHEN OTHER
                   ADD 1 TO C-REJECT-CTR
                   MOVE 'REJECTED' TO IL-RESULT
           END-EVALUATE.
           MOVE INT-ROW (IX) TO IL-ROW.
           MOVE INT-APPL (IX) TO IL-APPL.
           MOVE INT-ID (IX) TO IL-ID.
           MOVE INT-LNAME (IX) TO IL-LNAME.
           MOVE INT-FNAME (IX) TO IL-FNAME.
           MOVE INT-DEPT (IX) TO IL-DEPT.
           MOVE INT-REASON (IX) TO IL-REASON.
           WRITE INTKLINE FROM INTK-LINE
             AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L4-INTK-HEADING.

      *    EACH HELD ROW FOLLOWED BY EVERY RECORD IT MATCHED.
       L3-WRITE-REVIEW-LIST.
           PERFORM L4-REVW-HEADING.
           PERFORM L4-REVIEW-ROW
             VARYING IX FROM 1 BY 1 UNTIL IX > C-INT-LOADED.
           IF MATCH-TABLE-FULL
               MOVE 'MATCH TABLE FULL - NOT EVERY MATCH IS LISTED'
                 TO ML-TEXT
               WRITE REVWLINE FROM MSG-LINE
                 AFTER ADVANCING 2 LINES
           END-IF.
           MOVE 'ROWS HELD FOR REVIEW' TO CL-LABEL.
           MOVE C-HELD-CTR TO CL-FIGURE.
           WRITE REVWLINE FROM COUNT-LINE
             AFTER ADVANCING 3 LINES.
           MOVE 'HELD ROWS WERE NOT ADDED - KEY A NEW PERSON BY HAND'
             TO ML-TEXT.
           WRITE REVWLINE FROM MSG-LINE
             AFTER ADVANCING 2 LINES.

       L4-REVIEW-ROW.
           IF INT-IS-HELD (IX)
               MOVE INT-ROW (IX) TO RL-ROW
               MOVE 'INTAKE' TO RL-SOURCE
               MOVE INT-APPL (IX) TO RL-REF
               MOVE INT-LNAME (IX) TO RL-LNAME
               MOVE INT-FNAME (IX) TO RL-FNAME
               MOVE INT-DEPT (IX) TO RL-DEPT
               MOVE INT-PROGRAM (IX) TO RL-NOTE
               WRITE REVWLINE FROM REVW-LINE
                 AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L4-REVW-HEADING
               END-WRITE
               PERFORM L4-REVIEW-MATCH
                 VARYING MX FROM 1 BY 1 UNTIL MX > C-MATCH-LOADED
           END-IF.

       L4-REVIEW-MATCH.
           IF MT-INT-ROW (MX) = INT-ROW (IX)
               MOVE 0 TO RL-ROW
               MOVE MT-SOURCE (MX) TO RL-SOURCE
               MOVE MT-REF (MX) TO RL-REF
               MOVE MT-LNAME (MX) TO RL-LNAME
               MOVE MT-FNAME (MX) TO RL-FNAME
               MOVE MT-DEPT (MX) TO RL-DEPT
               MOVE MT-NOTE (MX) TO RL-NOTE
               WRITE REVWLINE FROM REVW-LINE
                 AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-REVW-HEADING
               END-WRITE
           END-IF.

       L3-LOAD-XWALK-TABLE.
           PERFORM L4-INIT-XWALK-ENTRY
             VARYING WX FROM 1 BY 1 UNTIL WX > 200.
           OPEN INPUT XWALK-FILE.
           PERFORM L4-READ-XWALK.
           PERFORM L4-STORE-XWALK
             UNTIL XWALK-EOF OR C-XWALK-LOADED = 200.
           CLOSE XWALK-FILE.

       L4-INIT-XWALK-ENTRY.
           MOVE SPACES TO XWALK-PROGRAM (WX).
           MOVE SPACES TO XWALK-DEPT (WX).
           MOVE 0 TO XWALK-SALARY (WX).

       L4-STORE-XWALK.
           ADD 1 TO C-XWALK-LOADED.
           MOVE XW-PROGRAM TO XWALK-PROGRAM (C-XWALK-LOADED).
           MOVE XW-DEPT TO XWALK-DEPT (C-XWALK-LOADED).
           MOVE XW-SALARY TO XWALK-SALARY (C-XWALK-LOADED).
           PERFORM L4-READ-XWALK.

       L4-READ-XWALK.
           READ XWALK-FILE
               AT END
                   SET XWALK-EOF TO TRUE.

       L3-LOAD-DEPT-TABLE.
           PERFORM L4-INIT-DEPT-ENTRY
             VARYING DX FROM 1 BY 1 UNTIL DX > 50.
           OPEN INPUT DEPT-FILE.
           PERFORM L4-READ-DEPT.
           PERFORM L4-STORE-DEPT
             UNTIL DEPT-EOF OR C-DEPT-LOADED = 50.
           CLOSE DEPT-FILE.

       L4-INIT-DEPT-ENTRY.
           MOVE SPACES TO DEPT-CODE (DX).
           MOVE SPACES TO DEPT-NAME (DX).
           MOVE SPACES TO DEPT-ACTIVE (DX).

       L4-STORE-DEPT.
           ADD 1 TO C-DEPT-LOADED.
           MOVE DP-KEY TO DEPT-CODE (C-DEPT-LOADED).
           MOVE DP-NAME TO DEPT-NAME (C-DEPT-LOADED).
           MOVE DP-ACTIVE TO DEPT-ACTIVE (C-DEPT-LOADED).
           PERFORM L4-READ-DEPT.

       L4-READ-DEPT.
           READ DEPT-FILE
               AT END
                   SET DEPT-EOF TO TRUE.

       L4-READ-ADMIT.
           READ ADMIT-FILE
               AT END
                   SET ADMIT-EOF TO TRUE.

       L3-READ-MASTER.
           READ MASTER-FILE
               AT END
                   SET MASTER-EOF TO TRUE.

       L3-READ-ARCH.
           READ ARCH-FILE
               AT END
                   SET ARCH-EOF TO TRUE.

       L3-READ-TRAN.
           READ TRAN-FILE
               AT END
                   SET TRAN-EOF TO TRUE.

       L3-READ-SUSP.
           READ SUSP-FILE
               AT END
                   SET SUSP-EOF TO TRUE.

       L3-WRITE-COUNT.
           WRITE INTKLINE FROM COUNT-LINE
             AFTER ADVANCING 1 LINE.

       L3-WRITE-MSG.
           WRITE INTKLINE FROM MSG-LINE
             AFTER ADVANCING 2 LINES.

       L4-INTK-HEADING.
           ADD 1 TO INTK-PAGE-CTR.
           MOVE INTK-PAGE-CTR TO TL-PAGE.
           MOVE 'ADMISSIONS INTAKE REGISTER' TO TL-TITLE.
           WRITE INTKLINE FROM TITLE-LINE
             AFTER ADVANCING PAGE.
           WRITE INTKLINE FROM INTK-HEADING
             AFTER ADVANCING 2 LINES.

       L4-REVW-HEADING.
           ADD 1 TO REVW-PAGE-CTR.
           MOVE REVW-PAGE-CTR TO TL-PAGE.
           MOVE 'POSSIBLE DUPLICATE REVIEW' TO TL-TITLE.
           WRITE REVWLINE FROM TITLE-LINE
             AFTER ADVANCING PAGE.
           WRITE REVWLINE FROM REVW-HEADING
             AFTER ADVANCING 2 LINES.


      *    ONE ROW TO THE SHARED RUN-CONTROL LOG - OPENED,
      *    WRITTEN AND CLOSED IN ONE BREATH SO THE SHARED FILE
      *    IS NEVER HELD ACROSS THE RUN.
       L4-WRITE-RUNLOG.
           MOVE FUNCTION CURRENT-DATE TO STAMP-DATE-TIME.
           OPEN EXTEND RUNLOG-FILE.
           MOVE 'CBLJRT29' TO RG-PGM.
           MOVE STAMP-EVENT TO RG-EVENT.
           MOVE STAMP-YMD TO RG-DATE.
           MOVE STAMP-HMS TO RG-TIME.
           MOVE STAMP-COUNT TO RG-COUNT.
           MOVE STAMP-CODE TO RG-CODE.
           WRITE RG-REC.
           CLOSE RUNLOG-FILE.

       end program CBLJRT29.

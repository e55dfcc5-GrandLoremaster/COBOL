       identification division.
       program-id. CBLJRT24.

      * GRADUATION ELIGIBILITY / DEGREE AUDIT. READS EVERY ACTIVE
      * STUDENT ON THE MASTER AGAINST THE DEGREE REQUIREMENTS FILE
      * (CBLDREQ - ONE ROW PER DEPARTMENT: MINIMUM EARNED CREDIT
      * HOURS AND MINIMUM CUMULATIVE GPA) AND THE STUDENT'S
      * CURRENT STANDING ON CBLSTAND - A STANDING OF P (PROBATION)
      * OR D (DISMISSAL REVIEW) IS A HOLD. A STUDENT WHO CLEARS ALL
      * THREE IS WRITTEN TO THE GRADUATION LIST (CBLGRAD) IN THE
      * LAYOUT THE ARCHIVE RUN (CBLJRT10) READS, WITH THE
      * GRADUATION TERM FROM A SYSIN CARD (COLUMNS 1-4), SO THE
      * ARCHIVE JOB CONSUMES A LIST THE SYSTEM VOUCHED FOR. THE
      * CANDIDATE REGISTER IS SPLIT INTO ELIGIBLE, SHORT OF HOURS,
      * BELOW GPA AND STANDING HOLD, EACH LINE SHOWING THE GAP; A
      * STUDENT WHO MISSES ON MORE THAN ONE COUNT IS LISTED UNDER
      * EACH. A STUDENT WHOSE DEPARTMENT HAS NO REQUIREMENT ROW IS
      * NEVER PASSED - THEY LIST IN A GROUP OF THEIR OWN, AND EVERY
      * CBLDEPT CODE MISSING FROM THE REQUIREMENTS FILE IS NAMED
      * AT THE FOOT OF THE REGISTER; EITHER ENDS THE STEP RC=4. A
      * BLANK SYSIN CARD, OR A STANDING FILE TOO BIG TO HOLD, ENDS
      * THE STEP RC=8 WITH NO LIST WRITTEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE
               ASSIGN TO 'CBLPIZZA'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS M-ID
                   FILE STATUS IS MASTER-STATUS.
           SELECT REQ-FILE
               ASSIGN TO 'CBLDREQ'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEPT-FILE
               ASSIGN TO 'CBLDEPT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STAND-FILE
               ASSIGN TO 'CBLSTAND'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CAND-WORK
               ASSIGN TO 'CANDWK'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-CAND
               ASSIGN TO 'SORTWK1'.
           SELECT SORTED-CAND
               ASSIGN TO 'CBLCANDS'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GRAD-FILE
               ASSIGN TO 'CBLGRAD'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDOUT
               ASSIGN TO 'DAUDRPT'
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

       FD  DEPT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS DP-REC
           RECORD CONTAINS 30 CHARACTERS.

       01 DP-REC.
           COPY CBLDEPT
               REPLACING ==PRE-DEPT-KEY==    BY ==DP-KEY==,
                         ==PRE-DEPT-NAME==   BY ==DP-NAME==,
                         ==PRE-DEPT-ACTIVE== BY ==DP-ACTIVE==.

      *    THE STANDING FILE THE ACADEMIC STANDING RUN (CBLJRT16)
      *    LEAVES BEHIND - ONE ROW PER STUDENT.
       FD  STAND-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SF-REC
           RECORD CONTAINS 14 CHARACTERS.

       01 SF-REC.
         05 SF-ID                  PIC X(7).
         05 SF-STANDING            PIC X.
         05 SF-BELOW-CTR           PIC 99.
         05 SF-TERM                PIC X(4).

      *    ONE ROW PER REGISTER LINE - THE GROUP THE LINE PRINTS
      *    UNDER (1 ELIGIBLE, 2 SHORT OF HOURS, 3 BELOW GPA,
      *    4 STANDING HOLD, 5 NO REQUIREMENT ROW) AND THE FIGURES
      *    BEHIND IT.
       FD  CAND-WORK
           LABEL RECORD IS STANDARD
           DATA RECORD IS CW-REC
           RECORD CONTAINS 46 CHARACTERS.

       01 CW-REC.
         05 CW-GROUP               PIC X.
         05 CW-ID                  PIC X(7).
         05 CW-LNAME               PIC X(15).
         05 CW-DEPT                PIC X(4).
         05 CW-HRS                 PIC 9(3).
         05 CW-REQ-HRS             PIC 9(3).
         05 CW-GPA                 PIC 9V99.
         05 CW-REQ-GPA             PIC 9V99.
         05 CW-STANDING            PIC X.
         05 CW-GAP-HRS             PIC 9(3).
         05 CW-GAP-GPA             PIC 9V99.

       SD  SORT-CAND
           DATA RECORD IS SC-REC.

       01 SC-REC.
         05 SC-GROUP               PIC X.
         05 SC-ID                  PIC X(7).
         05 FILLER                 PIC X(38).

       FD  SORTED-CAND
           LABEL RECORD IS STANDARD
           DATA RECORD IS CD-REC
           RECORD CONTAINS 46 CHARACTERS.

       01 CD-REC.
         05 CD-GROUP               PIC X.
         05 CD-ID                  PIC X(7).
         05 CD-LNAME               PIC X(15).
         05 CD-DEPT                PIC X(4).
         05 CD-HRS                 PIC 9(3).
         05 CD-REQ-HRS             PIC 9(3).
         05 CD-GPA                 PIC 9V99.
         05 CD-REQ-GPA             PIC 9V99.
         05 CD-STANDING            PIC X.
         05 CD-GAP-HRS             PIC 9(3).
         05 CD-GAP-GPA             PIC 9V99.

      *    THE GRADUATION LIST THE ARCHIVE RUN (CBLJRT10) READS.
       FD  GRAD-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS G-REC
           RECORD CONTAINS 11 CHARACTERS.

       01 G-REC.
         05 G-ID                   PIC X(7).
         05 G-TERM                 PIC X(4).

       FD  AUDOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS AUDLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 AUDLINE PIC X(132).

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
         05 CAND-EOF-SW            PIC X(5) VALUE 'FALSE'.
           88 CAND-EOF                      VALUE 'TRUE '.

       01 MASTER-WS.
         05 MASTER-STATUS       PIC XX.

       01 MISC.
         05 GRAD-TERM              PIC X(4) VALUE SPACES.
         05 PAGE-CTR               PIC 99 VALUE 0.
         05 LOOKUP-DEPT            PIC X(4) VALUE SPACES.
         05 LOOKUP-ID              PIC X(7) VALUE SPACES.
         05 CAND-STANDING          PIC X VALUE SPACE.
           88 STANDING-HOLD                 VALUE 'P' 'D'.
         05 MISSED-SW           PIC X(5) VALUE 'FALSE'.
           88 STUDENT-MISSED                VALUE 'TRUE '.
         05 EDIT-HRS               PIC ZZ9.
         05 EDIT-GPA               PIC Z.99.

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

       01 DEPT-TABLE-WS.
         05 C-DEPT-LOADED       PIC 99 VALUE 0.
         05 DEPT-EOF-SW         PIC X(5) VALUE 'FALSE'.
           88 DEPT-EOF                      VALUE 'TRUE '.
         05 DEPT-ENTRY OCCURS 50 TIMES INDEXED BY DX.
           10 DEPT-CODE          PIC X(4).
           10 DEPT-NAME          PIC X(25).
           10 DEPT-ACTIVE        PIC X.

      *    EVERY STUDENT'S CURRENT STANDING, LOADED ONCE AT
      *    STARTUP. A STUDENT NOT ON THE FILE HAS NEVER HAD A TERM
      *    BELOW 2.00 AND CARRIES NO HOLD.
       01 STAND-TABLE-WS.
         05 C-STAND-LOADED         PIC 9(4) VALUE 0.
         05 STAND-EOF-SW        PIC X(5) VALUE 'FALSE'.
           88 STAND-EOF                     VALUE 'TRUE '.
         05 STAND-FULL-SW       PIC X(5) VALUE 'FALSE'.
           88 STAND-TABLE-FULL              VALUE 'TRUE '.
         05 STAND-ENTRY OCCURS 2000 TIMES INDEXED BY SX.
           10 STAND-ID             PIC X(7).
           10 STAND-CODE           PIC X.

       01 GROUP-BREAK-WS.
         05 FIRST-GROUP         PIC X VALUE 'Y'.
         05 PREV-GROUP          PIC X VALUE SPACE.
         05 C-GROUP-CTR            PIC 9(6) VALUE 0.

       01 RUN-COUNTERS.
         05 C-READ-CTR             PIC 9(6) VALUE 0.
         05 C-NOT-ACTIVE-CTR       PIC 9(6) VALUE 0.
         05 C-AUDITED-CTR          PIC 9(6) VALUE 0.
         05 C-ELIG-CTR             PIC 9(6) VALUE 0.
         05 C-MISSED-CTR           PIC 9(6) VALUE 0.
         05 C-HRS-CTR              PIC 9(6) VALUE 0.
         05 C-GPA-CTR              PIC 9(6) VALUE 0.
         05 C-HOLD-CTR             PIC 9(6) VALUE 0.
         05 C-NOREQ-CTR            PIC 9(6) VALUE 0.
         05 C-NOREQ-DEPT-CTR       PIC 9(6) VALUE 0.

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
         05 FILLER                 PIC X(24)
         VALUE 'DEGREE AUDIT REGISTER   '.
         05 FILLER                 PIC X(5) VALUE 'TERM '.
         05 TL-TERM                PIC X(4).
         05 FILLER                 PIC X(40) VALUE SPACES.
         05 FILLER                 PIC X(6)    VALUE 'PAGE: '.
         05 TL-PAGE                PIC Z9.

       01 COL-HEADING.
         05 FILLER                 PIC XX VALUE 'ID'.
         05 FILLER                 PIC X(7) VALUE SPACES.
         05 FILLER                 PIC X(9) VALUE 'LAST NAME'.
         05 FILLER                 PIC X(8) VALUE SPACES.
         05 FILLER                 PIC X(4) VALUE 'DEPT'.
         05 FILLER                 PIC XXX VALUE SPACES.
         05 FILLER                 PIC X(5) VALUE 'HOURS'.
         05 FILLER                 PIC XX VALUE SPACES.
         05 FILLER                 PIC XXX VALUE 'REQ'.
         05 FILLER                 PIC XXX VALUE SPACES.
         05 FILLER                 PIC XXX VALUE 'GPA'.
         05 FILLER                 PIC X(4) VALUE SPACES.
         05 FILLER                 PIC XXX VALUE 'REQ'.
         05 FILLER                 PIC XXX VALUE SPACES.
         05 FILLER                 PIC X(8) VALUE 'STANDING'.
         05 FILLER                 PIC XXX VALUE SPACES.
         05 FILLER                 PIC XXX VALUE 'GAP'.
         05 FILLER                 PIC X(59) VALUE SPACES.

       01 GROUP-HEAD-LINE.
         05 FILLER                 PIC X(5) VALUE SPACES.
         05 GH-TEXT                PIC X(40).
         05 FILLER                 PIC X(87) VALUE SPACES.

       01 AUD-DETAIL-LINE.
         05 AD-ID                  PIC X(7).
         05 FILLER                 PIC XX VALUE SPACES.
         05 AD-LNAME               PIC X(15).
         05 FILLER                 PIC XX VALUE SPACES.
         05 AD-DEPT                PIC X(4).
         05 FILLER                 PIC X(5) VALUE SPACES.
         05 AD-HRS                 PIC ZZ9.
         05 FILLER                 PIC XX VALUE SPACES.
         05 AD-REQ-HRS             PIC ZZ9.
         05 FILLER                 PIC XX VALUE SPACES.
         05 AD-GPA                 PIC Z.99.
         05 FILLER                 PIC XXX VALUE SPACES.
         05 AD-REQ-GPA             PIC Z.99.
         05 FILLER                 PIC X(6) VALUE SPACES.
         05 AD-STANDING            PIC X.
         05 FILLER                 PIC X(7) VALUE SPACES.
         05 AD-GAP-FIG             PIC X(5).
         05 FILLER                 PIC X VALUE SPACE.
         05 AD-GAP-TEXT            PIC X(24).
         05 FILLER                 PIC X(32) VALUE SPACES.

       01 AUD-COUNT-LINE.
         05 FILLER                 PIC X(5) VALUE SPACES.
         05 AC-LABEL               PIC X(36).
         05 AC-FIGURE              PIC ZZZ,ZZ9.
         05 FILLER                 PIC X(84) VALUE SPACES.

       01 NOREQ-DEPT-LINE.
         05 FILLER                 PIC X(5) VALUE SPACES.
         05 FILLER                 PIC X(34)
           VALUE 'NO REQUIREMENT ROW FOR DEPARTMENT '.
         05 ND-DEPT                PIC X(4).
         05 FILLER                 PIC XX VALUE SPACES.
         05 ND-NAME                PIC X(25).
         05 FILLER                 PIC X(62) VALUE SPACES.

       01 AUD-MSG-LINE.
         05 FILLER                 PIC X(5) VALUE SPACES.
         05 AM-TEXT                PIC X(60).
         05 FILLER                 PIC X(67) VALUE SPACES.

       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           EVALUATE TRUE
               WHEN GRAD-TERM = SPACES
                   MOVE 'NO GRADUATION TERM ON SYSIN - NO LIST WRITTEN'
                     TO AM-TEXT
                   PERFORM L2-TERM-ERROR
               WHEN STAND-TABLE-FULL
                   MOVE 'STANDING FILE OVER 2000 ROWS - NO LIST WRITTEN'
                     TO AM-TEXT
                   PERFORM L2-TERM-ERROR
               WHEN OTHER
                   PERFORM L2-AUDIT-PASS
                     UNTIL MASTER-EOF
                   PERFORM L2-REGISTER-SETUP
                   PERFORM L2-REGISTER-PASS
                     UNTIL CAND-EOF
                   PERFORM L2-CLOSING
           END-EVALUATE.
           MOVE 'E' TO STAMP-EVENT.
           MOVE C-ELIG-CTR TO STAMP-COUNT.
           MOVE RETURN-CODE TO STAMP-CODE.
           PERFORM L4-WRITE-RUNLOG.
           STOP RUN.

       L2-INIT.
           MOVE 'S' TO STAMP-EVENT.
           MOVE 0 TO STAMP-COUNT.
           MOVE 0 TO STAMP-CODE.
           PERFORM L4-WRITE-RUNLOG.
           MOVE SPACES TO GRAD-TERM.
           ACCEPT GRAD-TERM.
           OPEN OUTPUT AUDOUT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-MONTH TO TITLE-MONTH.
           MOVE CURRENT-DAY TO TITLE-DAY.
           MOVE CURRENT-YEAR TO TITLE-YEAR.
           MOVE GRAD-TERM TO TL-TERM.
           IF GRAD-TERM NOT = SPACES
               PERFORM L3-LOAD-STAND-TABLE
           END-IF.
           IF GRAD-TERM NOT = SPACES AND NOT STAND-TABLE-FULL
               PERFORM L3-OPEN-AUDIT
           END-IF.

       L3-OPEN-AUDIT.
           PERFORM L3-LOAD-REQ-TABLE.
           PERFORM L3-LOAD-DEPT-TABLE.
           OPEN INPUT MASTER-FILE.
           OPEN OUTPUT CAND-WORK.
           OPEN OUTPUT GRAD-FILE.
           PERFORM L3-READ-MASTER.

      *    PASS 1 - EVERY ACTIVE STUDENT IS HELD UP AGAINST THE
      *    DEPARTMENT'S REQUIREMENTS AND THEIR STANDING. THE MASTER
      *    READS IN ID ORDER, SO THE GRADUATION LIST GOES OUT IN
      *    ID ORDER AS IT IS FOUND. STUDENTS ON LEAVE OR WITHDRAWN
      *    ARE NOT CANDIDATES AND ARE ONLY COUNTED.
       L2-AUDIT-PASS.
           ADD 1 TO C-READ-CTR.
           IF M-ENROLL-STAT = 'A'
               PERFORM L3-AUDIT-STUDENT
           ELSE
               ADD 1 TO C-NOT-ACTIVE-CTR
           END-IF.
           PERFORM L3-READ-MASTER.

       L3-AUDIT-STUDENT.
           ADD 1 TO C-AUDITED-CTR.
           MOVE 'FALSE' TO MISSED-SW.
           MOVE M-DEPT-CODE TO LOOKUP-DEPT.
           PERFORM L4-FIND-REQ.
           MOVE M-ID TO LOOKUP-ID.
           PERFORM L4-FIND-STANDING.
           MOVE M-ID TO CW-ID.
           MOVE M-LNAME TO CW-LNAME.
           MOVE M-DEPT-CODE TO CW-DEPT.
           MOVE M-CREDIT-HRS TO CW-HRS.
           MOVE M-GPA TO CW-GPA.
           MOVE CAND-STANDING TO CW-STANDING.
           MOVE 0 TO CW-GAP-HRS.
           MOVE 0 TO CW-GAP-GPA.
           IF REQ-NOT-FOUND
               MOVE 0 TO CW-REQ-HRS
               MOVE 0 TO CW-REQ-GPA
               SET STUDENT-MISSED TO TRUE
               ADD 1 TO C-NOREQ-CTR
               MOVE '5' TO CW-GROUP
               WRITE CW-REC
           ELSE
               MOVE REQ-MIN-HRS (RX) TO CW-REQ-HRS
               MOVE REQ-MIN-GPA (RX) TO CW-REQ-GPA
               PERFORM L4-CHECK-HOURS
               PERFORM L4-CHECK-GPA
           END-IF.
           PERFORM L4-CHECK-STANDING.
           IF STUDENT-MISSED
               ADD 1 TO C-MISSED-CTR
           ELSE
               ADD 1 TO C-ELIG-CTR
               MOVE '1' TO CW-GROUP
               WRITE CW-REC
               MOVE M-ID TO G-ID
               MOVE GRAD-TERM TO G-TERM
               WRITE G-REC
           END-IF.

       L4-CHECK-HOURS.
           IF M-CREDIT-HRS < REQ-MIN-HRS (RX)
               SET STUDENT-MISSED TO TRUE
               ADD 1 TO C-HRS-CTR
               COMPUTE CW-GAP-HRS = REQ-MIN-HRS (RX) - M-CREDIT-HRS
               MOVE '2' TO CW-GROUP
               WRITE CW-REC
               MOVE 0 TO CW-GAP-HRS
           END-IF.

       L4-CHECK-GPA.
           IF M-GPA < REQ-MIN-GPA (RX)
               SET STUDENT-MISSED TO TRUE
               ADD 1 TO C-GPA-CTR
               COMPUTE CW-GAP-GPA = REQ-MIN-GPA (RX) - M-GPA
               MOVE '3' TO CW-GROUP
               WRITE CW-REC
               MOVE 0 TO CW-GAP-GPA
           END-IF.

       L4-CHECK-STANDING.
           IF STANDING-HOLD
               SET STUDENT-MISSED TO TRUE
               ADD 1 TO C-HOLD-CTR
               MOVE '4' TO CW-GROUP
               WRITE CW-REC
           END-IF.

       L4-FIND-REQ.
           SET REQ-IS-FOUND TO TRUE.
           SET RX TO 1.
           SEARCH REQ-ENTRY
               AT END
                   SET REQ-NOT-FOUND TO TRUE
               WHEN REQ-DEPT (RX) = LOOKUP-DEPT
                   CONTINUE
           END-SEARCH.

       L4-FIND-STANDING.
           MOVE SPACE TO CAND-STANDING.
           SET SX TO 1.
           SEARCH STAND-ENTRY
               AT END
                   CONTINUE
               WHEN STAND-ID (SX) = LOOKUP-ID
                   MOVE STAND-CODE (SX) TO CAND-STANDING
           END-SEARCH.

      *    PASS 2 - THE REGISTER PRINTS BY GROUP, STUDENTS IN ID
      *    ORDER WITHIN EACH.
       L2-REGISTER-SETUP.
           CLOSE MASTER-FILE.
           CLOSE CAND-WORK.
           CLOSE GRAD-FILE.
           SORT SORT-CAND
               ON ASCENDING KEY SC-GROUP SC-ID
               USING CAND-WORK
               GIVING SORTED-CAND.
           OPEN INPUT SORTED-CAND.
           PERFORM L4-HEADING.
           PERFORM L3-READ-CAND.

       L2-REGISTER-PASS.
           PERFORM L3-GROUP-BREAK-CHECK.
           ADD 1 TO C-GROUP-CTR.
           MOVE CD-ID TO AD-ID.
           MOVE CD-LNAME TO AD-LNAME.
           MOVE CD-DEPT TO AD-DEPT.
           MOVE CD-HRS TO AD-HRS.
           MOVE CD-REQ-HRS TO AD-REQ-HRS.
           MOVE CD-GPA TO AD-GPA.
           MOVE CD-REQ-GPA TO AD-REQ-GPA.
           MOVE CD-STANDING TO AD-STANDING.
           PERFORM L4-SET-GAP.
           WRITE AUDLINE FROM AUD-DETAIL-LINE
             AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L4-HEADING.
           PERFORM L3-READ-CAND.

       L4-SET-GAP.
           MOVE SPACES TO AD-GAP-FIG.
           MOVE SPACES TO AD-GAP-TEXT.
           EVALUATE CD-GROUP
               WHEN '1'
                   MOVE 'TO GRADUATION LIST' TO AD-GAP-TEXT
               WHEN '2'
                   MOVE CD-GAP-HRS TO EDIT-HRS
                   MOVE EDIT-HRS TO AD-GAP-FIG
                   MOVE 'HOURS SHORT' TO AD-GAP-TEXT
               WHEN '3'
                   MOVE CD-GAP-GPA TO EDIT-GPA
                   MOVE EDIT-GPA TO AD-GAP-FIG
                   MOVE 'GPA POINTS SHORT' TO AD-GAP-TEXT
               WHEN '4'
                   IF CD-STANDING = 'D'
                       MOVE 'DISMISSAL REVIEW HOLD' TO AD-GAP-TEXT
                   ELSE
                       MOVE 'PROBATION HOLD' TO AD-GAP-TEXT
                   END-IF
               WHEN OTHER
                   MOVE 'NO REQUIREMENT ROW' TO AD-GAP-TEXT
           END-EVALUATE.

       L3-GROUP-BREAK-CHECK.
           IF FIRST-GROUP = 'Y'
               MOVE 'N' TO FIRST-GROUP
               PERFORM L3-START-GROUP
           ELSE
               IF CD-GROUP NOT = PREV-GROUP
                   PERFORM L3-GROUP-TOTAL
                   PERFORM L3-START-GROUP
               END-IF
           END-IF.

       L3-START-GROUP.
           MOVE CD-GROUP TO PREV-GROUP.
           MOVE 0 TO C-GROUP-CTR.
           EVALUATE CD-GROUP
               WHEN '1'
                   MOVE 'ELIGIBLE TO GRADUATE' TO GH-TEXT
               WHEN '2'
                   MOVE 'SHORT OF HOURS' TO GH-TEXT
               WHEN '3'
                   MOVE 'BELOW GPA' TO GH-TEXT
               WHEN '4'
                   MOVE 'STANDING HOLD' TO GH-TEXT
               WHEN OTHER
                   MOVE 'DEPARTMENT HAS NO DEGREE REQUIREMENT'
                     TO GH-TEXT
           END-EVALUATE.
           WRITE AUDLINE FROM GROUP-HEAD-LINE
             AFTER ADVANCING 2 LINES.

       L3-GROUP-TOTAL.
           IF FIRST-GROUP = 'N'
               MOVE 'STUDENTS IN THIS GROUP:' TO AC-LABEL
               MOVE C-GROUP-CTR TO AC-FIGURE
               WRITE AUDLINE FROM AUD-COUNT-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.

       L2-CLOSING.
           PERFORM L3-GROUP-TOTAL.
           PERFORM L3-TOTALS.
           PERFORM L3-CHECK-DEPT-COVERAGE.
           IF C-NOREQ-CTR > 0 OR C-NOREQ-DEPT-CTR > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE SORTED-CAND.
           CLOSE AUDOUT.

       L2-TERM-ERROR.
           WRITE AUDLINE FROM AUD-MSG-LINE
             AFTER ADVANCING PAGE.
           CLOSE AUDOUT.
           MOVE 8 TO RETURN-CODE.

       L3-TOTALS.
           MOVE 'MASTER RECORDS READ:' TO AC-LABEL.
           MOVE C-READ-CTR TO AC-FIGURE.
           WRITE AUDLINE FROM AUD-COUNT-LINE
             AFTER ADVANCING 3 LINES.
           MOVE 'NOT ACTIVE - NOT AUDITED:' TO AC-LABEL.
           MOVE C-NOT-ACTIVE-CTR TO AC-FIGURE.
           PERFORM L3-WRITE-COUNT.
           MOVE 'ACTIVE STUDENTS AUDITED:' TO AC-LABEL.
           MOVE C-AUDITED-CTR TO AC-FIGURE.
           PERFORM L3-WRITE-COUNT.
           MOVE 'ELIGIBLE - WRITTEN TO CBLGRAD:' TO AC-LABEL.
           MOVE C-ELIG-CTR TO AC-FIGURE.
           PERFORM L3-WRITE-COUNT.
           MOVE 'NOT ELIGIBLE:' TO AC-LABEL.
           MOVE C-MISSED-CTR TO AC-FIGURE.
           PERFORM L3-WRITE-COUNT.
           MOVE '  SHORT OF HOURS:' TO AC-LABEL.
           MOVE C-HRS-CTR TO AC-FIGURE.
           PERFORM L3-WRITE-COUNT.
           MOVE '  BELOW GPA:' TO AC-LABEL.
           MOVE C-GPA-CTR TO AC-FIGURE.
           PERFORM L3-WRITE-COUNT.
           MOVE '  STANDING HOLD:' TO AC-LABEL.
           MOVE C-HOLD-CTR TO AC-FIGURE.
           PERFORM L3-WRITE-COUNT.
           MOVE '  NO REQUIREMENT ROW:' TO AC-LABEL.
           MOVE C-NOREQ-CTR TO AC-FIGURE.
           PERFORM L3-WRITE-COUNT.

       L3-WRITE-COUNT.
           WRITE AUDLINE FROM AUD-COUNT-LINE
             AFTER ADVANCING 1 LINE.

      *    THE REQUIREMENTS FILE MUST COVER EVERY DEPARTMENT CODE
      *    ON CBLDEPT - ANY IT MISSES IS NAMED HERE.
       L3-CHECK-DEPT-COVERAGE.
           PERFORM L4-CHECK-DEPT-REQ
             VARYING DX FROM 1 BY 1 UNTIL DX > C-DEPT-LOADED.

       L4-CHECK-DEPT-REQ.
           MOVE DEPT-CODE (DX) TO LOOKUP-DEPT.
           PERFORM L4-FIND-REQ.
           IF REQ-NOT-FOUND
               ADD 1 TO C-NOREQ-DEPT-CTR
               MOVE DEPT-CODE (DX) TO ND-DEPT
               MOVE DEPT-NAME (DX) TO ND-NAME
               IF C-NOREQ-DEPT-CTR = 1
                   WRITE AUDLINE FROM NOREQ-DEPT-LINE
                     AFTER ADVANCING 3 LINES
               ELSE
                   WRITE AUDLINE FROM NOREQ-DEPT-LINE
                     AFTER ADVANCING 1 LINE
               END-IF
           END-IF.

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

       L3-LOAD-DEPT-TABLE.
           PERFORM L4-INIT-DEPT-ENTRY
             VARYING DX FROM 1 BY 1 UNTIL DX > 50.
           OPEN INPUT DEPT-FILE.
           PERFORM L4-READ-DEPT.
           PERFORM L4-STORE-DEPT
             UNTIL DEPT-EOF OR C-DEPT-LOADED = 50.
           CLOSE DEPT-FILE.

       L4-INIT-DEPT-ENTRY.
           MOVE SPACES TO DEPT-ENTRY (DX).

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

       L3-LOAD-STAND-TABLE.
           PERFORM L4-INIT-STAND-ENTRY
             VARYING SX FROM 1 BY 1 UNTIL SX > 2000.
           OPEN INPUT STAND-FILE.
           PERFORM L4-READ-STAND.
           PERFORM L4-STORE-STAND
             UNTIL STAND-EOF OR STAND-TABLE-FULL.
           CLOSE STAND-FILE.

       L4-INIT-STAND-ENTRY.
           MOVE SPACES TO STAND-ID (SX).
           MOVE SPACE TO STAND-CODE (SX).

       L4-STORE-STAND.
           IF C-STAND-LOADED = 2000
               SET STAND-TABLE-FULL TO TRUE
           ELSE
               ADD 1 TO C-STAND-LOADED
               MOVE SF-ID TO STAND-ID (C-STAND-LOADED)
               MOVE SF-STANDING TO STAND-CODE (C-STAND-LOADED)
               PERFORM L4-READ-STAND
           END-IF.

       L4-READ-STAND.
           READ STAND-FILE
               AT END
                   SET STAND-EOF TO TRUE.

       L3-READ-MASTER.
           READ MASTER-FILE
               AT END
                   SET MASTER-EOF TO TRUE.

       L3-READ-CAND.
           READ SORTED-CAND
               AT END
                   SET CAND-EOF TO TRUE.

       L4-HEADING.
           ADD 1 TO PAGE-CTR.
           MOVE PAGE-CTR TO TL-PAGE.
           WRITE AUDLINE FROM TITLE-LINE
             AFTER ADVANCING PAGE.
           WRITE AUDLINE FROM COL-HEADING
             AFTER ADVANCING 2 LINES.


      *    ONE ROW TO THE SHARED RUN-CONTROL LOG - OPENED,
      *    WRITTEN AND CLOSED IN ONE BREATH SO THE SHARED FILE
      *    IS NEVER HELD ACROSS THE RUN.
       L4-WRITE-RUNLOG.
           MOVE FUNCTION CURRENT-DATE TO STAMP-DATE-TIME.
           OPEN EXTEND RUNLOG-FILE.
           MOVE 'CBLJRT24' TO RG-PGM.
           MOVE STAMP-EVENT TO RG-EVENT.
           MOVE STAMP-YMD TO RG-DATE.
           MOVE STAMP-HMS TO RG-TIME.
           MOVE STAMP-COUNT TO RG-COUNT.
           MOVE STAMP-CODE TO RG-CODE.
           WRITE RG-REC.
           CLOSE RUNLOG-FILE.

       end program CBLJRT24.

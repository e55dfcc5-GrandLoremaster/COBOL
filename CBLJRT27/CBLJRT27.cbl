       identification division.
       program-id. CBLJRT27.

      * CHANGE-ACTIVITY REVIEW OFF THE CBLAUDIT TRAIL, FOR THE
      * INTERNAL AUDITORS. THE TRAIL CARRIES ONE IMAGE PER FIELD
      * FOR EVERY ADD, CHANGE AND DELETE (CBLJRT02, CBLJRT10,
      * CBLJRT13, CBLJRT23, CBLJRT31) BUT ONLY THE RECOVERY RUN EVER
      * READ IT. THIS RUN TAKES THE REVIEW PERIOD AND LIMITS FROM ONE
      * SYSIN CARD -
      *   COLUMNS  1-8   FROM DATE (YYYYMMDD)
      *   COLUMNS 10-17  TO DATE (YYYYMMDD, BLANK = NO END)
      *   COLUMNS 19-21  GPA CHANGE LIMIT (9V99, BLANK = 0.50)
      *   COLUMNS 23-28  SALARY CHANGE LIMIT IN WHOLE DOLLARS
      *                  (BLANK = 5000)
      *   COLUMNS 30-31  CHANGES PER STUDENT LIMIT (BLANK = 3)
      * AND SUMMARISES EVERY AUDIT IMAGE DATED IN THE PERIOD BY
      * USER (AL-USER), BY ACTION AND BY FIELD. IT THEN LISTS IN
      * DETAIL EVERY GPA CHANGE AND EVERY STARTING-SALARY CHANGE
      * MOVING MORE THAN ITS LIMIT (THE EDITED IMAGES ARE
      * DE-EDITED WITH NUMVAL / NUMVAL-C AS CBLJRT12 DOES), EVERY
      * STUDENT CHANGED MORE THAN THE LIMIT NUMBER OF TIMES (ONE
      * PER CHANGED FIELD), AND EVERY IMAGE KEYED BY A USER WHO IS
      * NOT ON THE AUTHORISED-USER LIST (CBLAUSR). ANY EXCEPTION
      * ENDS THE STEP RC=4 SO THE REPORT GETS SIGNED OFF RATHER
      * THAN FILED; A BAD CARD, OR A STUDENT TABLE THAT FILLS SO
      * THE CHANGE COUNTS ARE PARTIAL, ENDS IT RC=8.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE
               ASSIGN TO 'CBLAUDIT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUSR-FILE
               ASSIGN TO 'CBLAUSR'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCP-WORK
               ASSIGN TO 'EXCPWK'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-EXCP
               ASSIGN TO 'SORTWK1'.
           SELECT SORTED-EXCP
               ASSIGN TO 'CBLEXCPS'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REVOUT
               ASSIGN TO 'AREVRPT'
                   ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT RUNLOG-FILE
               ASSIGN TO 'CBLRUNLG'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

      *    ONE USER ID PER ROW - THE PEOPLE AND BATCH IDS ALLOWED
      *    TO KEY CHANGES TO THE MASTER AND ITS TABLES.
       FD  AUSR-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AUS-REC
           RECORD CONTAINS 20 CHARACTERS.

       01 AUS-REC.
         05 AUS-USER               PIC X(20).

      *    ONE ROW PER EXCEPTION IMAGE, TYPED 1 = GPA CHANGE OVER
      *    THE LIMIT, 2 = SALARY CHANGE OVER THE LIMIT, 3 = KEYED
      *    BY A USER NOT ON THE AUTHORISED LIST, AND NUMBERED IN
      *    TRAIL ORDER SO EACH TYPE PRINTS IN THE ORDER IT HAPPENED.
       FD  EXCP-WORK
           LABEL RECORD IS STANDARD
           DATA RECORD IS EW-REC
           RECORD CONTAINS 115 CHARACTERS.

       01 EW-REC.
         05 EW-TYPE                PIC X.
         05 EW-SEQ                 PIC 9(6).
         05 EW-DATE                PIC X(10).
         05 EW-USER                PIC X(20).
         05 EW-ID                  PIC X(7).
         05 EW-ACTION              PIC X(6).
         05 EW-FIELD               PIC X(16).
         05 EW-OLD-VALUE           PIC X(20).
         05 EW-NEW-VALUE           PIC X(20).
         05 EW-DELTA               PIC S9(6)V99
                                   SIGN IS LEADING SEPARATE.

       SD  SORT-EXCP
           DATA RECORD IS SE-REC.

       01 SE-REC.
         05 SE-TYPE                PIC X.
         05 SE-SEQ                 PIC 9(6).
         05 FILLER                 PIC X(108).

       FD  SORTED-EXCP
           LABEL RECORD IS STANDARD
           DATA RECORD IS EX-REC
           RECORD CONTAINS 115 CHARACTERS.

       01 EX-REC.
         05 EX-TYPE                PIC X.
         05 EX-SEQ                 PIC 9(6).
         05 EX-DATE                PIC X(10).
         05 EX-USER                PIC X(20).
         05 EX-ID                  PIC X(7).
         05 EX-ACTION              PIC X(6).
         05 EX-FIELD               PIC X(16).
         05 EX-OLD-VALUE           PIC X(20).
         05 EX-NEW-VALUE           PIC X(20).
         05 EX-DELTA               PIC S9(6)V99
                                   SIGN IS LEADING SEPARATE.

       FD  REVOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REVLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 REVLINE PIC X(132).

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
         05 AUDIT-EOF-SW           PIC X(5) VALUE 'FALSE'.
           88 AUDIT-EOF                     VALUE 'TRUE '.
         05 AUSR-EOF-SW            PIC X(5) VALUE 'FALSE'.
           88 AUSR-EOF                      VALUE 'TRUE '.
         05 EXCP-EOF-SW            PIC X(5) VALUE 'FALSE'.
           88 EXCP-EOF                      VALUE 'TRUE '.

      *    THE REVIEW CARD, AND THE LIMITS IN FORCE AFTER ANY
      *    BLANK FIELD HAS TAKEN ITS DEFAULT.
       01 REVIEW-WS.
         05 REVIEW-CARD.
           10 RV-FROM              PIC X(8).
           10 RV-FROM-N REDEFINES RV-FROM
                                   PIC 9(8).
           10 FILLER               PIC X.
           10 RV-TO                PIC X(8).
           10 RV-TO-N REDEFINES RV-TO
                                   PIC 9(8).
           10 FILLER               PIC X.
           10 RV-GPA-LIMIT         PIC X(3).
           10 RV-GPA-LIMIT-N REDEFINES RV-GPA-LIMIT
                                   PIC 9V99.
           10 FILLER               PIC X.
           10 RV-SAL-LIMIT         PIC X(6).
           10 RV-SAL-LIMIT-N REDEFINES RV-SAL-LIMIT
                                   PIC 9(6).
           10 FILLER               PIC X.
           10 RV-CHG-LIMIT         PIC XX.
           10 RV-CHG-LIMIT-N REDEFINES RV-CHG-LIMIT
                                   PIC 99.
         05 REVIEW-FROM            PIC 9(8) VALUE 0.
         05 REVIEW-TO              PIC 9(8) VALUE 99999999.
         05 GPA-LIMIT              PIC 9V99 VALUE 0.50.
         05 SAL-LIMIT              PIC 9(6) VALUE 5000.
         05 CHG-LIMIT              PIC 99 VALUE 3.
         05 CARD-SW             PIC X(5) VALUE 'TRUE '.
           88 CARD-IS-GOOD                  VALUE 'TRUE '.
         05 WORK-YMD.
           10 WY-YEAR              PIC X(4).
           10 WY-MONTH             PIC XX.
           10 WY-DAY               PIC XX.
         05 WORK-YMD-N REDEFINES WORK-YMD
                                   PIC 9(8).

       01 VALUE-WS.
         05 OLD-AMOUNT             PIC S9(6)V99 VALUE 0.
         05 NEW-AMOUNT             PIC S9(6)V99 VALUE 0.
         05 DELTA-AMOUNT           PIC S9(6)V99 VALUE 0.
         05 DELTA-SIZE             PIC 9(6)V99 VALUE 0.

      *    THE AUTHORISED-USER LIST, TABLE-LOADED AT STARTUP.
       01 AUSR-TABLE-WS.
         05 C-AUSR-LOADED          PIC 999 VALUE 0.
         05 AUSR-ENTRY OCCURS 100 TIMES INDEXED BY UX.
           10 AUSR-USER            PIC X(20).
         05 AUTH-SW             PIC X(5) VALUE 'FALSE'.
           88 USER-IS-AUTHORISED            VALUE 'TRUE '.

      *    ACTIVITY BY USER - EACH USER'S IMAGES BY ACTION.
       01 USER-TABLE-WS.
         05 USER-ENTRY OCCURS 50 TIMES INDEXED BY YX.
           10 USR-NAME             PIC X(20).
           10 USR-AUTH             PIC X.
           10 USR-ADD-CTR          PIC 9(5).
           10 USR-CHG-CTR          PIC 9(5).
           10 USR-DEL-CTR          PIC 9(5).
           10 USR-OTHER-CTR        PIC 9(5).
           10 USR-TOTAL-CTR        PIC 9(6).

      *    ACTIVITY BY ACTION AND BY FIELD. THE TRAIL'S WRITERS USE
      *    NINE ACTION CODES (ADD/CHANGE/DELETE AND THE DPTXXX AND
      *    ADRXXX SETS) AND TWENTY FIELD NAMES (SEVEN MASTER, TWO
      *    DEPARTMENT, ELEVEN ADDRESS) - KEEP THE TABLES AHEAD OF
      *    THEM WHEN A WRITER IS ADDED.
       01 ACTION-TABLE-WS.
         05 ACTION-ENTRY OCCURS 20 TIMES INDEXED BY AX.
           10 ACT-NAME             PIC X(6).
           10 ACT-CTR              PIC 9(6).

       01 FIELD-TABLE-WS.
         05 FIELD-ENTRY OCCURS 30 TIMES INDEXED BY FX.
           10 FLD-NAME             PIC X(16).
           10 FLD-CTR              PIC 9(6).

      *    CHANGED FIELDS PER STUDENT ACROSS THE PERIOD.
       01 STUD-TABLE-WS.
         05 STUD-FULL-SW        PIC X(5) VALUE 'FALSE'.
           88 STUD-TABLE-FULL               VALUE 'TRUE '.
         05 STUD-ENTRY OCCURS 2000 TIMES INDEXED BY SX.
           10 STU-ID               PIC X(7).
           10 STU-CHG-CTR          PIC 9(5).

       01 SUMMARY-FULL-WS.
         05 SUMM-FULL-SW        PIC X(5) VALUE 'FALSE'.
           88 SUMMARY-TABLE-FULL            VALUE 'TRUE '.

       01 MISC.
         05 PAGE-CTR               PIC 99 VALUE 0.
         05 FIRST-TYPE             PIC X VALUE 'Y'.
         05 PREV-TYPE              PIC X VALUE SPACE.
         05 C-TYPE-CTR             PIC 9(6) VALUE 0.

       01 RUN-COUNTERS.
         05 C-READ-CTR             PIC 9(6) VALUE 0.
         05 C-INRANGE-CTR          PIC 9(6) VALUE 0.
         05 C-GPA-EXC-CTR          PIC 9(6) VALUE 0.
         05 C-SAL-EXC-CTR          PIC 9(6) VALUE 0.
         05 C-UNAUTH-EXC-CTR       PIC 9(6) VALUE 0.
         05 C-FREQ-EXC-CTR         PIC 9(6) VALUE 0.

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
         VALUE 'CHANGE-ACTIVITY REVIEW  '.
         05 FILLER                 PIC X(49) VALUE SPACES.
         05 FILLER                 PIC X(6)    VALUE 'PAGE: '.
         05 TL-PAGE                PIC Z9.

       01 PARM-LINE.
         05 FILLER                 PIC X(5) VALUE SPACES.
         05 FILLER                 PIC X(8) VALUE 'PERIOD: '.
         05 PL-FROM                PIC 9(8).
         05 FILLER                 PIC X(4) VALUE ' TO '.
         05 PL-TO                  PIC 9(8).
         05 FILLER                 PIC X(3) VALUE SPACES.
         05 FILLER                 PIC X(15) VALUE 'GPA LIMIT:     '.
         05 PL-GPA                 PIC Z.99.
         05 FILLER                 PIC X(3) VALUE SPACES.
         05 FILLER                 PIC X(15) VALUE 'SALARY LIMIT:  '.
         05 PL-SAL                 PIC ZZZ,ZZ9.
         05 FILLER                 PIC X(3) VALUE SPACES.
         05 FILLER                 PIC X(17)
         VALUE 'CHANGES LIMIT:   '.
         05 PL-CHG                 PIC Z9.
         05 FILLER                 PIC X(30) VALUE SPACES.

       01 SECTION-LINE.
         05 FILLER                 PIC X(5) VALUE SPACES.
         05 SL-TEXT                PIC X(60).
         05 FILLER                 PIC X(67) VALUE SPACES.

       01 USER-HEADING.
         05 FILLER                 PIC X(5) VALUE SPACES.
         05 FILLER                 PIC X(20) VALUE 'USER'.
         05 FILLER                 PIC XX VALUE SPACES.
         05 FILLER                 PIC X(6) VALUE '  ADDS'.
         05 FILLER                 PIC XX VALUE SPACES.
         05 FILLER                 PIC X(6) VALUE 'CHANGE'.
         05 FILLER                 PIC XX VALUE SPACES.
         05 FILLER                 PIC X(6) VALUE 'DELETE'.
         05 FILLER                 PIC XX VALUE SPACES.
         05 FILLER                 PIC X(6) VALUE ' OTHER'.
         05 FILLER                 PIC XX VALUE SPACES.
         05 FILLER                 PIC X(7) VALUE '  TOTAL'.
         05 FILLER                 PIC XX VALUE SPACES.
         05 FILLER                 PIC X(20) VALUE 'AUTHORISATION'.
         05 FILLER                 PIC X(44) VALUE SPACES.

       01 USER-LINE.
         05 FILLER                 PIC X(5) VALUE SPACES.
         05 UL-USER                PIC X(20).
         05 FILLER                 PIC XX VALUE SPACES.
         05 UL-ADD                 PIC ZZ,ZZ9.
         05 FILLER                 PIC XX VALUE SPACES.
         05 UL-CHG                 PIC ZZ,ZZ9.
         05 FILLER                 PIC XX VALUE SPACES.
         05 UL-DEL                 PIC ZZ,ZZ9.
         05 FILLER                 PIC XX VALUE SPACES.
         05 UL-OTHER               PIC ZZ,ZZ9.
         05 FILLER                 PIC XX VALUE SPACES.
         05 UL-TOTAL               PIC ZZZ,ZZ9.
         05 FILLER                 PIC XX VALUE SPACES.
         05 UL-AUTH                PIC X(20).
         05 FILLER                 PIC X(44) VALUE SPACES.

       01 TALLY-LINE.
         05 FILLER                 PIC X(5) VALUE SPACES.
         05 TY-NAME                PIC X(16).
         05 FILLER                 PIC XX VALUE SPACES.
         05 TY-COUNT               PIC ZZZ,ZZ9.
         05 FILLER                 PIC X(102) VALUE SPACES.

       01 EXCP-HEADING.
         05 FILLER                 PIC X(5) VALUE SPACES.
         05 FILLER                 PIC X(10) VALUE 'DATE'.
         05 FILLER                 PIC XX VALUE SPACES.
         05 FILLER                 PIC X(20) VALUE 'USER'.
         05 FILLER                 PIC XX VALUE SPACES.
         05 FILLER                 PIC X(7) VALUE 'ID'.
         05 FILLER                 PIC XX VALUE SPACES.
         05 FILLER                 PIC X(6) VALUE 'ACTION'.
         05 FILLER                 PIC XX VALUE SPACES.
         05 FILLER                 PIC X(16) VALUE 'FIELD'.
         05 FILLER                 PIC XX VALUE SPACES.
         05 FILLER                 PIC X(20) VALUE 'OLD VALUE'.
         05 FILLER                 PIC XX VALUE SPACES.
         05 FILLER                 PIC X(20) VALUE 'NEW VALUE'.
         05 FILLER                 PIC XX VALUE SPACES.
         05 FILLER                 PIC X(11) VALUE '     CHANGE'.
         05 FILLER                 PIC X(3) VALUE SPACES.

       01 EXCP-LINE.
         05 FILLER                 PIC X(5) VALUE SPACES.
         05 XL-DATE                PIC X(10).
         05 FILLER                 PIC XX VALUE SPACES.
         05 XL-USER                PIC X(20).
         05 FILLER                 PIC XX VALUE SPACES.
         05 XL-ID                  PIC X(7).
         05 FILLER                 PIC XX VALUE SPACES.
         05 XL-ACTION              PIC X(6).
         05 FILLER                 PIC XX VALUE SPACES.
         05 XL-FIELD               PIC X(16).
         05 FILLER                 PIC XX VALUE SPACES.
         05 XL-OLD-VALUE           PIC X(20).
         05 FILLER                 PIC XX VALUE SPACES.
         05 XL-NEW-VALUE           PIC X(20).
         05 FILLER                 PIC XX VALUE SPACES.
         05 XL-DELTA               PIC X(11).
         05 FILLER                 PIC X(3) VALUE SPACES.

       01 EDIT-DELTA               PIC -ZZZ,ZZ9.99.

       01 FREQ-LINE.
         05 FILLER                 PIC X(5) VALUE SPACES.
         05 FL-ID                  PIC X(7).
         05 FILLER                 PIC XX VALUE SPACES.
         05 FILLER                 PIC X(16) VALUE 'FIELDS CHANGED: '.
         05 FL-CTR                 PIC ZZ,ZZ9.
         05 FILLER                 PIC X(96) VALUE SPACES.

       01 REV-COUNT-LINE.
         05 FILLER                 PIC X(5) VALUE SPACES.
         05 RC-LABEL               PIC X(36).
         05 RC-FIGURE              PIC ZZZ,ZZ9.
         05 FILLER                 PIC X(84) VALUE SPACES.

       01 REV-MSG-LINE.
         05 FILLER                 PIC X(5) VALUE SPACES.
         05 RM-TEXT                PIC X(60).
         05 FILLER                 PIC X(67) VALUE SPACES.

       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           EVALUATE TRUE
               WHEN NOT CARD-IS-GOOD
                   MOVE 'NO VALID REVIEW CARD ON SYSIN - NOTHING DONE'
                     TO RM-TEXT
                   PERFORM L2-TERM-ERROR
               WHEN OTHER
                   PERFORM L2-AUDIT-PASS
                     UNTIL AUDIT-EOF
                   PERFORM L2-REPORT-SETUP
                   PERFORM L2-SUMMARIES
                   PERFORM L2-EXCEPTION-PASS
                     UNTIL EXCP-EOF
                   PERFORM L2-CLOSING
           END-EVALUATE.
           MOVE 'E' TO STAMP-EVENT.
           MOVE C-INRANGE-CTR TO STAMP-COUNT.
           MOVE RETURN-CODE TO STAMP-CODE.
           PERFORM L4-WRITE-RUNLOG.
           STOP RUN.

       L2-INIT.
           MOVE 'S' TO STAMP-EVENT.
           MOVE 0 TO STAMP-COUNT.
           MOVE 0 TO STAMP-CODE.
           PERFORM L4-WRITE-RUNLOG.
           MOVE SPACES TO REVIEW-CARD.
           ACCEPT REVIEW-CARD.
           PERFORM L3-EDIT-CARD.
           OPEN OUTPUT REVOUT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-MONTH TO TITLE-MONTH.
           MOVE CURRENT-DAY TO TITLE-DAY.
           MOVE CURRENT-YEAR TO TITLE-YEAR.
           IF CARD-IS-GOOD
               PERFORM L3-OPEN-REVIEW
           END-IF.

      *    THE FROM DATE IS REQUIRED; EVERY OTHER FIELD MAY BE
      *    LEFT BLANK FOR ITS DEFAULT BUT MUST BE NUMERIC IF KEYED.
       L3-EDIT-CARD.
           MOVE 'TRUE ' TO CARD-SW.
           IF RV-FROM IS NUMERIC
               MOVE RV-FROM-N TO REVIEW-FROM
           ELSE
               MOVE 'FALSE' TO CARD-SW
           END-IF.
           IF RV-TO NOT = SPACES
               IF RV-TO IS NUMERIC
                   MOVE RV-TO-N TO REVIEW-TO
               ELSE
                   MOVE 'FALSE' TO CARD-SW
               END-IF
           END-IF.
           IF RV-GPA-LIMIT NOT = SPACES
               IF RV-GPA-LIMIT IS NUMERIC
                   MOVE RV-GPA-LIMIT-N TO GPA-LIMIT
               ELSE
                   MOVE 'FALSE' TO CARD-SW
               END-IF
           END-IF.
           IF RV-SAL-LIMIT NOT = SPACES
               IF RV-SAL-LIMIT IS NUMERIC
                   MOVE RV-SAL-LIMIT-N TO SAL-LIMIT
               ELSE
                   MOVE 'FALSE' TO CARD-SW
               END-IF
           END-IF.
           IF RV-CHG-LIMIT NOT = SPACES
               IF RV-CHG-LIMIT IS NUMERIC
                   MOVE RV-CHG-LIMIT-N TO CHG-LIMIT
               ELSE
                   MOVE 'FALSE' TO CARD-SW
               END-IF
           END-IF.
           IF REVIEW-TO < REVIEW-FROM
               MOVE 'FALSE' TO CARD-SW
           END-IF.

       L3-OPEN-REVIEW.
           PERFORM L3-LOAD-AUSR-TABLE.
           PERFORM L4-INIT-USER-ENTRY
             VARYING YX FROM 1 BY 1 UNTIL YX > 50.
           PERFORM L4-INIT-ACTION-ENTRY
             VARYING AX FROM 1 BY 1 UNTIL AX > 20.
           PERFORM L4-INIT-FIELD-ENTRY
             VARYING FX FROM 1 BY 1 UNTIL FX > 30.
           PERFORM L4-INIT-STUD-ENTRY
             VARYING SX FROM 1 BY 1 UNTIL SX > 2000.
           OPEN INPUT AUDIT-FILE.
           OPEN OUTPUT EXCP-WORK.
           PERFORM L3-READ-AUDIT.

      *    PASS 1 - EVERY IMAGE IN THE PERIOD IS TALLIED, AND THE
      *    ONES THAT NEED A REVIEWER'S EYE GO TO THE WORK FILE.
       L2-AUDIT-PASS.
           ADD 1 TO C-READ-CTR.
           MOVE AU-YEAR TO WY-YEAR.
           MOVE AU-MONTH TO WY-MONTH.
           MOVE AU-DAY TO WY-DAY.
           IF WORK-YMD-N NOT < REVIEW-FROM
             AND WORK-YMD-N NOT > REVIEW-TO
               PERFORM L3-REVIEW-IMAGE
           END-IF.
           PERFORM L3-READ-AUDIT.

       L3-REVIEW-IMAGE.
           ADD 1 TO C-INRANGE-CTR.
           PERFORM L4-CHECK-AUTHORISED.
           PERFORM L4-TALLY-USER.
           PERFORM L4-TALLY-ACTION.
           PERFORM L4-TALLY-FIELD.
           IF AU-ACTION = 'CHANGE'
               PERFORM L4-TALLY-STUDENT
               IF AU-FIELD = 'GPA'
                   PERFORM L4-CHECK-GPA-CHANGE
               END-IF
               IF AU-FIELD = 'STARTING SALARY'
                   PERFORM L4-CHECK-SALARY-CHANGE
               END-IF
           END-IF.
           IF NOT USER-IS-AUTHORISED
               ADD 1 TO C-UNAUTH-EXC-CTR
               MOVE 0 TO DELTA-AMOUNT
               MOVE '3' TO EW-TYPE
               PERFORM L4-WRITE-EXCP
           END-IF.

       L4-CHECK-AUTHORISED.
           MOVE 'FALSE' TO AUTH-SW.
           SET UX TO 1.
           SEARCH AUSR-ENTRY
               AT END
                   CONTINUE
               WHEN AUSR-USER (UX) = AU-USER
                   SET USER-IS-AUTHORISED TO TRUE
           END-SEARCH.

       L4-TALLY-USER.
           SET YX TO 1.
           SEARCH USER-ENTRY
               AT END
                   SET SUMMARY-TABLE-FULL TO TRUE
               WHEN USR-NAME (YX) = AU-USER
                   PERFORM L4-ADD-USER-ACTION
               WHEN USR-NAME (YX) = SPACES
                   MOVE AU-USER TO USR-NAME (YX)
                   IF USER-IS-AUTHORISED
                       MOVE 'Y' TO USR-AUTH (YX)
                   ELSE
                       MOVE 'N' TO USR-AUTH (YX)
                   END-IF
                   PERFORM L4-ADD-USER-ACTION
           END-SEARCH.

       L4-ADD-USER-ACTION.
           ADD 1 TO USR-TOTAL-CTR (YX).
           EVALUATE AU-ACTION
               WHEN 'ADD'
                   ADD 1 TO USR-ADD-CTR (YX)
               WHEN 'CHANGE'
                   ADD 1 TO USR-CHG-CTR (YX)
               WHEN 'DELETE'
                   ADD 1 TO USR-DEL-CTR (YX)
               WHEN OTHER
                   ADD 1 TO USR-OTHER-CTR (YX)
           END-EVALUATE.

       L4-TALLY-ACTION.
           SET AX TO 1.
           SEARCH ACTION-ENTRY
               AT END
                   SET SUMMARY-TABLE-FULL TO TRUE
               WHEN ACT-NAME (AX) = AU-ACTION
                   ADD 1 TO ACT-CTR (AX)
               WHEN ACT-NAME (AX) = SPACES
                   MOVE AU-ACTION TO ACT-NAME (AX)
                   MOVE 1 TO ACT-CTR (AX)
           END-SEARCH.

       L4-TALLY-FIELD.
           SET FX TO 1.
           SEARCH FIELD-ENTRY
               AT END
                   SET SUMMARY-TABLE-FULL TO TRUE
               WHEN FLD-NAME (FX) = AU-FIELD
                   ADD 1 TO FLD-CTR (FX)
               WHEN FLD-NAME (FX) = SPACES
                   MOVE AU-FIELD TO FLD-NAME (FX)
                   MOVE 1 TO FLD-CTR (FX)
           END-SEARCH.

      *    DEPT-TABLE IMAGES (DPTCHG) CARRY A DEPARTMENT CODE IN
      *    THE ID SLOT AND ARE NOT COUNTED HERE - ONLY 'CHANGE'
      *    IMAGES AGAINST A STUDENT REACH THIS PARAGRAPH.
       L4-TALLY-STUDENT.
           SET SX TO 1.
           SEARCH STUD-ENTRY
               AT END
                   SET STUD-TABLE-FULL TO TRUE
               WHEN STU-ID (SX) = AU-ID
                   ADD 1 TO STU-CHG-CTR (SX)
               WHEN STU-ID (SX) = SPACES
                   MOVE AU-ID TO STU-ID (SX)
                   MOVE 1 TO STU-CHG-CTR (SX)
           END-SEARCH.

       L4-CHECK-GPA-CHANGE.
           PERFORM L4-GPA-DELTA.
           IF DELTA-SIZE > GPA-LIMIT
               ADD 1 TO C-GPA-EXC-CTR
               MOVE '1' TO EW-TYPE
               PERFORM L4-WRITE-EXCP
           END-IF.

       L4-GPA-DELTA.
           MOVE 0 TO OLD-AMOUNT.
           MOVE 0 TO NEW-AMOUNT.
           IF AU-OLD-VALUE NOT = SPACES
               COMPUTE OLD-AMOUNT = FUNCTION NUMVAL (AU-OLD-VALUE)
           END-IF.
           IF AU-NEW-VALUE NOT = SPACES
               COMPUTE NEW-AMOUNT = FUNCTION NUMVAL (AU-NEW-VALUE)
           END-IF.
           PERFORM L4-SIZE-DELTA.

      *    SALARY IMAGES CARRY A GROUPING COMMA FROM THE ZZZ,ZZZ.99
      *    EDIT - NUMVAL-C, NOT NUMVAL, DE-EDITS THEM.
       L4-CHECK-SALARY-CHANGE.
           MOVE 0 TO OLD-AMOUNT.
           MOVE 0 TO NEW-AMOUNT.
           IF AU-OLD-VALUE NOT = SPACES
               COMPUTE OLD-AMOUNT = FUNCTION NUMVAL-C (AU-OLD-VALUE)
           END-IF.
           IF AU-NEW-VALUE NOT = SPACES
               COMPUTE NEW-AMOUNT = FUNCTION NUMVAL-C (AU-NEW-VALUE)
           END-IF.
           PERFORM L4-SIZE-DELTA.
           IF DELTA-SIZE > SAL-LIMIT
               ADD 1 TO C-SAL-EXC-CTR
               MOVE '2' TO EW-TYPE
               PERFORM L4-WRITE-EXCP
           END-IF.

       L4-SIZE-DELTA.
           COMPUTE DELTA-AMOUNT = NEW-AMOUNT - OLD-AMOUNT.
           IF DELTA-AMOUNT < 0
               COMPUTE DELTA-SIZE = 0 - DELTA-AMOUNT
           ELSE
               MOVE DELTA-AMOUNT TO DELTA-SIZE
           END-IF.

       L4-WRITE-EXCP.
           MOVE C-READ-CTR TO EW-SEQ.
           MOVE AU-DATE TO EW-DATE.
           MOVE AU-USER TO EW-USER.
           MOVE AU-ID TO EW-ID.
           MOVE AU-ACTION TO EW-ACTION.
           MOVE AU-FIELD TO EW-FIELD.
           MOVE AU-OLD-VALUE TO EW-OLD-VALUE.
           MOVE AU-NEW-VALUE TO EW-NEW-VALUE.
           MOVE DELTA-AMOUNT TO EW-DELTA.
           WRITE EW-REC.

       L3-READ-AUDIT.
           READ AUDIT-FILE
               AT END
                   SET AUDIT-EOF TO TRUE.

      *    PASS 2 - SUMMARIES FIRST, THEN THE EXCEPTION IMAGES BY
      *    TYPE IN TRAIL ORDER WITHIN EACH.
       L2-REPORT-SETUP.
           CLOSE AUDIT-FILE.
           CLOSE EXCP-WORK.
           SORT SORT-EXCP
               ON ASCENDING KEY SE-TYPE SE-SEQ
               USING EXCP-WORK
               GIVING SORTED-EXCP.
           OPEN INPUT SORTED-EXCP.
           PERFORM L4-HEADING.
           MOVE REVIEW-FROM TO PL-FROM.
           MOVE REVIEW-TO TO PL-TO.
           MOVE GPA-LIMIT TO PL-GPA.
           MOVE SAL-LIMIT TO PL-SAL.
           MOVE CHG-LIMIT TO PL-CHG.
           WRITE REVLINE FROM PARM-LINE
             AFTER ADVANCING 1 LINE.
           IF SUMMARY-TABLE-FULL
               MOVE 'SUMMARY TABLE FULL - SUMMARIES BELOW ARE PARTIAL'
                 TO RM-TEXT
               PERFORM L3-WRITE-MSG
           END-IF.

       L2-SUMMARIES.
           MOVE 'ACTIVITY BY USER (AUDIT IMAGES)' TO SL-TEXT.
           PERFORM L3-WRITE-SECTION.
           WRITE REVLINE FROM USER-HEADING
             AFTER ADVANCING 1 LINE.
           PERFORM L4-USER-LINE
             VARYING YX FROM 1 BY 1
               UNTIL YX > 50 OR USR-NAME (YX) = SPACES.
           MOVE 'ACTIVITY BY ACTION (AUDIT IMAGES)' TO SL-TEXT.
           PERFORM L3-WRITE-SECTION.
           PERFORM L4-ACTION-LINE
             VARYING AX FROM 1 BY 1
               UNTIL AX > 20 OR ACT-NAME (AX) = SPACES.
           MOVE 'ACTIVITY BY FIELD (AUDIT IMAGES)' TO SL-TEXT.
           PERFORM L3-WRITE-SECTION.
           PERFORM L4-FIELD-LINE
             VARYING FX FROM 1 BY 1
               UNTIL FX > 30 OR FLD-NAME (FX) = SPACES.
           PERFORM L3-FREQUENT-STUDENTS.
           PERFORM L3-READ-EXCP.

       L4-USER-LINE.
           MOVE USR-NAME (YX) TO UL-USER.
           MOVE USR-ADD-CTR (YX) TO UL-ADD.
           MOVE USR-CHG-CTR (YX) TO UL-CHG.
           MOVE USR-DEL-CTR (YX) TO UL-DEL.
           MOVE USR-OTHER-CTR (YX) TO UL-OTHER.
           MOVE USR-TOTAL-CTR (YX) TO UL-TOTAL.
           IF USR-AUTH (YX) = 'Y'
               MOVE SPACES TO UL-AUTH
           ELSE
               MOVE '** NOT AUTHORISED **' TO UL-AUTH
           END-IF.
           PERFORM L3-WRITE-USER-LINE.

       L3-WRITE-USER-LINE.
           WRITE REVLINE FROM USER-LINE
             AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L4-HEADING.

       L4-ACTION-LINE.
           MOVE ACT-NAME (AX) TO TY-NAME.
           MOVE ACT-CTR (AX) TO TY-COUNT.
           PERFORM L3-WRITE-TALLY.

       L4-FIELD-LINE.
           MOVE FLD-NAME (FX) TO TY-NAME.
           MOVE FLD-CTR (FX) TO TY-COUNT.
           PERFORM L3-WRITE-TALLY.

       L3-WRITE-TALLY.
           WRITE REVLINE FROM TALLY-LINE
             AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L4-HEADING.

      *    STUDENTS WHOSE FIELDS WERE CHANGED MORE THAN THE LIMIT
      *    NUMBER OF TIMES IN THE PERIOD, IN FIRST-CHANGED ORDER.
       L3-FREQUENT-STUDENTS.
           MOVE 'STUDENTS CHANGED MORE THAN THE CHANGES LIMIT'
             TO SL-TEXT.
           PERFORM L3-WRITE-SECTION.
           PERFORM L4-FREQ-CHECK
             VARYING SX FROM 1 BY 1
               UNTIL SX > 2000 OR STU-ID (SX) = SPACES.
           IF C-FREQ-EXC-CTR = 0
               MOVE 'NONE' TO SL-TEXT
               PERFORM L3-WRITE-SECTION-LINE
           END-IF.

       L4-FREQ-CHECK.
           IF STU-CHG-CTR (SX) > CHG-LIMIT
               ADD 1 TO C-FREQ-EXC-CTR
               MOVE STU-ID (SX) TO FL-ID
               MOVE STU-CHG-CTR (SX) TO FL-CTR
               WRITE REVLINE FROM FREQ-LINE
                 AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-HEADING
           END-IF.

       L2-EXCEPTION-PASS.
           PERFORM L3-TYPE-BREAK-CHECK.
           ADD 1 TO C-TYPE-CTR.
           MOVE EX-DATE TO XL-DATE.
           MOVE EX-USER TO XL-USER.
           MOVE EX-ID TO XL-ID.
           MOVE EX-ACTION TO XL-ACTION.
           MOVE EX-FIELD TO XL-FIELD.
           MOVE EX-OLD-VALUE TO XL-OLD-VALUE.
           MOVE EX-NEW-VALUE TO XL-NEW-VALUE.
           IF EX-TYPE = '3'
               MOVE SPACES TO XL-DELTA
           ELSE
               MOVE EX-DELTA TO EDIT-DELTA
               MOVE EDIT-DELTA TO XL-DELTA
           END-IF.
           WRITE REVLINE FROM EXCP-LINE
             AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L4-HEADING.
           PERFORM L3-READ-EXCP.

       L3-TYPE-BREAK-CHECK.
           IF FIRST-TYPE = 'Y'
               MOVE 'N' TO FIRST-TYPE
               PERFORM L3-START-TYPE
           ELSE
               IF EX-TYPE NOT = PREV-TYPE
                   PERFORM L3-TYPE-TOTAL
                   PERFORM L3-START-TYPE
               END-IF
           END-IF.

       L3-START-TYPE.
           MOVE EX-TYPE TO PREV-TYPE.
           MOVE 0 TO C-TYPE-CTR.
           EVALUATE EX-TYPE
               WHEN '1'
                   MOVE 'GPA CHANGES OVER THE LIMIT' TO SL-TEXT
               WHEN '2'
                   MOVE 'STARTING SALARY CHANGES OVER THE LIMIT'
                     TO SL-TEXT
               WHEN OTHER
                   MOVE 'IMAGES KEYED BY USERS NOT AUTHORISED'
                     TO SL-TEXT
           END-EVALUATE.
           PERFORM L3-WRITE-SECTION.
           WRITE REVLINE FROM EXCP-HEADING
             AFTER ADVANCING 1 LINE.

       L3-TYPE-TOTAL.
           IF FIRST-TYPE = 'N'
               MOVE 'IMAGES IN THIS SECTION:' TO RC-LABEL
               MOVE C-TYPE-CTR TO RC-FIGURE
               WRITE REVLINE FROM REV-COUNT-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.

       L3-READ-EXCP.
           READ SORTED-EXCP
               AT END
                   SET EXCP-EOF TO TRUE.

       L2-CLOSING.
           PERFORM L3-TYPE-TOTAL.
           MOVE 'AUDIT IMAGES READ:' TO RC-LABEL.
           MOVE C-READ-CTR TO RC-FIGURE.
           WRITE REVLINE FROM REV-COUNT-LINE
             AFTER ADVANCING 3 LINES.
           MOVE 'IMAGES IN THE REVIEW PERIOD:' TO RC-LABEL.
           MOVE C-INRANGE-CTR TO RC-FIGURE.
           PERFORM L3-WRITE-COUNT.
           MOVE 'GPA CHANGES OVER THE LIMIT:' TO RC-LABEL.
           MOVE C-GPA-EXC-CTR TO RC-FIGURE.
           PERFORM L3-WRITE-COUNT.
           MOVE 'SALARY CHANGES OVER THE LIMIT:' TO RC-LABEL.
           MOVE C-SAL-EXC-CTR TO RC-FIGURE.
           PERFORM L3-WRITE-COUNT.
           MOVE 'STUDENTS OVER THE CHANGES LIMIT:' TO RC-LABEL.
           MOVE C-FREQ-EXC-CTR TO RC-FIGURE.
           PERFORM L3-WRITE-COUNT.
           MOVE 'IMAGES BY UNAUTHORISED USERS:' TO RC-LABEL.
           MOVE C-UNAUTH-EXC-CTR TO RC-FIGURE.
           PERFORM L3-WRITE-COUNT.
           IF C-GPA-EXC-CTR > 0 OR C-SAL-EXC-CTR > 0
             OR C-FREQ-EXC-CTR > 0 OR C-UNAUTH-EXC-CTR > 0
               MOVE '*** EXCEPTIONS FOUND - REVIEW AND SIGN OFF ***'
                 TO RM-TEXT
               PERFORM L3-WRITE-MSG
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 'NO EXCEPTIONS IN THE REVIEW PERIOD' TO RM-TEXT
               PERFORM L3-WRITE-MSG
           END-IF.
      *    A FULL STUDENT TABLE MEANS SOME CHANGE COUNTS WERE
      *    NEVER KEPT - THE FREQUENCY CHECK ABOVE CANNOT VOUCH FOR
      *    THE WHOLE PERIOD, SO THE RUN ENDS BADLY.
           IF STUD-TABLE-FULL
               MOVE '*** STUDENT TABLE FULL - CHANGE COUNTS PARTIAL ***'
                 TO RM-TEXT
               PERFORM L3-WRITE-MSG
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE SORTED-EXCP.
           CLOSE REVOUT.

       L2-TERM-ERROR.
           WRITE REVLINE FROM REV-MSG-LINE
             AFTER ADVANCING PAGE.
           CLOSE REVOUT.
           MOVE 8 TO RETURN-CODE.

       L3-WRITE-SECTION.
           WRITE REVLINE FROM SECTION-LINE
             AFTER ADVANCING 2 LINES
               AT EOP
                   PERFORM L4-HEADING.

       L3-WRITE-SECTION-LINE.
           WRITE REVLINE FROM SECTION-LINE
             AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L4-HEADING.

       L3-WRITE-COUNT.
           WRITE REVLINE FROM REV-COUNT-LINE
             AFTER ADVANCING 1 LINE.

       L3-WRITE-MSG.
           WRITE REVLINE FROM REV-MSG-LINE
             AFTER ADVANCING 2 LINES.

       L4-HEADING.
           ADD 1 TO PAGE-CTR.
           MOVE PAGE-CTR TO TL-PAGE.
           WRITE REVLINE FROM TITLE-LINE
             AFTER ADVANCING PAGE.

       L3-LOAD-AUSR-TABLE.
           PERFORM L4-INIT-AUSR-ENTRY
             VARYING UX FROM 1 BY 1 UNTIL UX > 100.
           OPEN INPUT AUSR-FILE.
           PERFORM L4-READ-AUSR.
           PERFORM L4-STORE-AUSR
             UNTIL AUSR-EOF OR C-AUSR-LOADED = 100.
           CLOSE AUSR-FILE.

       L4-INIT-AUSR-ENTRY.
           MOVE SPACES TO AUSR-USER (UX).

       L4-STORE-AUSR.
           ADD 1 TO C-AUSR-LOADED.
           MOVE AUS-USER TO AUSR-USER (C-AUSR-LOADED).
           PERFORM L4-READ-AUSR.

       L4-READ-AUSR.
           READ AUSR-FILE
               AT END
                   SET AUSR-EOF TO TRUE.

       L4-INIT-USER-ENTRY.
           MOVE SPACES TO USR-NAME (YX).
           MOVE SPACE TO USR-AUTH (YX).
           MOVE 0 TO USR-ADD-CTR (YX).
           MOVE 0 TO USR-CHG-CTR (YX).
           MOVE 0 TO USR-DEL-CTR (YX).
           MOVE 0 TO USR-OTHER-CTR (YX).
           MOVE 0 TO USR-TOTAL-CTR (YX).

       L4-INIT-ACTION-ENTRY.
           MOVE SPACES TO ACT-NAME (AX).
           MOVE 0 TO ACT-CTR (AX).

       L4-INIT-FIELD-ENTRY.
           MOVE SPACES TO FLD-NAME (FX).
           MOVE 0 TO FLD-CTR (FX).

       L4-INIT-STUD-ENTRY.
           MOVE SPACES TO STU-ID (SX).
           MOVE 0 TO STU-CHG-CTR (SX).


      *    ONE ROW TO THE SHARED RUN-CONTROL LOG - OPENED,
      *    WRITTEN AND CLOSED IN ONE BREATH SO THE SHARED FILE
      *    IS NEVER HELD ACROSS THE RUN.
       L4-WRITE-RUNLOG.
           MOVE FUNCTION CURRENT-DATE TO STAMP-DATE-TIME.
           OPEN EXTEND RUNLOG-FILE.
           MOVE 'CBLJRT27' TO RG-PGM.
           MOVE STAMP-EVENT TO RG-EVENT.
           MOVE STAMP-YMD TO RG-DATE.
           MOVE STAMP-HMS TO RG-TIME.
           MOVE STAMP-COUNT TO RG-COUNT.
           MOVE STAMP-CODE TO RG-CODE.
           WRITE RG-REC.
           CLOSE RUNLOG-FILE.

       end program CBLJRT27.

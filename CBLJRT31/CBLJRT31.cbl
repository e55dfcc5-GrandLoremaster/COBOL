       identification division.
       program-id. CBLJRT31.

      * STUDENT ADDRESS FILE MAINTENANCE. THE MAILING AND PERMANENT
      * ADDRESSES THE STANDING LETTERS GO OUT TO ARE KEPT ON THEIR
      * OWN KEYED FILE (CBLADDR) AND MAINTAINED THE SAME WAY AS THE
      * MASTER AND THE DEPARTMENT TABLE: ADD/CHANGE/DELETE
      * TRANSACTIONS (ONE PER CBLATRAN RECORD), BEFORE/AFTER IMAGES
      * TO THE AUDIT TRAIL, AND A PRINTED REGISTER. AN ADD OR
      * CHANGE FOR AN ID THAT IS NOT ON THE CBLPIZZA MASTER IS
      * REFUSED - AN ADDRESS WITH NO STUDENT BEHIND IT IS HOW A
      * LETTER ENDS UP AT THE WRONG HOUSE. A DELETE IS ALLOWED
      * EITHER WAY, SO A PURGED STUDENT'S ADDRESS CAN STILL BE
      * CLEARED. ADDRESS AUDIT IMAGES CARRY THEIR OWN ACTION CODES
      * (ADRADD/ADRCHG/ADRDEL) SO THE MASTER AUDIT-REPLAY RECOVERY
      * (CBLJRT12) CAN TELL THEM FROM STUDENT IMAGES AND LEAVE THEM
      * ALONE. THE IMAGE VALUE IS 20 BYTES, SO A STREET LINE SHOWS
      * ITS FIRST 20 CHARACTERS THERE; THE FILE KEEPS ALL 30.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE
               ASSIGN TO 'CBLPIZZA'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS M-ID
                   FILE STATUS IS MASTER-STATUS.
           SELECT OPTIONAL ADDR-FILE
               ASSIGN TO 'CBLADDR'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS AD-ID
                   FILE STATUS IS ADDR-STATUS.
           SELECT ATRAN-FILE
               ASSIGN TO 'CBLATRAN'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDITOUT
               ASSIGN TO 'CBLAUDIT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AMNTOUT
               ASSIGN TO 'AMNTRPT'
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

       FD  ADDR-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AD-REC
           RECORD CONTAINS 199 CHARACTERS.

       01 AD-REC.
           COPY CBLADDR
               REPLACING ==PRE-ADDR-ID==     BY ==AD-ID==,
                         ==PRE-MAIL-ADDR==   BY ==AD-MAIL-ADDR==,
                         ==PRE-MAIL-LINE1==  BY ==AD-MAIL-LINE1==,
                         ==PRE-MAIL-LINE2==  BY ==AD-MAIL-LINE2==,
                         ==PRE-MAIL-CITY==   BY ==AD-MAIL-CITY==,
                         ==PRE-MAIL-STATE==  BY ==AD-MAIL-STATE==,
                         ==PRE-MAIL-ZIP==    BY ==AD-MAIL-ZIP==,
                         ==PRE-PERM-ADDR==   BY ==AD-PERM-ADDR==,
                         ==PRE-PERM-LINE1==  BY ==AD-PERM-LINE1==,
                         ==PRE-PERM-LINE2==  BY ==AD-PERM-LINE2==,
                         ==PRE-PERM-CITY==   BY ==AD-PERM-CITY==,
                         ==PRE-PERM-STATE==  BY ==AD-PERM-STATE==,
                         ==PRE-PERM-ZIP==    BY ==AD-PERM-ZIP==,
                         ==PRE-ADDR-EFF-DATE== BY ==AD-EFF-DATE==.

      *    A = ADD, C = CHANGE, D = DELETE. ON A 'C', A FIELD LEFT
      *    SPACES MEANS "NOT SUPPLIED, LEAVE THE FILE ALONE", AND A
      *    FIELD OF '*' MEANS "CLEAR IT" (A SECOND STREET LINE THAT
      *    NO LONGER APPLIES, A PERMANENT ADDRESS WITHDRAWN). THE
      *    EFFECTIVE DATE IS YYYYMMDD; LEFT BLANK IT DEFAULTS TO THE
      *    RUN DATE ON AN 'A', AND ON A 'C' THAT MOVES THE MAILING
      *    ADDRESS. A 'D' NEEDS ONLY THE ID.
       FD  ATRAN-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AT-REC
           RECORD CONTAINS 200 CHARACTERS.

       01 AT-REC.
         05 AT-ACTION              PIC X.
         05 AT-ID                  PIC X(7).
         05 AT-MAIL-ADDR.
           10 AT-MAIL-LINE1        PIC X(30).
           10 AT-MAIL-LINE2        PIC X(30).
           10 AT-MAIL-CITY         PIC X(20).
           10 AT-MAIL-STATE        PIC XX.
           10 AT-MAIL-ZIP          PIC X(10).
         05 AT-PERM-ADDR.
           10 AT-PERM-LINE1        PIC X(30).
           10 AT-PERM-LINE2        PIC X(30).
           10 AT-PERM-CITY         PIC X(20).
           10 AT-PERM-STATE        PIC XX.
           10 AT-PERM-ZIP          PIC X(10).
         05 AT-EFF-DATE            PIC X(8).
         05 AT-EFF-YMD REDEFINES AT-EFF-DATE.
           10 AT-EFF-YEAR          PIC 9(4).
           10 AT-EFF-MONTH         PIC 99.
           10 AT-EFF-DAY           PIC 99.

       FD  AUDITOUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS AUDIT-REC
           RECORD CONTAINS 99 CHARACTERS.

       01 AUDIT-REC PIC X(99).

       FD  AMNTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS AMNTLINE.

       01 AMNTLINE PIC X(132).

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
         05 ATRAN-EOF-SW           PIC X(5) VALUE 'FALSE'.
           88 ATRAN-EOF                     VALUE 'TRUE '.

       01 MASTER-WS.
         05 MASTER-STATUS       PIC XX.
         05 MASTER-FOUND-SW     PIC X(5) VALUE 'FALSE'.
           88 MASTER-FOUND                  VALUE 'TRUE '.
           88 MASTER-NOT-FOUND              VALUE 'FALSE'.

      *    '05' IS A FIRST RUN AGAINST AN ADDRESS FILE THAT HAS
      *    NEVER HELD A RECORD - IT OPENS EMPTY AND FILLS FROM THE
      *    ADDS.
       01 ADDR-WS.
         05 ADDR-STATUS         PIC XX.
           88 ADDR-OPENED                   VALUE '00' '05'.
         05 ADDR-FOUND-SW       PIC X(5) VALUE 'FALSE'.
           88 ADDR-FOUND                    VALUE 'TRUE '.
           88 ADDR-NOT-FOUND                VALUE 'FALSE'.
         05 ADDR-PROBLEM        PIC X(34) VALUE SPACES.

      *    THE RECORD AS IT STOOD BEFORE THE TRANSACTION - THE
      *    "OLD" SIDE OF EVERY AUDIT IMAGE. SPACES ON AN ADD.
       01 OLD-ADDR.
           COPY CBLADDR
               REPLACING ==PRE-ADDR-ID==     BY ==OA-ID==,
                         ==PRE-MAIL-ADDR==   BY ==OA-MAIL-ADDR==,
                         ==PRE-MAIL-LINE1==  BY ==OA-MAIL-LINE1==,
                         ==PRE-MAIL-LINE2==  BY ==OA-MAIL-LINE2==,
                         ==PRE-MAIL-CITY==   BY ==OA-MAIL-CITY==,
                         ==PRE-MAIL-STATE==  BY ==OA-MAIL-STATE==,
                         ==PRE-MAIL-ZIP==    BY ==OA-MAIL-ZIP==,
                         ==PRE-PERM-ADDR==   BY ==OA-PERM-ADDR==,
                         ==PRE-PERM-LINE1==  BY ==OA-PERM-LINE1==,
                         ==PRE-PERM-LINE2==  BY ==OA-PERM-LINE2==,
                         ==PRE-PERM-CITY==   BY ==OA-PERM-CITY==,
                         ==PRE-PERM-STATE==  BY ==OA-PERM-STATE==,
                         ==PRE-PERM-ZIP==    BY ==OA-PERM-ZIP==,
                         ==PRE-ADDR-EFF-DATE== BY ==OA-EFF-DATE==.

       01 RUN-COUNTERS.
         05 C-ADD-CTR              PIC 999 VALUE 0.
         05 C-CHG-CTR              PIC 999 VALUE 0.
         05 C-NOCHG-CTR            PIC 999 VALUE 0.
         05 C-DEL-CTR              PIC 999 VALUE 0.
         05 C-ERR-CTR              PIC 999 VALUE 0.

       01 AUDIT-WS.
         05 RUN-USER            PIC X(20) VALUE SPACES.
         05 AUD-ACTION          PIC X(6).
         05 AUD-FIELD           PIC X(16).
         05 AUD-OLD-VALUE       PIC X(20).
         05 AUD-NEW-VALUE       PIC X(20).

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

       01 AMNT-TITLE-LINE.
         05 FILLER                 PIC X(6) VALUE 'DATE'.
         05 TITLE-DATE.
           10 TITLE-MONTH          PIC XX.
           10 FILLER               PIC X VALUE '/'.
           10 TITLE-DAY            PIC XX.
           10 FILLER               PIC X VALUE '/'.
           10 TITLE-YEAR           PIC X(4).
         05 FILLER                 PIC X(35) VALUE SPACES.
         05 FILLER                 PIC X(29)
         VALUE 'STUDENT ADDRESS MAINTENANCE'.
         05 FILLER                 PIC X(52) VALUE SPACES.

       01 AMNT-COL-HEADING.
         05 FILLER                 PIC XX VALUE SPACES.
         05 FILLER                 PIC X(6) VALUE 'ACTION'.
         05 FILLER                 PIC X(5) VALUE SPACES.
         05 FILLER                 PIC X(10) VALUE 'STUDENT ID'.
         05 FILLER                 PIC X(4) VALUE SPACES.
         05 FILLER                 PIC X(4) VALUE 'NAME'.
         05 FILLER                 PIC X(29) VALUE SPACES.
         05 FILLER                 PIC X(6) VALUE 'STATUS'.
         05 FILLER                 PIC X(66) VALUE SPACES.

       01 AMNT-DETAIL-LINE.
         05 FILLER                 PIC X(4) VALUE SPACES.
         05 TD-ACTION              PIC X.
         05 FILLER                 PIC X(8) VALUE SPACES.
         05 TD-ID                  PIC X(7).
         05 FILLER                 PIC X(7) VALUE SPACES.
         05 TD-LNAME               PIC X(15).
         05 FILLER                 PIC X VALUE SPACES.
         05 TD-FNAME               PIC X(15).
         05 FILLER                 PIC XX VALUE SPACES.
         05 TD-STATUS              PIC X(34).
         05 FILLER                 PIC X(38) VALUE SPACES.

       01 AMNT-TOTAL-LINE.
         05 FILLER                 PIC X(5) VALUE SPACES.
         05 FILLER                 PIC X(16) VALUE 'ADDRESSES ADDED:'.
         05 TOT-ADD                PIC ZZ9.
         05 FILLER                 PIC X(4) VALUE SPACES.
         05 FILLER                 PIC X(8) VALUE 'CHANGED:'.
         05 TOT-CHG                PIC ZZ9.
         05 FILLER                 PIC X(4) VALUE SPACES.
         05 FILLER                 PIC X(10) VALUE 'NO CHANGE:'.
         05 TOT-NOCHG              PIC ZZ9.
         05 FILLER                 PIC X(4) VALUE SPACES.
         05 FILLER                 PIC X(8) VALUE 'DELETED:'.
         05 TOT-DEL                PIC ZZ9.
         05 FILLER                 PIC X(4) VALUE SPACES.
         05 FILLER                 PIC X(9) VALUE 'REJECTED:'.
         05 TOT-ERR                PIC ZZ9.
         05 FILLER                 PIC X(45) VALUE SPACES.

       01 AMNT-MSG-LINE.
         05 FILLER                 PIC X(5) VALUE SPACES.
         05 AM-TEXT                PIC X(60).
         05 FILLER                 PIC X(67) VALUE SPACES.

       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           EVALUATE TRUE
               WHEN MASTER-STATUS NOT = '00'
                   MOVE 'CBLPIZZA WOULD NOT OPEN - NOTHING APPLIED'
                     TO AM-TEXT
                   PERFORM L2-TERM-ERROR
               WHEN NOT ADDR-OPENED
                   MOVE 'CBLADDR WOULD NOT OPEN - NOTHING APPLIED'
                     TO AM-TEXT
                   PERFORM L2-TERM-ERROR
               WHEN OTHER
                   PERFORM L2-MAINLINE
                     UNTIL ATRAN-EOF
                   PERFORM L2-CLOSING
           END-EVALUATE.
           MOVE 'E' TO STAMP-EVENT.
           COMPUTE STAMP-COUNT = C-ADD-CTR + C-CHG-CTR + C-NOCHG-CTR
                              + C-DEL-CTR + C-ERR-CTR.
           MOVE RETURN-CODE TO STAMP-CODE.
           PERFORM L4-WRITE-RUNLOG.
           STOP RUN.

       L2-INIT.
           MOVE 'S' TO STAMP-EVENT.
           MOVE 0 TO STAMP-COUNT.
           MOVE 0 TO STAMP-CODE.
           PERFORM L4-WRITE-RUNLOG.
           OPEN INPUT MASTER-FILE.
           OPEN I-O ADDR-FILE.
           OPEN INPUT ATRAN-FILE.
           OPEN OUTPUT AMNTOUT.
           OPEN EXTEND AUDITOUT.
           ACCEPT RUN-USER FROM ENVIRONMENT 'USERNAME'.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-MONTH TO TITLE-MONTH.
           MOVE CURRENT-DAY TO TITLE-DAY.
           MOVE CURRENT-YEAR TO TITLE-YEAR.
           PERFORM L4-HEADING.
           PERFORM L3-READ-ATRAN.

      *    THE ID IS EDITED BEFORE EITHER FILE IS READ, THE SAME WAY
      *    THE DEPARTMENT TABLE RUN EDITS ITS KEY - A BLANK ID IS
      *    NEVER LOOKED UP.
       L2-MAINLINE.
           MOVE SPACES TO TD-LNAME.
           MOVE SPACES TO TD-FNAME.
           IF AT-ACTION NOT = 'A' AND AT-ACTION NOT = 'C'
             AND AT-ACTION NOT = 'D'
               MOVE 'REJECTED - INVALID ACTION CODE' TO TD-STATUS
               ADD 1 TO C-ERR-CTR
           ELSE
               IF AT-ID = SPACES
                   MOVE 'REJECTED - STUDENT ID MISSING' TO TD-STATUS
                   ADD 1 TO C-ERR-CTR
               ELSE
                   PERFORM L3-READ-MASTER-BY-KEY
                   PERFORM L3-READ-ADDR-BY-KEY
                   EVALUATE AT-ACTION
                       WHEN 'A'
                           PERFORM L3-APPLY-ADD
                       WHEN 'C'
                           PERFORM L3-APPLY-CHANGE
                       WHEN 'D'
                           PERFORM L3-APPLY-DELETE
                   END-EVALUATE
               END-IF
           END-IF.
           PERFORM L3-WRITE-AMNT-LINE.
           PERFORM L3-READ-ATRAN.

       L2-CLOSING.
           PERFORM L3-TOTALS.
           CLOSE MASTER-FILE.
           CLOSE ADDR-FILE.
           CLOSE ATRAN-FILE.
           CLOSE AMNTOUT.
           CLOSE AUDITOUT.

      *    NO TRANSACTIONS APPLY - THE ADDRESS FILE IS LEFT EXACTLY
      *    AS IT WAS.
       L2-TERM-ERROR.
           WRITE AMNTLINE FROM AMNT-MSG-LINE
             AFTER ADVANCING 2 LINES.
           CLOSE MASTER-FILE.
           CLOSE ADDR-FILE.
           CLOSE ATRAN-FILE.
           CLOSE AMNTOUT.
           CLOSE AUDITOUT.
           MOVE 8 TO RETURN-CODE.

       L3-APPLY-ADD.
           IF MASTER-NOT-FOUND
               MOVE 'REJECTED - ID NOT ON MASTER' TO TD-STATUS
               ADD 1 TO C-ERR-CTR
           ELSE
               IF ADDR-FOUND
                   MOVE 'REJECTED - ADDRESS ALREADY ON FILE'
                     TO TD-STATUS
                   ADD 1 TO C-ERR-CTR
               ELSE
                   MOVE SPACES TO OLD-ADDR
                   MOVE 0 TO OA-EFF-DATE
                   MOVE AT-ID TO AD-ID
                   MOVE AT-MAIL-ADDR TO AD-MAIL-ADDR
                   MOVE AT-PERM-ADDR TO AD-PERM-ADDR
                   IF AT-EFF-DATE = SPACES
                       MOVE CURRENT-YMD TO AD-EFF-DATE
                   ELSE
                       MOVE AT-EFF-DATE TO AD-EFF-DATE
                   END-IF
                   PERFORM L4-EDIT-ADDRESS
                   IF ADDR-PROBLEM NOT = SPACES
                       MOVE ADDR-PROBLEM TO TD-STATUS
                       ADD 1 TO C-ERR-CTR
                   ELSE
                       PERFORM L4-STORE-NEW-ADDR
                   END-IF
               END-IF
           END-IF.

       L4-STORE-NEW-ADDR.
           WRITE AD-REC
               INVALID KEY
                   MOVE 'REJECTED - ADDRESS ALREADY ON FILE'
                     TO TD-STATUS
                   ADD 1 TO C-ERR-CTR
               NOT INVALID KEY
                   ADD 1 TO C-ADD-CTR
                   MOVE 'ADDED' TO TD-STATUS
                   MOVE 'ADRADD' TO AUD-ACTION
                   PERFORM L3-AUDIT-ADDRESS
           END-WRITE.

      *    THE TRANSACTION IS LAID OVER A COPY OF THE RECORD AND THE
      *    RESULT IS EDITED AS A WHOLE BEFORE ANYTHING IS WRITTEN -
      *    A CHANGE MAY NOT LEAVE HALF AN ADDRESS BEHIND IT. ONE
      *    THAT LEAVES THE RECORD EXACTLY AS IT WAS WRITES NOTHING
      *    AND IS REGISTERED AS NO CHANGE, SO THE CHANGED COUNT
      *    BALANCES TO THE ADRCHG IMAGES ON THE TRAIL.
       L3-APPLY-CHANGE.
           IF MASTER-NOT-FOUND
               MOVE 'REJECTED - ID NOT ON MASTER' TO TD-STATUS
               ADD 1 TO C-ERR-CTR
           ELSE
               IF ADDR-NOT-FOUND
                   MOVE 'REJECTED - NO ADDRESS ON FILE' TO TD-STATUS
                   ADD 1 TO C-ERR-CTR
               ELSE
                   MOVE AD-REC TO OLD-ADDR
                   PERFORM L4-LAY-OVER-CHANGES
                   PERFORM L4-EDIT-ADDRESS
                   IF ADDR-PROBLEM NOT = SPACES
                       MOVE ADDR-PROBLEM TO TD-STATUS
                       ADD 1 TO C-ERR-CTR
                   ELSE
                       IF AD-REC = OLD-ADDR
                           ADD 1 TO C-NOCHG-CTR
                           MOVE 'NO CHANGE' TO TD-STATUS
                       ELSE
                           REWRITE AD-REC
                           ADD 1 TO C-CHG-CTR
                           MOVE 'CHANGED' TO TD-STATUS
                           MOVE 'ADRCHG' TO AUD-ACTION
                           PERFORM L3-AUDIT-ADDRESS
                       END-IF
                   END-IF
               END-IF
           END-IF.

       L4-LAY-OVER-CHANGES.
           EVALUATE TRUE
               WHEN AT-MAIL-LINE1 = '*'
                   MOVE SPACES TO AD-MAIL-LINE1
               WHEN AT-MAIL-LINE1 NOT = SPACES
                   MOVE AT-MAIL-LINE1 TO AD-MAIL-LINE1
           END-EVALUATE.
           EVALUATE TRUE
               WHEN AT-MAIL-LINE2 = '*'
                   MOVE SPACES TO AD-MAIL-LINE2
               WHEN AT-MAIL-LINE2 NOT = SPACES
                   MOVE AT-MAIL-LINE2 TO AD-MAIL-LINE2
           END-EVALUATE.
           EVALUATE TRUE
               WHEN AT-MAIL-CITY = '*'
                   MOVE SPACES TO AD-MAIL-CITY
               WHEN AT-MAIL-CITY NOT = SPACES
                   MOVE AT-MAIL-CITY TO AD-MAIL-CITY
           END-EVALUATE.
           EVALUATE TRUE
               WHEN AT-MAIL-STATE = '*'
                   MOVE SPACES TO AD-MAIL-STATE
               WHEN AT-MAIL-STATE NOT = SPACES
                   MOVE AT-MAIL-STATE TO AD-MAIL-STATE
           END-EVALUATE.
           EVALUATE TRUE
               WHEN AT-MAIL-ZIP = '*'
                   MOVE SPACES TO AD-MAIL-ZIP
               WHEN AT-MAIL-ZIP NOT = SPACES
                   MOVE AT-MAIL-ZIP TO AD-MAIL-ZIP
           END-EVALUATE.
           EVALUATE TRUE
               WHEN AT-PERM-LINE1 = '*'
                   MOVE SPACES TO AD-PERM-LINE1
               WHEN AT-PERM-LINE1 NOT = SPACES
                   MOVE AT-PERM-LINE1 TO AD-PERM-LINE1
           END-EVALUATE.
           EVALUATE TRUE
               WHEN AT-PERM-LINE2 = '*'
                   MOVE SPACES TO AD-PERM-LINE2
               WHEN AT-PERM-LINE2 NOT = SPACES
                   MOVE AT-PERM-LINE2 TO AD-PERM-LINE2
           END-EVALUATE.
           EVALUATE TRUE
               WHEN AT-PERM-CITY = '*'
                   MOVE SPACES TO AD-PERM-CITY
               WHEN AT-PERM-CITY NOT = SPACES
                   MOVE AT-PERM-CITY TO AD-PERM-CITY
           END-EVALUATE.
           EVALUATE TRUE
               WHEN AT-PERM-STATE = '*'
                   MOVE SPACES TO AD-PERM-STATE
               WHEN AT-PERM-STATE NOT = SPACES
                   MOVE AT-PERM-STATE TO AD-PERM-STATE
           END-EVALUATE.
           EVALUATE TRUE
               WHEN AT-PERM-ZIP = '*'
                   MOVE SPACES TO AD-PERM-ZIP
               WHEN AT-PERM-ZIP NOT = SPACES
                   MOVE AT-PERM-ZIP TO AD-PERM-ZIP
           END-EVALUATE.
      *    A NEW MAILING ADDRESS WITH NO DATE KEYED TAKES EFFECT
      *    TODAY, SO THE LETTER RUN SWITCHES TO IT AT ONCE.
           EVALUATE TRUE
               WHEN AT-EFF-DATE NOT = SPACES
                   MOVE AT-EFF-DATE TO AD-EFF-DATE
               WHEN AD-MAIL-ADDR NOT = OA-MAIL-ADDR
                   MOVE CURRENT-YMD TO AD-EFF-DATE
           END-EVALUATE.

      *    EACH ADDRESS IS EITHER ABSENT OR USABLE - LINE 1, CITY,
      *    STATE AND ZIP ALL PRESENT - AND AT LEAST ONE OF THE TWO
      *    MUST BE THERE. A KEYED EFFECTIVE DATE MUST BE A REAL
      *    YYYYMMDD.
       L4-EDIT-ADDRESS.
           MOVE SPACES TO ADDR-PROBLEM.
           IF AD-MAIL-ADDR NOT = SPACES
               IF AD-MAIL-LINE1 = SPACES OR AD-MAIL-CITY = SPACES
                 OR AD-MAIL-STATE = SPACES OR AD-MAIL-ZIP = SPACES
                   MOVE 'REJECTED - MAIL ADDR INCOMPLETE'
                     TO ADDR-PROBLEM
               END-IF
           END-IF.
           IF ADDR-PROBLEM = SPACES AND AD-PERM-ADDR NOT = SPACES
               IF AD-PERM-LINE1 = SPACES OR AD-PERM-CITY = SPACES
                 OR AD-PERM-STATE = SPACES OR AD-PERM-ZIP = SPACES
                   MOVE 'REJECTED - PERM ADDR INCOMPLETE'
                     TO ADDR-PROBLEM
               END-IF
           END-IF.
           IF ADDR-PROBLEM = SPACES
             AND AD-MAIL-ADDR = SPACES AND AD-PERM-ADDR = SPACES
               MOVE 'REJECTED - NO ADDRESS GIVEN' TO ADDR-PROBLEM
           END-IF.
           IF ADDR-PROBLEM = SPACES AND AT-EFF-DATE NOT = SPACES
               IF AT-EFF-YMD NOT NUMERIC
                   MOVE 'REJECTED - INVALID EFFECTIVE DATE'
                     TO ADDR-PROBLEM
               ELSE
                   IF AT-EFF-YEAR < 1900
                     OR AT-EFF-MONTH < 1 OR AT-EFF-MONTH > 12
                     OR AT-EFF-DAY < 1 OR AT-EFF-DAY > 31
                       MOVE 'REJECTED - INVALID EFFECTIVE DATE'
                         TO ADDR-PROBLEM
                   END-IF
               END-IF
           END-IF.

       L3-APPLY-DELETE.
           IF ADDR-NOT-FOUND
               MOVE 'REJECTED - NO ADDRESS ON FILE' TO TD-STATUS
               ADD 1 TO C-ERR-CTR
           ELSE
               MOVE AD-REC TO OLD-ADDR
               DELETE ADDR-FILE RECORD
               ADD 1 TO C-DEL-CTR
               MOVE 'DELETED' TO TD-STATUS
               MOVE SPACES TO AD-MAIL-ADDR
               MOVE SPACES TO AD-PERM-ADDR
               MOVE 0 TO AD-EFF-DATE
               MOVE 'ADRDEL' TO AUD-ACTION
               PERFORM L3-AUDIT-ADDRESS
           END-IF.

      *    ONE IMAGE PER FIELD THAT DIFFERS BETWEEN THE OLD RECORD
      *    (SPACES ON AN ADD) AND THE NEW (SPACES ON A DELETE) - SO
      *    AN ADD SHOWS WHAT WAS KEYED, A CHANGE ONLY WHAT MOVED,
      *    AND A DELETE WHAT WAS TAKEN OFF.
       L3-AUDIT-ADDRESS.
           IF AD-MAIL-LINE1 NOT = OA-MAIL-LINE1
               MOVE 'MAIL LINE 1' TO AUD-FIELD
               MOVE OA-MAIL-LINE1 TO AUD-OLD-VALUE
               MOVE AD-MAIL-LINE1 TO AUD-NEW-VALUE
               PERFORM L3-WRITE-AUDIT
           END-IF.
           IF AD-MAIL-LINE2 NOT = OA-MAIL-LINE2
               MOVE 'MAIL LINE 2' TO AUD-FIELD
               MOVE OA-MAIL-LINE2 TO AUD-OLD-VALUE
               MOVE AD-MAIL-LINE2 TO AUD-NEW-VALUE
               PERFORM L3-WRITE-AUDIT
           END-IF.
           IF AD-MAIL-CITY NOT = OA-MAIL-CITY
               MOVE 'MAIL CITY' TO AUD-FIELD
               MOVE OA-MAIL-CITY TO AUD-OLD-VALUE
               MOVE AD-MAIL-CITY TO AUD-NEW-VALUE
               PERFORM L3-WRITE-AUDIT
           END-IF.
           IF AD-MAIL-STATE NOT = OA-MAIL-STATE
               MOVE 'MAIL STATE' TO AUD-FIELD
               MOVE OA-MAIL-STATE TO AUD-OLD-VALUE
               MOVE AD-MAIL-STATE TO AUD-NEW-VALUE
               PERFORM L3-WRITE-AUDIT
           END-IF.
           IF AD-MAIL-ZIP NOT = OA-MAIL-ZIP
               MOVE 'MAIL ZIP' TO AUD-FIELD
               MOVE OA-MAIL-ZIP TO AUD-OLD-VALUE
               MOVE AD-MAIL-ZIP TO AUD-NEW-VALUE
               PERFORM L3-WRITE-AUDIT
           END-IF.
           IF AD-PERM-LINE1 NOT = OA-PERM-LINE1
               MOVE 'PERM LINE 1' TO AUD-FIELD
               MOVE OA-PERM-LINE1 TO AUD-OLD-VALUE
               MOVE AD-PERM-LINE1 TO AUD-NEW-VALUE
               PERFORM L3-WRITE-AUDIT
           END-IF.
           IF AD-PERM-LINE2 NOT = OA-PERM-LINE2
               MOVE 'PERM LINE 2' TO AUD-FIELD
               MOVE OA-PERM-LINE2 TO AUD-OLD-VALUE
               MOVE AD-PERM-LINE2 TO AUD-NEW-VALUE
               PERFORM L3-WRITE-AUDIT
           END-IF.
           IF AD-PERM-CITY NOT = OA-PERM-CITY
               MOVE 'PERM CITY' TO AUD-FIELD
               MOVE OA-PERM-CITY TO AUD-OLD-VALUE
               MOVE AD-PERM-CITY TO AUD-NEW-VALUE
               PERFORM L3-WRITE-AUDIT
           END-IF.
           IF AD-PERM-STATE NOT = OA-PERM-STATE
               MOVE 'PERM STATE' TO AUD-FIELD
               MOVE OA-PERM-STATE TO AUD-OLD-VALUE
               MOVE AD-PERM-STATE TO AUD-NEW-VALUE
               PERFORM L3-WRITE-AUDIT
           END-IF.
           IF AD-PERM-ZIP NOT = OA-PERM-ZIP
               MOVE 'PERM ZIP' TO AUD-FIELD
               MOVE OA-PERM-ZIP TO AUD-OLD-VALUE
               MOVE AD-PERM-ZIP TO AUD-NEW-VALUE
               PERFORM L3-WRITE-AUDIT
           END-IF.
           IF AD-EFF-DATE NOT = OA-EFF-DATE
               MOVE 'ADDR EFF DATE' TO AUD-FIELD
               MOVE SPACES TO AUD-OLD-VALUE
               IF OA-EFF-DATE NOT = 0
                   MOVE OA-EFF-DATE TO AUD-OLD-VALUE
               END-IF
               MOVE SPACES TO AUD-NEW-VALUE
               IF AD-EFF-DATE NOT = 0
                   MOVE AD-EFF-DATE TO AUD-NEW-VALUE
               END-IF
               PERFORM L3-WRITE-AUDIT
           END-IF.

       L3-READ-MASTER-BY-KEY.
           MOVE AT-ID TO M-ID.
           READ MASTER-FILE
               INVALID KEY
                   SET MASTER-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET MASTER-FOUND TO TRUE
                   MOVE M-LNAME TO TD-LNAME
                   MOVE M-FNAME TO TD-FNAME
           END-READ.

       L3-READ-ADDR-BY-KEY.
           MOVE AT-ID TO AD-ID.
           READ ADDR-FILE
               INVALID KEY
                   SET ADDR-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET ADDR-FOUND TO TRUE
           END-READ.

       L3-WRITE-AUDIT.
           MOVE CURRENT-MONTH TO AL-MONTH.
           MOVE CURRENT-DAY TO AL-DAY.
           MOVE CURRENT-YEAR TO AL-YEAR.
           MOVE RUN-USER TO AL-USER.
           MOVE AT-ID TO AL-ID.
           MOVE AUD-ACTION TO AL-ACTION.
           MOVE AUD-FIELD TO AL-FIELD.
           MOVE AUD-OLD-VALUE TO AL-OLD-VALUE.
           MOVE AUD-NEW-VALUE TO AL-NEW-VALUE.
           WRITE AUDIT-REC FROM AUDIT-LINE.

       L3-WRITE-AMNT-LINE.
           MOVE AT-ACTION TO TD-ACTION.
           MOVE AT-ID TO TD-ID.
           WRITE AMNTLINE FROM AMNT-DETAIL-LINE
             AFTER ADVANCING 1 LINE.

       L3-READ-ATRAN.
           READ ATRAN-FILE
               AT END
                   SET ATRAN-EOF TO TRUE.

       L3-TOTALS.
           MOVE C-ADD-CTR TO TOT-ADD.
           MOVE C-CHG-CTR TO TOT-CHG.
           MOVE C-NOCHG-CTR TO TOT-NOCHG.
           MOVE C-DEL-CTR TO TOT-DEL.
           MOVE C-ERR-CTR TO TOT-ERR.
           WRITE AMNTLINE FROM AMNT-TOTAL-LINE
             AFTER ADVANCING 2 LINES.

       L4-HEADING.
           WRITE AMNTLINE FROM AMNT-TITLE-LINE
             AFTER ADVANCING PAGE.
           WRITE AMNTLINE FROM AMNT-COL-HEADING
             AFTER ADVANCING 2 LINES.


      *    ONE ROW TO THE SHARED RUN-CONTROL LOG - OPENED,
      *    WRITTEN AND CLOSED IN ONE BREATH SO THE SHARED FILE
      *    IS NEVER HELD ACROSS THE RUN.
       L4-WRITE-RUNLOG.
           MOVE FUNCTION CURRENT-DATE TO STAMP-DATE-TIME.
           OPEN EXTEND RUNLOG-FILE.
           MOVE 'CBLJRT31' TO RG-PGM.
           MOVE STAMP-EVENT TO RG-EVENT.
           MOVE STAMP-YMD TO RG-DATE.
           MOVE STAMP-HMS TO RG-TIME.
           MOVE STAMP-COUNT TO RG-COUNT.
           MOVE STAMP-CODE TO RG-CODE.
           WRITE RG-REC.
           CLOSE RUNLOG-FILE.

       end program CBLJRT31.

       identification division.
       program-id. CBLJRT26.

      * OFFICIAL STUDENT TRANSCRIPT PRINT. ONE REQUEST PER SYSIN
      * CARD - STUDENT ID IN COLUMNS 1-7, WHO THE TRANSCRIPT GOES
      * TO IN COLUMNS 9-38 (BLANK MEANS THE STUDENT'S OWN COPY); A
      * BLANK CARD OR END OF INPUT ENDS THE RUN. THE STUDENT IS
      * LOOKED UP ON THE KEYED MASTER FIRST AND, FAILING THAT, ON
      * THE CBLARCH GRADUATION ARCHIVE (LATEST IMAGE, WITH ITS
      * GRADUATION TERM), AS CBLJRT18 DOES. EACH TRANSCRIPT IS ONE
      * FORMATTED DOCUMENT: THE STUDENT'S PARTICULARS, EVERY TERM
      * ON THE CBLGHIST GPA HISTORY WITH DEPARTMENT AND GPA, THE
      * CURRENT ACADEMIC STANDING FROM CBLSTAND, AND EVERY
      * SCHOLARSHIP ON THE CBLAWDH AWARD HISTORY WITH TERM AND
      * AMOUNT. EVERY DOCUMENT CARRIES A DOCUMENT NUMBER AND THE
      * PRINT DATE, AND IS RECORDED ON THE CUMULATIVE TRANSCRIPT
      * CONTROL LOG (CBLTRLOG) - WHAT WAS ISSUED, FOR WHOM, TO
      * WHOM, WHEN AND BY WHOM - WHOSE LAST DOCUMENT NUMBER ALSO
      * SEEDS THE NEXT RUN'S NUMBERING. AN ID ON NEITHER FILE GETS
      * NO TRANSCRIPT AND NO NUMBER; THE ISSUE REGISTER LISTS IT
      * AND THE STEP ENDS RC=4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE
               ASSIGN TO 'CBLPIZZA'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS M-ID
                   FILE STATUS IS MASTER-STATUS.
           SELECT ARCH-FILE
               ASSIGN TO 'CBLARCH'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HIST-FILE
               ASSIGN TO 'CBLGHIST'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STAND-FILE
               ASSIGN TO 'CBLSTAND'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AWDH-FILE
               ASSIGN TO 'CBLAWDH'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEPT-FILE
               ASSIGN TO 'CBLDEPT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRLOG-FILE
               ASSIGN TO 'CBLTRLOG'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANOUT
               ASSIGN TO 'TRANSCPT'
                   ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT REGOUT
               ASSIGN TO 'TRREGRPT'
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

       FD  HIST-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS GH-REC
           RECORD CONTAINS 26 CHARACTERS.

       01 GH-REC.
           COPY CBLGHIST
               REPLACING ==PRE-HIST-ID==   BY ==GH-ID==,
                         ==PRE-HIST-TERM== BY ==GH-TERM==,
                         ==PRE-HIST-DATE== BY ==GH-DATE==,
                         ==PRE-HIST-DEPT== BY ==GH-DEPT==,
                         ==PRE-HIST-GPA==  BY ==GH-GPA==.

       FD  STAND-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SF-REC
           RECORD CONTAINS 14 CHARACTERS.

       01 SF-REC.
         05 SF-ID                  PIC X(7).
         05 SF-STANDING            PIC X.
         05 SF-BELOW-CTR           PIC 99.
         05 SF-TERM                PIC X(4).

       FD  AWDH-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AH-REC
           RECORD CONTAINS 33 CHARACTERS.

       01 AH-REC.
         05 AH-ID                  PIC X(7).
         05 AH-TERM                PIC X(4).
         05 AH-DEPT                PIC X(4).
         05 AH-GPA                 PIC 9V99.
         05 AH-AMOUNT              PIC 9(5)V99.
         05 AH-DATE                PIC 9(8).

       FD  DEPT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS DP-REC
           RECORD CONTAINS 30 CHARACTERS.

       01 DP-REC.
           COPY CBLDEPT
               REPLACING ==PRE-DEPT-KEY==    BY ==DP-KEY==,
                         ==PRE-DEPT-NAME==   BY ==DP-NAME==,
                         ==PRE-DEPT-ACTIVE== BY ==DP-ACTIVE==.

      *    ONE ROW PER TRANSCRIPT ISSUED, ACCUMULATING ACROSS RUNS
      *    (OPEN EXTEND) - DOCUMENT NUMBER, THE STUDENT, WHERE THE
      *    RECORD CAME FROM (M = MASTER, A = ARCHIVE), WHO IT WENT
      *    TO, AND WHEN AND BY WHOM IT WAS PRINTED.
       FD  TRLOG-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CL-REC
           RECORD CONTAINS 109 CHARACTERS.

       01 CL-REC.
         05 CL-DOC-NO              PIC 9(7).
         05 CL-ID                  PIC X(7).
         05 CL-SOURCE              PIC X.
         05 CL-LNAME               PIC X(15).
         05 CL-FNAME               PIC X(15).
         05 CL-ISSUED-TO           PIC X(30).
         05 CL-DATE                PIC 9(8).
         05 CL-TIME                PIC 9(6).
         05 CL-USER                PIC X(20).

       FD  TRANOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS TRANLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 TRANLINE PIC X(132).

       FD  REGOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REGLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 REGLINE PIC X(132).

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
         05 ARCH-EOF-SW            PIC X(5) VALUE 'FALSE'.
           88 ARCH-EOF                      VALUE 'TRUE '.
         05 HIST-EOF-SW            PIC X(5) VALUE 'FALSE'.
           88 HIST-EOF                      VALUE 'TRUE '.
         05 STAND-EOF-SW           PIC X(5) VALUE 'FALSE'.
           88 STAND-EOF                     VALUE 'TRUE '.
         05 AWDH-EOF-SW            PIC X(5) VALUE 'FALSE'.
           88 AWDH-EOF                      VALUE 'TRUE '.
         05 TRLOG-EOF-SW           PIC X(5) VALUE 'FALSE'.
           88 TRLOG-EOF                     VALUE 'TRUE '.

       01 MASTER-WS.
         05 MASTER-STATUS       PIC XX.

      *    ONE REQUEST CARD - STUDENT ID, THEN WHO THE TRANSCRIPT
      *    IS ISSUED TO.
       01 REQUEST-CARD.
         05 REQ-ID                 PIC X(7).
         05 FILLER                 PIC X.
         05 REQ-ISSUED-TO          PIC X(30).

      *    THE STUDENT BEING PRINTED, FROM WHICHEVER FILE HAD THEM.
       01 TRANSCRIPT-WS.
         05 TS-SOURCE              PIC X VALUE SPACE.
           88 TS-ON-MASTER                  VALUE 'M'.
           88 TS-ON-ARCHIVE                 VALUE 'A'.
           88 TS-NOT-FOUND                  VALUE SPACE.
         05 TS-ID                  PIC X(7).
         05 TS-LNAME               PIC X(15).
         05 TS-FNAME               PIC X(15).
         05 TS-DEPT                PIC X(4).
         05 TS-STAT                PIC X.
         05 TS-CREDIT-HRS          PIC 9(3).
         05 TS-GPA                 PIC 9V99.
         05 TS-GRAD-TERM           PIC X(4).
         05 TS-ARCH-DATE           PIC 9(8).
         05 TS-ISSUED-TO           PIC X(30).
         05 TS-DOC-NO              PIC 9(7) VALUE 0.
         05 TS-PAGE-CTR            PIC 99 VALUE 0.
         05 C-TS-TERM-CTR          PIC 999 VALUE 0.
         05 C-TS-AWARD-CTR         PIC 999 VALUE 0.
         05 TS-AWARD-TOTAL         PIC 9(7)V99 VALUE 0.
         05 TS-STAND-FOUND-SW   PIC X(5) VALUE 'FALSE'.
           88 TS-STANDING-FOUND             VALUE 'TRUE '.

       01 MISC.
         05 PAGE-CTR               PIC 99 VALUE 0.
         05 LAST-DOC-NO            PIC 9(7) VALUE 0.
         05 RUN-USER            PIC X(20) VALUE SPACES.
         05 LOOKUP-DEPT            PIC X(4) VALUE SPACES.
         05 LOOKUP-DEPT-NAME       PIC X(25) VALUE SPACES.
         05 TR-EDIT-GPA            PIC Z.99.
         05 TR-EDIT-CRHR           PIC ZZ9.
         05 STAT-NAME              PIC X(13) VALUE SPACES.
         05 STAND-NAME             PIC X(20) VALUE SPACES.
         05 PRINT-AREA             PIC X(132) VALUE SPACES.

       01 DEPT-TABLE-WS.
         05 C-DEPT-LOADED       PIC 99 VALUE 0.
         05 DEPT-EOF-SW         PIC X(5) VALUE 'FALSE'.
           88 DEPT-EOF                      VALUE 'TRUE '.
         05 DEPT-ENTRY OCCURS 50 TIMES INDEXED BY DX.
           10 DEPT-CODE          PIC X(4).
           10 DEPT-NAME          PIC X(25).
           10 DEPT-ACTIVE        PIC X.

       01 RUN-COUNTERS.
         05 C-REQ-CTR              PIC 9(6) VALUE 0.
         05 C-ISSUED-CTR           PIC 9(6) VALUE 0.
         05 C-ISSUED-ARCH-CTR      PIC 9(6) VALUE 0.
         05 C-NOTFOUND-CTR         PIC 9(6) VALUE 0.

       01 CURRENT-DATE-AND-TIME.
         05 CURRENT-DATE-YMD.
           10 CURRENT-YEAR         PIC X(4).
           10 CURRENT-MONTH        PIC XX.
           10 CURRENT-DAY          PIC XX.
         05 CURRENT-TIME           PIC X(11).
       01 CURRENT-DATE-NUM REDEFINES CURRENT-DATE-AND-TIME.
         05 CURRENT-YMD            PIC 9(8).
         05 CURRENT-HMS            PIC 9(6).
         05 FILLER                 PIC X(5).

       01 PRINT-DATE.
         05 PRINT-MONTH            PIC XX.
         05 FILLER                 PIC X VALUE '/'.
         05 PRINT-DAY              PIC XX.
         05 FILLER                 PIC X VALUE '/'.
         05 PRINT-YEAR             PIC X(4).

      *    TRANSCRIPT DOCUMENT LINES.
       01 TR-TITLE-LINE.
         05 FILLER                 PIC X(40) VALUE SPACES.
         05 FILLER                 PIC X(30)
         VALUE 'OFFICIAL ACADEMIC TRANSCRIPT  '.
         05 FILLER                 PIC X(20) VALUE SPACES.
         05 FILLER                 PIC X(13) VALUE 'DOCUMENT NO: '.
         05 TT-DOC-NO              PIC 9(7).
         05 FILLER                 PIC X(5) VALUE SPACES.
         05 FILLER                 PIC X(6)    VALUE 'PAGE: '.
         05 TT-PAGE                PIC Z9.
         05 FILLER                 PIC X(9) VALUE SPACES.

       01 TR-DATE-LINE.
         05 FILLER                 PIC X(90) VALUE SPACES.
         05 FILLER                 PIC X(13) VALUE 'PRINT DATE:  '.
         05 TD-DATE                PIC X(10).
         05 FILLER                 PIC X(19) VALUE SPACES.

       01 TR-CONT-LINE.
         05 FILLER                 PIC X(5) VALUE SPACES.
         05 FILLER                 PIC X(20) VALUE 'STUDENT ID:'.
         05 TC-ID                  PIC X(7).
         05 FILLER                 PIC X(13) VALUE ' (CONTINUED)'.
         05 FILLER                 PIC X(87) VALUE SPACES.

       01 TR-FIELD-LINE.
         05 FILLER                 PIC X(5) VALUE SPACES.
         05 TF-LABEL               PIC X(20).
         05 TF-VALUE               PIC X(60).
         05 FILLER                 PIC X(47) VALUE SPACES.

       01 TR-NAME-LINE.
         05 FILLER                 PIC X(5) VALUE SPACES.
         05 FILLER                 PIC X(20) VALUE 'NAME:'.
         05 TN-FNAME               PIC X(15).
         05 FILLER                 PIC X VALUE SPACE.
         05 TN-LNAME               PIC X(15).
         05 FILLER                 PIC X(76) VALUE SPACES.

       01 TR-DEPT-LINE.
         05 FILLER                 PIC X(5) VALUE SPACES.
         05 FILLER                 PIC X(20) VALUE 'DEPARTMENT:'.
         05 TD-DEPT                PIC X(4).
         05 FILLER                 PIC XX VALUE SPACES.
         05 TD-DEPT-NAME           PIC X(25).
         05 FILLER                 PIC X(76) VALUE SPACES.

       01 TR-SECTION-LINE.
         05 FILLER                 PIC X(5) VALUE SPACES.
         05 SECTION-TEXT           PIC X(40).
         05 FILLER                 PIC X(87) VALUE SPACES.

       01 TR-HIST-HEADING.
         05 FILLER                 PIC X(5) VALUE SPACES.
         05 FILLER                 PIC X(4) VALUE 'TERM'.
         05 FILLER                 PIC X(4) VALUE SPACES.
         05 FILLER                 PIC X(4) VALUE 'DEPT'.
         05 FILLER                 PIC X(4) VALUE SPACES.
         05 FILLER                 PIC X(10) VALUE 'DEPARTMENT'.
         05 FILLER                 PIC X(17) VALUE SPACES.
         05 FILLER                 PIC X(8) VALUE 'TERM GPA'.
         05 FILLER                 PIC X(76) VALUE SPACES.

       01 TR-HIST-LINE.
         05 FILLER                 PIC X(5) VALUE SPACES.
         05 TH-TERM                PIC X(4).
         05 FILLER                 PIC X(4) VALUE SPACES.
         05 TH-DEPT                PIC X(4).
         05 FILLER                 PIC X(4) VALUE SPACES.
         05 TH-DEPT-NAME           PIC X(25).
         05 FILLER                 PIC X(4) VALUE SPACES.
         05 TH-GPA                 PIC Z.99.
         05 FILLER                 PIC X(78) VALUE SPACES.

       01 TR-AWARD-HEADING.
         05 FILLER                 PIC X(5) VALUE SPACES.
         05 FILLER                 PIC X(4) VALUE 'TERM'.
         05 FILLER                 PIC X(4) VALUE SPACES.
         05 FILLER                 PIC X(4) VALUE 'DEPT'.
         05 FILLER                 PIC X(4) VALUE SPACES.
         05 FILLER                 PIC X(10) VALUE '    AMOUNT'.
         05 FILLER                 PIC X(101) VALUE SPACES.

       01 TR-AWARD-LINE.
         05 FILLER                 PIC X(5) VALUE SPACES.
         05 TA-TERM                PIC X(4).
         05 FILLER                 PIC X(4) VALUE SPACES.
         05 TA-DEPT                PIC X(4).
         05 FILLER                 PIC X(4) VALUE SPACES.
         05 TA-AMOUNT              PIC $ZZ,ZZZ.99.
         05 FILLER                 PIC X(101) VALUE SPACES.

       01 TR-AWARD-TOTAL-LINE.
         05 FILLER                 PIC X(5) VALUE SPACES.
         05 FILLER                 PIC X(15) VALUE 'TOTAL AWARDED:'.
         05 TA-TOTAL               PIC $Z,ZZZ,ZZZ.99.
         05 FILLER                 PIC X(99) VALUE SPACES.

       01 TR-END-LINE.
         05 FILLER                 PIC X(5) VALUE SPACES.
         05 FILLER                 PIC X(33)
         VALUE '*** END OF TRANSCRIPT - DOCUMENT '.
         05 TE-DOC-NO              PIC 9(7).
         05 FILLER                 PIC X(4) VALUE ' ***'.
         05 FILLER                 PIC X(83) VALUE SPACES.

      *    ISSUE REGISTER LINES.
       01 TITLE-LINE.
         05 FILLER                 PIC X(6) VALUE 'DATE'.
         05 TITLE-DATE             PIC X(10).
         05 FILLER                 PIC X(35) VALUE SPACES.
         05 FILLER                 PIC X(25)
         VALUE 'TRANSCRIPT ISSUE REGISTER'.
         05 FILLER                 PIC X(48) VALUE SPACES.
         05 FILLER                 PIC X(6)    VALUE 'PAGE: '.
         05 TL-PAGE                PIC Z9.

       01 COL-HEADING.
         05 FILLER                 PIC X(6) VALUE 'DOC NO'.
         05 FILLER                 PIC X(3) VALUE SPACES.
         05 FILLER                 PIC XX VALUE 'ID'.
         05 FILLER                 PIC X(7) VALUE SPACES.
         05 FILLER                 PIC X(4) VALUE 'NAME'.
         05 FILLER                 PIC X(29) VALUE SPACES.
         05 FILLER                 PIC X(6) VALUE 'SOURCE'.
         05 FILLER                 PIC X(3) VALUE SPACES.
         05 FILLER                 PIC X(9) VALUE 'ISSUED TO'.
         05 FILLER                 PIC X(23) VALUE SPACES.
         05 FILLER                 PIC X(4) VALUE 'NOTE'.
         05 FILLER                 PIC X(36) VALUE SPACES.

       01 REG-DETAIL-LINE.
         05 RD-DOC-NO              PIC X(7).
         05 FILLER                 PIC XX VALUE SPACES.
         05 RD-ID                  PIC X(7).
         05 FILLER                 PIC XX VALUE SPACES.
         05 RD-LNAME               PIC X(15).
         05 FILLER                 PIC X VALUE SPACE.
         05 RD-FNAME               PIC X(15).
         05 FILLER                 PIC XX VALUE SPACES.
         05 RD-SOURCE              PIC X(7).
         05 FILLER                 PIC XX VALUE SPACES.
         05 RD-ISSUED-TO           PIC X(30).
         05 FILLER                 PIC XX VALUE SPACES.
         05 RD-NOTE                PIC X(40).

       01 REG-COUNT-LINE.
         05 FILLER                 PIC X(5) VALUE SPACES.
         05 RC-LABEL               PIC X(36).
         05 RC-FIGURE              PIC ZZZ,ZZ9.
         05 FILLER                 PIC X(84) VALUE SPACES.

       01 REG-MSG-LINE.
         05 FILLER                 PIC X(5) VALUE SPACES.
         05 RM-TEXT                PIC X(60).
         05 FILLER                 PIC X(67) VALUE SPACES.

       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-MAINLINE
             UNTIL REQ-ID = SPACES.
           PERFORM L2-CLOSING.
           MOVE 'E' TO STAMP-EVENT.
           MOVE C-ISSUED-CTR TO STAMP-COUNT.
           MOVE RETURN-CODE TO STAMP-CODE.
           PERFORM L4-WRITE-RUNLOG.
           STOP RUN.

       L2-INIT.
           MOVE 'S' TO STAMP-EVENT.
           MOVE 0 TO STAMP-COUNT.
           MOVE 0 TO STAMP-CODE.
           PERFORM L4-WRITE-RUNLOG.
           ACCEPT RUN-USER FROM ENVIRONMENT 'USERNAME'.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-MONTH TO PRINT-MONTH.
           MOVE CURRENT-DAY TO PRINT-DAY.
           MOVE CURRENT-YEAR TO PRINT-YEAR.
           MOVE PRINT-DATE TO TD-DATE.
           MOVE PRINT-DATE TO TITLE-DATE.
           PERFORM L3-LOAD-DEPT-TABLE.
           PERFORM L3-FIND-LAST-DOC-NO.
           OPEN INPUT MASTER-FILE.
           OPEN EXTEND TRLOG-FILE.
           OPEN OUTPUT TRANOUT.
           OPEN OUTPUT REGOUT.
           PERFORM L4-REG-HEADING.
           PERFORM L3-ACCEPT-REQUEST.

       L2-MAINLINE.
           ADD 1 TO C-REQ-CTR.
           PERFORM L3-FIND-STUDENT.
           IF TS-NOT-FOUND
               ADD 1 TO C-NOTFOUND-CTR
               PERFORM L3-REGISTER-NOT-FOUND
           ELSE
               PERFORM L3-ISSUE-TRANSCRIPT
           END-IF.
           PERFORM L3-ACCEPT-REQUEST.

       L2-CLOSING.
           MOVE 'REQUESTS READ:' TO RC-LABEL.
           MOVE C-REQ-CTR TO RC-FIGURE.
           WRITE REGLINE FROM REG-COUNT-LINE
             AFTER ADVANCING 3 LINES.
           MOVE 'TRANSCRIPTS ISSUED:' TO RC-LABEL.
           MOVE C-ISSUED-CTR TO RC-FIGURE.
           PERFORM L3-WRITE-COUNT.
           MOVE '  OF WHICH FROM THE ARCHIVE:' TO RC-LABEL.
           MOVE C-ISSUED-ARCH-CTR TO RC-FIGURE.
           PERFORM L3-WRITE-COUNT.
           MOVE 'NOT FOUND - NOT ISSUED:' TO RC-LABEL.
           MOVE C-NOTFOUND-CTR TO RC-FIGURE.
           PERFORM L3-WRITE-COUNT.
           IF C-NOTFOUND-CTR > 0
               MOVE '*** REQUESTS NOT ISSUED - SEE REGISTER ABOVE ***'
                 TO RM-TEXT
               WRITE REGLINE FROM REG-MSG-LINE
                 AFTER ADVANCING 2 LINES
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE MASTER-FILE.
           CLOSE TRLOG-FILE.
           CLOSE TRANOUT.
           CLOSE REGOUT.

      *    THE ACTIVE MASTER FIRST, BY KEY; FAILING THAT THE
      *    ARCHIVE, WHERE THE LATEST IMAGE OF THE ID WINS.
       L3-FIND-STUDENT.
           MOVE SPACE TO TS-SOURCE.
           MOVE REQ-ID TO TS-ID.
           MOVE REQ-ID TO M-ID.
           READ MASTER-FILE
               INVALID KEY
                   PERFORM L4-SEARCH-ARCHIVE
               NOT INVALID KEY
                   PERFORM L4-TAKE-MASTER
           END-READ.

       L4-TAKE-MASTER.
           SET TS-ON-MASTER TO TRUE.
           MOVE M-LNAME TO TS-LNAME.
           MOVE M-FNAME TO TS-FNAME.
           MOVE M-DEPT-CODE TO TS-DEPT.
           MOVE M-ENROLL-STAT TO TS-STAT.
           MOVE M-CREDIT-HRS TO TS-CREDIT-HRS.
           MOVE M-GPA TO TS-GPA.
           MOVE SPACES TO TS-GRAD-TERM.
           MOVE 0 TO TS-ARCH-DATE.

       L4-SEARCH-ARCHIVE.
           MOVE 'FALSE' TO ARCH-EOF-SW.
           OPEN INPUT ARCH-FILE.
           PERFORM L4-READ-ARCH.
           PERFORM L4-ARCH-MATCH-CHECK
             UNTIL ARCH-EOF.
           CLOSE ARCH-FILE.

       L4-ARCH-MATCH-CHECK.
           IF AR-ID = REQ-ID
               SET TS-ON-ARCHIVE TO TRUE
               MOVE AR-LNAME TO TS-LNAME
               MOVE AR-FNAME TO TS-FNAME
               MOVE AR-DEPT-CODE TO TS-DEPT
               MOVE AR-ENROLL-STAT TO TS-STAT
               MOVE AR-CREDIT-HRS TO TS-CREDIT-HRS
               MOVE AR-GPA TO TS-GPA
               MOVE AR-GRAD-TERM TO TS-GRAD-TERM
               MOVE AR-ARCH-DATE TO TS-ARCH-DATE
           END-IF.
           PERFORM L4-READ-ARCH.

       L4-READ-ARCH.
           READ ARCH-FILE
               AT END
                   SET ARCH-EOF TO TRUE.

      *    ONE TRANSCRIPT: NUMBER IT, PRINT IT, LOG IT.
       L3-ISSUE-TRANSCRIPT.
           ADD 1 TO LAST-DOC-NO.
           MOVE LAST-DOC-NO TO TS-DOC-NO.
           MOVE REQ-ISSUED-TO TO TS-ISSUED-TO.
           IF TS-ISSUED-TO = SPACES
               MOVE 'STUDENT COPY' TO TS-ISSUED-TO
           END-IF.
           MOVE 0 TO TS-PAGE-CTR.
           PERFORM L4-TRAN-HEADING.
           PERFORM L4-PRINT-PARTICULARS.
           PERFORM L4-PRINT-STANDING.
           PERFORM L4-PRINT-HISTORY.
           PERFORM L4-PRINT-AWARDS.
           MOVE TS-DOC-NO TO TE-DOC-NO.
           MOVE TR-END-LINE TO PRINT-AREA.
           PERFORM L4-PRINT-LINE.
           PERFORM L4-WRITE-TRLOG.
           PERFORM L4-REGISTER-ISSUED.
           ADD 1 TO C-ISSUED-CTR.
           IF TS-ON-ARCHIVE
               ADD 1 TO C-ISSUED-ARCH-CTR
           END-IF.

       L4-PRINT-PARTICULARS.
           MOVE 'STUDENT ID:' TO TF-LABEL.
           MOVE TS-ID TO TF-VALUE.
           MOVE TR-FIELD-LINE TO PRINT-AREA.
           PERFORM L4-PRINT-LINE.
           MOVE TS-FNAME TO TN-FNAME.
           MOVE TS-LNAME TO TN-LNAME.
           MOVE TR-NAME-LINE TO PRINT-AREA.
           PERFORM L4-PRINT-LINE.
           MOVE TS-DEPT TO TD-DEPT.
           MOVE TS-DEPT TO LOOKUP-DEPT.
           PERFORM L4-DEPT-NAME-LOOKUP.
           MOVE LOOKUP-DEPT-NAME TO TD-DEPT-NAME.
           MOVE TR-DEPT-LINE TO PRINT-AREA.
           PERFORM L4-PRINT-LINE.
           MOVE 'STATUS:' TO TF-LABEL.
           IF TS-ON-ARCHIVE
               MOVE 'GRADUATED' TO TF-VALUE
           ELSE
               PERFORM L4-STAT-NAME-LOOKUP
               MOVE STAT-NAME TO TF-VALUE
           END-IF.
           MOVE TR-FIELD-LINE TO PRINT-AREA.
           PERFORM L4-PRINT-LINE.
           IF TS-ON-ARCHIVE
               MOVE 'GRADUATION TERM:' TO TF-LABEL
               MOVE TS-GRAD-TERM TO TF-VALUE
               MOVE TR-FIELD-LINE TO PRINT-AREA
               PERFORM L4-PRINT-LINE
           END-IF.
           MOVE 'CREDIT HOURS:' TO TF-LABEL.
           MOVE TS-CREDIT-HRS TO TR-EDIT-CRHR.
           MOVE TR-EDIT-CRHR TO TF-VALUE.
           MOVE TR-FIELD-LINE TO PRINT-AREA.
           PERFORM L4-PRINT-LINE.
           MOVE 'CUMULATIVE GPA:' TO TF-LABEL.
           MOVE TS-GPA TO TR-EDIT-GPA.
           MOVE TR-EDIT-GPA TO TF-VALUE.
           MOVE TR-FIELD-LINE TO PRINT-AREA.
           PERFORM L4-PRINT-LINE.

       L4-STAT-NAME-LOOKUP.
           EVALUATE TS-STAT
               WHEN 'A'
                   MOVE 'ACTIVE' TO STAT-NAME
               WHEN 'L'
                   MOVE 'ON LEAVE' TO STAT-NAME
               WHEN 'W'
                   MOVE 'WITHDRAWN' TO STAT-NAME
               WHEN OTHER
                   MOVE '** INVALID **' TO STAT-NAME
           END-EVALUATE.

      *    ONE ROW PER STUDENT ON THE STANDING FILE - THE CURRENT
      *    STANDING AND THE TERM IT WAS DETERMINED FOR.
       L4-PRINT-STANDING.
           MOVE 'FALSE' TO TS-STAND-FOUND-SW.
           MOVE 'FALSE' TO STAND-EOF-SW.
           OPEN INPUT STAND-FILE.
           PERFORM L4-READ-STAND.
           PERFORM L4-STAND-MATCH-CHECK
             UNTIL STAND-EOF OR TS-STANDING-FOUND.
           CLOSE STAND-FILE.
           MOVE 'ACADEMIC STANDING:' TO TF-LABEL.
           MOVE SPACES TO TF-VALUE.
           IF TS-STANDING-FOUND
               STRING SF-STANDING ' - ' STAND-NAME
                      ' AS OF TERM ' SF-TERM
                   DELIMITED BY SIZE
                   INTO TF-VALUE
           ELSE
               MOVE 'NO STANDING ON FILE' TO TF-VALUE
           END-IF.
           MOVE TR-FIELD-LINE TO PRINT-AREA.
           PERFORM L4-PRINT-LINE.

       L4-STAND-MATCH-CHECK.
           IF SF-ID = TS-ID
               SET TS-STANDING-FOUND TO TRUE
               EVALUATE SF-STANDING
                   WHEN 'G'
                       MOVE 'GOOD STANDING' TO STAND-NAME
                   WHEN 'W'
                       MOVE 'WARNING' TO STAND-NAME
                   WHEN 'P'
                       MOVE 'PROBATION' TO STAND-NAME
                   WHEN 'D'
                       MOVE 'DISMISSAL REVIEW' TO STAND-NAME
                   WHEN OTHER
                       MOVE '** INVALID **' TO STAND-NAME
               END-EVALUATE
           ELSE
               PERFORM L4-READ-STAND
           END-IF.

       L4-READ-STAND.
           READ STAND-FILE
               AT END
                   SET STAND-EOF TO TRUE.

      *    THE HISTORY IS APPENDED A TERM AT A TIME, SO FRONT TO
      *    BACK IS THE STUDENT'S TERMS IN THE ORDER THEY RAN.
       L4-PRINT-HISTORY.
           MOVE 'TERM HISTORY' TO SECTION-TEXT.
           MOVE TR-SECTION-LINE TO PRINT-AREA.
           PERFORM L4-PRINT-GAP-LINE.
           MOVE TR-HIST-HEADING TO PRINT-AREA.
           PERFORM L4-PRINT-LINE.
           MOVE 0 TO C-TS-TERM-CTR.
           MOVE 'FALSE' TO HIST-EOF-SW.
           OPEN INPUT HIST-FILE.
           PERFORM L4-READ-HIST.
           PERFORM L4-HIST-MATCH-CHECK
             UNTIL HIST-EOF.
           CLOSE HIST-FILE.
           IF C-TS-TERM-CTR = 0
               MOVE 'NO TERM HISTORY ON FILE' TO SECTION-TEXT
               MOVE TR-SECTION-LINE TO PRINT-AREA
               PERFORM L4-PRINT-LINE
           END-IF.

       L4-HIST-MATCH-CHECK.
           IF GH-ID = TS-ID
               ADD 1 TO C-TS-TERM-CTR
               MOVE GH-TERM TO TH-TERM
               MOVE GH-DEPT TO TH-DEPT
               MOVE GH-DEPT TO LOOKUP-DEPT
               PERFORM L4-DEPT-NAME-LOOKUP
               MOVE LOOKUP-DEPT-NAME TO TH-DEPT-NAME
               MOVE GH-GPA TO TH-GPA
               MOVE TR-HIST-LINE TO PRINT-AREA
               PERFORM L4-PRINT-LINE
           END-IF.
           PERFORM L4-READ-HIST.

       L4-READ-HIST.
           READ HIST-FILE
               AT END
                   SET HIST-EOF TO TRUE.

       L4-PRINT-AWARDS.
           MOVE 'SCHOLARSHIPS AWARDED' TO SECTION-TEXT.
           MOVE TR-SECTION-LINE TO PRINT-AREA.
           PERFORM L4-PRINT-GAP-LINE.
           MOVE TR-AWARD-HEADING TO PRINT-AREA.
           PERFORM L4-PRINT-LINE.
           MOVE 0 TO C-TS-AWARD-CTR.
           MOVE 0 TO TS-AWARD-TOTAL.
           MOVE 'FALSE' TO AWDH-EOF-SW.
           OPEN INPUT AWDH-FILE.
           PERFORM L4-READ-AWDH.
           PERFORM L4-AWARD-MATCH-CHECK
             UNTIL AWDH-EOF.
           CLOSE AWDH-FILE.
           IF C-TS-AWARD-CTR = 0
               MOVE 'NO SCHOLARSHIPS ON FILE' TO SECTION-TEXT
               MOVE TR-SECTION-LINE TO PRINT-AREA
               PERFORM L4-PRINT-LINE
           ELSE
               MOVE TS-AWARD-TOTAL TO TA-TOTAL
               MOVE TR-AWARD-TOTAL-LINE TO PRINT-AREA
               PERFORM L4-PRINT-LINE
           END-IF.
           MOVE SPACES TO PRINT-AREA.
           PERFORM L4-PRINT-LINE.

       L4-AWARD-MATCH-CHECK.
           IF AH-ID = TS-ID
               ADD 1 TO C-TS-AWARD-CTR
               ADD AH-AMOUNT TO TS-AWARD-TOTAL
               MOVE AH-TERM TO TA-TERM
               MOVE AH-DEPT TO TA-DEPT
               MOVE AH-AMOUNT TO TA-AMOUNT
               MOVE TR-AWARD-LINE TO PRINT-AREA
               PERFORM L4-PRINT-LINE
           END-IF.
           PERFORM L4-READ-AWDH.

       L4-READ-AWDH.
           READ AWDH-FILE
               AT END
                   SET AWDH-EOF TO TRUE.

      *    EVERY TRANSCRIPT LINE GOES THROUGH HERE SO A LONG
      *    HISTORY BREAKS ONTO A CONTINUATION PAGE THAT STILL
      *    CARRIES THE DOCUMENT NUMBER.
       L4-PRINT-LINE.
           WRITE TRANLINE FROM PRINT-AREA
             AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L4-TRAN-CONT-HEADING.

       L4-PRINT-GAP-LINE.
           WRITE TRANLINE FROM PRINT-AREA
             AFTER ADVANCING 2 LINES
               AT EOP
                   PERFORM L4-TRAN-CONT-HEADING.

       L4-TRAN-HEADING.
           ADD 1 TO TS-PAGE-CTR.
           MOVE TS-PAGE-CTR TO TT-PAGE.
           MOVE TS-DOC-NO TO TT-DOC-NO.
           WRITE TRANLINE FROM TR-TITLE-LINE
             AFTER ADVANCING PAGE.
           WRITE TRANLINE FROM TR-DATE-LINE
             AFTER ADVANCING 1 LINE.
           MOVE SPACES TO TRANLINE.
           WRITE TRANLINE
             AFTER ADVANCING 1 LINE.

       L4-TRAN-CONT-HEADING.
           PERFORM L4-TRAN-HEADING.
           MOVE TS-ID TO TC-ID.
           WRITE TRANLINE FROM TR-CONT-LINE
             AFTER ADVANCING 1 LINE.

      *    WHAT WENT OUT, FOR WHOM, TO WHOM, WHEN AND BY WHOM.
       L4-WRITE-TRLOG.
           MOVE TS-DOC-NO TO CL-DOC-NO.
           MOVE TS-ID TO CL-ID.
           MOVE TS-SOURCE TO CL-SOURCE.
           MOVE TS-LNAME TO CL-LNAME.
           MOVE TS-FNAME TO CL-FNAME.
           MOVE TS-ISSUED-TO TO CL-ISSUED-TO.
           MOVE CURRENT-YMD TO CL-DATE.
           MOVE CURRENT-HMS TO CL-TIME.
           MOVE RUN-USER TO CL-USER.
           WRITE CL-REC.

       L4-REGISTER-ISSUED.
           MOVE TS-DOC-NO TO RD-DOC-NO.
           MOVE TS-ID TO RD-ID.
           MOVE TS-LNAME TO RD-LNAME.
           MOVE TS-FNAME TO RD-FNAME.
           MOVE TS-ISSUED-TO TO RD-ISSUED-TO.
           IF TS-ON-ARCHIVE
               MOVE 'ARCHIVE' TO RD-SOURCE
               MOVE SPACES TO RD-NOTE
               STRING 'ISSUED - GRADUATED ' TS-GRAD-TERM
                   DELIMITED BY SIZE
                   INTO RD-NOTE
           ELSE
               MOVE 'MASTER' TO RD-SOURCE
               MOVE 'ISSUED' TO RD-NOTE
           END-IF.
           PERFORM L3-WRITE-REG-DETAIL.

       L3-REGISTER-NOT-FOUND.
           MOVE SPACES TO RD-DOC-NO.
           MOVE REQ-ID TO RD-ID.
           MOVE SPACES TO RD-LNAME.
           MOVE SPACES TO RD-FNAME.
           MOVE SPACES TO RD-SOURCE.
           MOVE REQ-ISSUED-TO TO RD-ISSUED-TO.
           MOVE 'NOT ON MASTER OR ARCHIVE - NOT ISSUED' TO RD-NOTE.
           PERFORM L3-WRITE-REG-DETAIL.

       L3-WRITE-REG-DETAIL.
           WRITE REGLINE FROM REG-DETAIL-LINE
             AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L4-REG-HEADING.

       L3-WRITE-COUNT.
           WRITE REGLINE FROM REG-COUNT-LINE
             AFTER ADVANCING 1 LINE.

       L4-REG-HEADING.
           ADD 1 TO PAGE-CTR.
           MOVE PAGE-CTR TO TL-PAGE.
           WRITE REGLINE FROM TITLE-LINE
             AFTER ADVANCING PAGE.
           WRITE REGLINE FROM COL-HEADING
             AFTER ADVANCING 2 LINES.

      *    ONE REQUEST PER SYSIN CARD - A BLANK CARD OR END OF
      *    INPUT ENDS THE RUN.
       L3-ACCEPT-REQUEST.
           MOVE SPACES TO REQUEST-CARD.
           ACCEPT REQUEST-CARD.

      *    DOCUMENT NUMBERS RUN ON FROM THE HIGHEST ONE ALREADY ON
      *    THE CONTROL LOG, SO NO NUMBER IS EVER ISSUED TWICE.
       L3-FIND-LAST-DOC-NO.
           MOVE 0 TO LAST-DOC-NO.
           OPEN INPUT TRLOG-FILE.
           PERFORM L4-READ-TRLOG.
           PERFORM L4-CHECK-DOC-NO
             UNTIL TRLOG-EOF.
           CLOSE TRLOG-FILE.

       L4-CHECK-DOC-NO.
           IF CL-DOC-NO > LAST-DOC-NO
               MOVE CL-DOC-NO TO LAST-DOC-NO
           END-IF.
           PERFORM L4-READ-TRLOG.

       L4-READ-TRLOG.
           READ TRLOG-FILE
               AT END
                   SET TRLOG-EOF TO TRUE.

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

       L4-DEPT-NAME-LOOKUP.
           MOVE SPACES TO LOOKUP-DEPT-NAME.
           SET DX TO 1.
           SEARCH DEPT-ENTRY
               AT END
                   MOVE '** NOT ON DEPT TABLE **' TO LOOKUP-DEPT-NAME
               WHEN DEPT-CODE (DX) = LOOKUP-DEPT
                   MOVE DEPT-NAME (DX) TO LOOKUP-DEPT-NAME
           END-SEARCH.


      *    ONE ROW TO THE SHARED RUN-CONTROL LOG - OPENED,
      *    WRITTEN AND CLOSED IN ONE BREATH SO THE SHARED FILE
      *    IS NEVER HELD ACROSS THE RUN.
       L4-WRITE-RUNLOG.
           MOVE FUNCTION CURRENT-DATE TO STAMP-DATE-TIME.
           OPEN EXTEND RUNLOG-FILE.
           MOVE 'CBLJRT26' TO RG-PGM.
           MOVE STAMP-EVENT TO RG-EVENT.
           MOVE STAMP-YMD TO RG-DATE.
           MOVE STAMP-HMS TO RG-TIME.
           MOVE STAMP-COUNT TO RG-COUNT.
           MOVE STAMP-CODE TO RG-CODE.
           WRITE RG-REC.
           CLOSE RUNLOG-FILE.

       end program CBLJRT26.

       identification division.
       program-id. CBLJRT32.

      * ACADEMIC STANDING LETTER PRINT. READS THE NOTIFICATION-
      * LETTER EXTRACT CBLJRT16 CUTS (CBLLETR - ONE ROW PER
      * WARNING, PROBATION OR DISMISSAL-REVIEW STUDENT), LOOKS
      * EACH STUDENT UP ON THE KEYED ADDRESS FILE (CBLADDR,
      * MAINTAINED BY CBLJRT31) AND PRINTS THE LETTER ITSELF - ONE
      * PER PAGE, ADDRESSED AND READY FOR A WINDOW ENVELOPE, WITH
      * THE W, P OR D WORDING AND THE STUDENT'S TERM AND GPA
      * FILLED IN - SO NOTHING IS LOOKED UP OR MAIL-MERGED BY
      * HAND. THE LETTER GOES TO THE MAILING ADDRESS WHEN IT IS
      * USABLE AND ALREADY IN EFFECT, OTHERWISE TO THE PERMANENT
      * ADDRESS. A STUDENT WITH NEITHER GETS NO LETTER AND IS
      * LISTED WITH THE REASON ON THE EXCEPTIONS LIST INSTEAD,
      * WHOSE CLOSING COUNTS BALANCE ROWS READ TO LETTERS PRINTED
      * PLUS EXCEPTIONS; ANY EXCEPTION ENDS THE STEP RC=4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LETTER-FILE
               ASSIGN TO 'CBLLETR'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ADDR-FILE
               ASSIGN TO 'CBLADDR'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS AD-ID
                   FILE STATUS IS ADDR-STATUS.
           SELECT LTROUT
               ASSIGN TO 'LTRPRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT EXCPOUT
               ASSIGN TO 'LTREXCP'
                   ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT RUNLOG-FILE
               ASSIGN TO 'CBLRUNLG'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    THE NOTIFICATION-LETTER EXTRACT AS CBLJRT16 WRITES IT.
       FD  LETTER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS LT-REC
           RECORD CONTAINS 49 CHARACTERS.

       01 LT-REC.
         05 LT-ID                  PIC X(7).
         05 LT-LNAME               PIC X(15).
         05 LT-FNAME               PIC X(15).
         05 LT-DEPT                PIC X(4).
         05 LT-TERM                PIC X(4).
         05 LT-GPA                 PIC 9V99.
         05 LT-STANDING            PIC X.

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

       FD  LTROUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS LTRLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 LTRLINE PIC X(132).

       FD  EXCPOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS EXCPLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 EXCPLINE PIC X(132).

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
         05 LETTER-EOF-SW          PIC X(5) VALUE 'FALSE'.
           88 LETTER-EOF                    VALUE 'TRUE '.

       01 ADDR-WS.
         05 ADDR-STATUS         PIC XX.
         05 ADDR-FOUND-SW       PIC X(5) VALUE 'FALSE'.
           88 ADDR-FOUND                    VALUE 'TRUE '.
           88 ADDR-NOT-FOUND                VALUE 'FALSE'.

      *    THE ADDRESS THE LETTER GOES TO, AND WHICH ONE IT WAS -
      *    OR, WHEN THERE IS NONE, WHY NOT.
       01 SEND-WS.
         05 SEND-SOURCE            PIC X VALUE SPACE.
           88 SEND-TO-MAILING               VALUE 'M'.
           88 SEND-TO-PERMANENT             VALUE 'P'.
           88 SEND-TO-NOWHERE               VALUE SPACE.
         05 SEND-LINE1             PIC X(30).
         05 SEND-LINE2             PIC X(30).
         05 SEND-CITY              PIC X(20).
         05 SEND-STATE             PIC XX.
         05 SEND-ZIP               PIC X(10).
         05 SEND-REASON            PIC X(40).
         05 MAIL-USABLE-SW      PIC X(5) VALUE 'FALSE'.
           88 MAIL-USABLE                   VALUE 'TRUE '.
         05 PERM-USABLE-SW      PIC X(5) VALUE 'FALSE'.
           88 PERM-USABLE                   VALUE 'TRUE '.

       01 MISC.
         05 PAGE-CTR               PIC 99 VALUE 0.
         05 TEXT-START             PIC 99 VALUE 0.
         05 TEXT-END               PIC 99 VALUE 0.
         05 SUBJECT-NAME           PIC X(20) VALUE SPACES.
         05 PRINT-AREA             PIC X(132) VALUE SPACES.

       01 RUN-COUNTERS.
         05 C-READ-CTR             PIC 9(6) VALUE 0.
         05 C-PRINTED-CTR          PIC 9(6) VALUE 0.
         05 C-MAIL-CTR             PIC 9(6) VALUE 0.
         05 C-PERM-CTR             PIC 9(6) VALUE 0.
         05 C-EXCP-CTR             PIC 9(6) VALUE 0.

       01 CURRENT-DATE-AND-TIME.
         05 CURRENT-YEAR           PIC X(4).
         05 CURRENT-MONTH          PIC XX.
         05 CURRENT-DAY            PIC XX.
         05 CURRENT-TIME           PIC X(11).
       01 CURRENT-DATE-NUM REDEFINES CURRENT-DATE-AND-TIME.
         05 CURRENT-YMD            PIC 9(8).
         05 FILLER                 PIC X(11).

       01 PRINT-DATE.
         05 PRINT-MONTH            PIC XX.
         05 FILLER                 PIC X VALUE '/'.
         05 PRINT-DAY              PIC XX.
         05 FILLER                 PIC X VALUE '/'.
         05 PRINT-YEAR             PIC X(4).

      *    THE LETTER WORDING - SEVEN LINES EACH FOR WARNING (W),
      *    PROBATION (P) AND DISMISSAL REVIEW (D), IN THAT ORDER.
      *    A BLANK LINE IN A BLOCK IS NOT PRINTED.
       01 LETTER-TEXT-VALUES.
         05 FILLER                 PIC X(60) VALUE
           'THIS LETTER IS AN ACADEMIC WARNING. ONE TERM BELOW 2.00'.
         05 FILLER                 PIC X(60) VALUE
           'DOES NOT CHANGE YOUR STANDING WITH THE COLLEGE, BUT A'.
         05 FILLER                 PIC X(60) VALUE
           'SECOND CONSECUTIVE TERM BELOW 2.00 WILL PLACE YOU ON'.
         05 FILLER                 PIC X(60) VALUE
           'ACADEMIC PROBATION. PLEASE MEET WITH YOUR ACADEMIC'.
         05 FILLER                 PIC X(60) VALUE
           'ADVISOR BEFORE THE NEXT TERM BEGINS TO REVIEW YOUR COURSE'.
         05 FILLER                 PIC X(60) VALUE
           'LOAD AND THE SUPPORT SERVICES AVAILABLE TO YOU.'.
         05 FILLER                 PIC X(60) VALUE SPACES.
         05 FILLER                 PIC X(60) VALUE
           'YOU HAVE NOW COMPLETED TWO CONSECUTIVE TERMS BELOW 2.00'.
         05 FILLER                 PIC X(60) VALUE
           'AND ARE PLACED ON ACADEMIC PROBATION. WHILE ON PROBATION'.
         05 FILLER                 PIC X(60) VALUE
           'YOU MUST MEET WITH YOUR ACADEMIC ADVISOR BEFORE YOU'.
         05 FILLER                 PIC X(60) VALUE
           'REGISTER FOR ANOTHER TERM. A THIRD CONSECUTIVE TERM BELOW'.
         05 FILLER                 PIC X(60) VALUE
           '2.00 WILL REFER YOUR RECORD TO THE ACADEMIC STANDING'.
         05 FILLER                 PIC X(60) VALUE
           'COMMITTEE FOR DISMISSAL REVIEW.'.
         05 FILLER                 PIC X(60) VALUE SPACES.
         05 FILLER                 PIC X(60) VALUE
           'YOU HAVE NOW COMPLETED THREE OR MORE CONSECUTIVE TERMS'.
         05 FILLER                 PIC X(60) VALUE
           'BELOW 2.00, AND YOUR RECORD HAS BEEN REFERRED TO THE'.
         05 FILLER                 PIC X(60) VALUE
           'ACADEMIC STANDING COMMITTEE FOR DISMISSAL REVIEW. YOU MAY'.
         05 FILLER                 PIC X(60) VALUE
           'SUBMIT A WRITTEN STATEMENT TO THE COMMITTEE BEFORE IT'.
         05 FILLER                 PIC X(60) VALUE
           'MEETS. PLEASE CONTACT THE OFFICE OF THE REGISTRAR AT ONCE'.
         05 FILLER                 PIC X(60) VALUE
           'TO ARRANGE A MEETING. YOU WILL BE NOTIFIED IN WRITING OF'.
         05 FILLER                 PIC X(60) VALUE
           'THE COMMITTEE''S DECISION.'.
       01 LETTER-TEXT-TABLE REDEFINES LETTER-TEXT-VALUES.
         05 LETTER-TEXT OCCURS 21 TIMES INDEXED BY LX
                                   PIC X(60).

      *    LETTER DOCUMENT LINES.
       01 LR-HEAD-LINE.
         05 FILLER                 PIC X(40) VALUE SPACES.
         05 LH-TEXT                PIC X(30).
         05 FILLER                 PIC X(62) VALUE SPACES.

       01 LR-DATE-LINE.
         05 FILLER                 PIC X(70) VALUE SPACES.
         05 FILLER                 PIC X(6) VALUE 'DATE: '.
         05 LD-DATE                PIC X(10).
         05 FILLER                 PIC X(46) VALUE SPACES.

       01 LR-TEXT-LINE.
         05 FILLER                 PIC X(10) VALUE SPACES.
         05 LX-TEXT                PIC X(60).
         05 FILLER                 PIC X(62) VALUE SPACES.

       01 LR-REF-LINE.
         05 FILLER                 PIC X(10) VALUE SPACES.
         05 FILLER                 PIC X(12) VALUE 'STUDENT ID: '.
         05 LF-ID                  PIC X(7).
         05 FILLER                 PIC X(6) VALUE SPACES.
         05 FILLER                 PIC X(12) VALUE 'DEPARTMENT: '.
         05 LF-DEPT                PIC X(4).
         05 FILLER                 PIC X(6) VALUE SPACES.
         05 FILLER                 PIC X(6) VALUE 'TERM: '.
         05 LF-TERM                PIC X(4).
         05 FILLER                 PIC X(65) VALUE SPACES.

       01 LR-SUBJECT-LINE.
         05 FILLER                 PIC X(10) VALUE SPACES.
         05 FILLER                 PIC X(5) VALUE 'RE:  '.
         05 LS-SUBJECT             PIC X(20).
         05 FILLER                 PIC X(97) VALUE SPACES.

       01 LR-GPA-LINE.
         05 FILLER                 PIC X(10) VALUE SPACES.
         05 FILLER                 PIC X(33)
         VALUE 'YOUR GRADE POINT AVERAGE FOR THE '.
         05 LG-TERM                PIC X(4).
         05 FILLER                 PIC X(10) VALUE ' TERM WAS '.
         05 LG-GPA                 PIC 9.99.
         05 FILLER                 PIC X(11) VALUE ', BELOW THE'.
         05 FILLER                 PIC X(60) VALUE SPACES.

       01 LR-GPA-LINE-2.
         05 FILLER                 PIC X(10) VALUE SPACES.
         05 FILLER                 PIC X(52)
         VALUE 'MINIMUM OF 2.00 REQUIRED FOR GOOD ACADEMIC STANDING.'.
         05 FILLER                 PIC X(70) VALUE SPACES.

      *    EXCEPTIONS LIST LINES.
       01 TITLE-LINE.
         05 FILLER                 PIC X(6) VALUE 'DATE'.
         05 TITLE-DATE             PIC X(10).
         05 FILLER                 PIC X(35) VALUE SPACES.
         05 FILLER                 PIC X(26)
         VALUE 'STANDING LETTER EXCEPTIONS'.
         05 FILLER                 PIC X(47) VALUE SPACES.
         05 FILLER                 PIC X(6)    VALUE 'PAGE: '.
         05 TL-PAGE                PIC Z9.

       01 COL-HEADING.
         05 FILLER                 PIC XX VALUE 'ID'.
         05 FILLER                 PIC X(7) VALUE SPACES.
         05 FILLER                 PIC X(4) VALUE 'NAME'.
         05 FILLER                 PIC X(29) VALUE SPACES.
         05 FILLER                 PIC X(4) VALUE 'DEPT'.
         05 FILLER                 PIC X(3) VALUE SPACES.
         05 FILLER                 PIC X(4) VALUE 'TERM'.
         05 FILLER                 PIC X(3) VALUE SPACES.
         05 FILLER                 PIC X(3) VALUE 'GPA'.
         05 FILLER                 PIC X(3) VALUE SPACES.
         05 FILLER                 PIC X(8) VALUE 'STANDING'.
         05 FILLER                 PIC X(3) VALUE SPACES.
         05 FILLER                 PIC X(6) VALUE 'REASON'.
         05 FILLER                 PIC X(53) VALUE SPACES.

       01 EXCP-DETAIL-LINE.
         05 ED-ID                  PIC X(7).
         05 FILLER                 PIC XX VALUE SPACES.
         05 ED-LNAME               PIC X(15).
         05 FILLER                 PIC X VALUE SPACE.
         05 ED-FNAME               PIC X(15).
         05 FILLER                 PIC XX VALUE SPACES.
         05 ED-DEPT                PIC X(4).
         05 FILLER                 PIC X(3) VALUE SPACES.
         05 ED-TERM                PIC X(4).
         05 FILLER                 PIC XX VALUE SPACES.
         05 ED-GPA                 PIC Z.99.
         05 FILLER                 PIC X(6) VALUE SPACES.
         05 ED-STANDING            PIC X.
         05 FILLER                 PIC X(7) VALUE SPACES.
         05 ED-REASON              PIC X(40).
         05 FILLER                 PIC X(19) VALUE SPACES.

       01 EXCP-COUNT-LINE.
         05 FILLER                 PIC X(5) VALUE SPACES.
         05 EC-LABEL               PIC X(36).
         05 EC-FIGURE              PIC ZZZ,ZZ9.
         05 FILLER                 PIC X(84) VALUE SPACES.

       01 EXCP-MSG-LINE.
         05 FILLER                 PIC X(5) VALUE SPACES.
         05 EM-TEXT                PIC X(60).
         05 FILLER                 PIC X(67) VALUE SPACES.

       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           EVALUATE TRUE
               WHEN ADDR-STATUS NOT = '00'
                   MOVE 'CBLADDR WOULD NOT OPEN - NO LETTERS PRINTED'
                     TO EM-TEXT
                   PERFORM L2-TERM-ERROR
               WHEN OTHER
                   PERFORM L2-MAINLINE
                     UNTIL LETTER-EOF
                   PERFORM L2-CLOSING
           END-EVALUATE.
           MOVE 'E' TO STAMP-EVENT.
           MOVE C-PRINTED-CTR TO STAMP-COUNT.
           MOVE RETURN-CODE TO STAMP-CODE.
           PERFORM L4-WRITE-RUNLOG.
           STOP RUN.

       L2-INIT.
           MOVE 'S' TO STAMP-EVENT.
           MOVE 0 TO STAMP-COUNT.
           MOVE 0 TO STAMP-CODE.
           PERFORM L4-WRITE-RUNLOG.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-MONTH TO PRINT-MONTH.
           MOVE CURRENT-DAY TO PRINT-DAY.
           MOVE CURRENT-YEAR TO PRINT-YEAR.
           MOVE PRINT-DATE TO LD-DATE.
           MOVE PRINT-DATE TO TITLE-DATE.
           OPEN INPUT LETTER-FILE.
           OPEN INPUT ADDR-FILE.
           OPEN OUTPUT LTROUT.
           OPEN OUTPUT EXCPOUT.
           PERFORM L4-EXCP-HEADING.
           PERFORM L3-READ-LETTER.

       L2-MAINLINE.
           ADD 1 TO C-READ-CTR.
           PERFORM L3-CHOOSE-ADDRESS.
           IF SEND-TO-NOWHERE
               PERFORM L3-LIST-EXCEPTION
           ELSE
               PERFORM L3-PRINT-LETTER
           END-IF.
           PERFORM L3-READ-LETTER.

       L2-CLOSING.
           MOVE 'LETTER EXTRACT ROWS READ:' TO EC-LABEL.
           MOVE C-READ-CTR TO EC-FIGURE.
           WRITE EXCPLINE FROM EXCP-COUNT-LINE
             AFTER ADVANCING 3 LINES.
           MOVE 'LETTERS PRINTED:' TO EC-LABEL.
           MOVE C-PRINTED-CTR TO EC-FIGURE.
           PERFORM L3-WRITE-COUNT.
           MOVE '  TO THE MAILING ADDRESS:' TO EC-LABEL.
           MOVE C-MAIL-CTR TO EC-FIGURE.
           PERFORM L3-WRITE-COUNT.
           MOVE '  TO THE PERMANENT ADDRESS:' TO EC-LABEL.
           MOVE C-PERM-CTR TO EC-FIGURE.
           PERFORM L3-WRITE-COUNT.
           MOVE 'EXCEPTIONS - NO LETTER PRINTED:' TO EC-LABEL.
           MOVE C-EXCP-CTR TO EC-FIGURE.
           PERFORM L3-WRITE-COUNT.
           IF C-EXCP-CTR > 0
               MOVE '*** LETTERS NOT PRINTED - SEE EXCEPTIONS ABOVE ***'
                 TO EM-TEXT
               WRITE EXCPLINE FROM EXCP-MSG-LINE
                 AFTER ADVANCING 2 LINES
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 'NO EXCEPTIONS - EVERY LETTER PRINTED' TO EM-TEXT
               WRITE EXCPLINE FROM EXCP-MSG-LINE
                 AFTER ADVANCING 2 LINES
           END-IF.
           CLOSE LETTER-FILE.
           CLOSE ADDR-FILE.
           CLOSE LTROUT.
           CLOSE EXCPOUT.

       L2-TERM-ERROR.
           WRITE EXCPLINE FROM EXCP-MSG-LINE
             AFTER ADVANCING 2 LINES.
           CLOSE LETTER-FILE.
           CLOSE LTROUT.
           CLOSE EXCPOUT.
           MOVE 8 TO RETURN-CODE.

      *    THE MAILING ADDRESS IF IT IS USABLE AND ITS EFFECTIVE
      *    DATE HAS COME; THE PERMANENT ADDRESS IF THAT IS USABLE;
      *    OTHERWISE NOWHERE, WITH THE REASON FOR THE EXCEPTIONS
      *    LIST. A STANDING OTHER THAN W, P OR D HAS NO WORDING TO
      *    PRINT AND IS AN EXCEPTION TOO.
       L3-CHOOSE-ADDRESS.
           MOVE SPACE TO SEND-SOURCE.
           MOVE SPACES TO SEND-REASON.
           MOVE 'FALSE' TO MAIL-USABLE-SW.
           MOVE 'FALSE' TO PERM-USABLE-SW.
           MOVE LT-ID TO AD-ID.
           READ ADDR-FILE
               INVALID KEY
                   SET ADDR-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET ADDR-FOUND TO TRUE
           END-READ.
           IF LT-STANDING NOT = 'W' AND LT-STANDING NOT = 'P'
             AND LT-STANDING NOT = 'D'
               MOVE 'UNKNOWN STANDING CODE - NO WORDING'
                 TO SEND-REASON
           ELSE
               IF ADDR-NOT-FOUND
                   MOVE 'NO ADDRESS ON FILE' TO SEND-REASON
               ELSE
                   PERFORM L4-TEST-ADDRESSES
               END-IF
           END-IF.

       L4-TEST-ADDRESSES.
           IF AD-MAIL-LINE1 NOT = SPACES AND AD-MAIL-CITY NOT = SPACES
             AND AD-MAIL-STATE NOT = SPACES AND AD-MAIL-ZIP NOT = SPACES
               SET MAIL-USABLE TO TRUE
           END-IF.
           IF AD-PERM-LINE1 NOT = SPACES AND AD-PERM-CITY NOT = SPACES
             AND AD-PERM-STATE NOT = SPACES AND AD-PERM-ZIP NOT = SPACES
               SET PERM-USABLE TO TRUE
           END-IF.
           EVALUATE TRUE
               WHEN MAIL-USABLE AND AD-EFF-DATE NOT > CURRENT-YMD
                   SET SEND-TO-MAILING TO TRUE
                   MOVE AD-MAIL-LINE1 TO SEND-LINE1
                   MOVE AD-MAIL-LINE2 TO SEND-LINE2
                   MOVE AD-MAIL-CITY TO SEND-CITY
                   MOVE AD-MAIL-STATE TO SEND-STATE
                   MOVE AD-MAIL-ZIP TO SEND-ZIP
               WHEN PERM-USABLE
                   SET SEND-TO-PERMANENT TO TRUE
                   MOVE AD-PERM-LINE1 TO SEND-LINE1
                   MOVE AD-PERM-LINE2 TO SEND-LINE2
                   MOVE AD-PERM-CITY TO SEND-CITY
                   MOVE AD-PERM-STATE TO SEND-STATE
                   MOVE AD-PERM-ZIP TO SEND-ZIP
               WHEN MAIL-USABLE
                   MOVE 'MAILING ADDRESS NOT YET IN EFFECT'
                     TO SEND-REASON
               WHEN OTHER
                   MOVE 'NO USABLE ADDRESS - INCOMPLETE ON FILE'
                     TO SEND-REASON
           END-EVALUATE.

      *    ONE LETTER PER PAGE: LETTERHEAD AND DATE, THE ADDRESS
      *    BLOCK WHERE THE ENVELOPE WINDOW FALLS, THE STUDENT'S
      *    REFERENCE LINE, AND THE WORDING FOR THEIR STANDING.
       L3-PRINT-LETTER.
           PERFORM L4-LETTER-HEADING.
           MOVE SPACES TO LX-TEXT.
           STRING LT-FNAME DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  LT-LNAME DELIMITED BY '  '
               INTO LX-TEXT.
           MOVE LR-TEXT-LINE TO PRINT-AREA.
           PERFORM L4-PRINT-GAP-LINE.
           MOVE SEND-LINE1 TO LX-TEXT.
           MOVE LR-TEXT-LINE TO PRINT-AREA.
           PERFORM L4-PRINT-LINE.
           IF SEND-LINE2 NOT = SPACES
               MOVE SEND-LINE2 TO LX-TEXT
               MOVE LR-TEXT-LINE TO PRINT-AREA
               PERFORM L4-PRINT-LINE
           END-IF.
           MOVE SPACES TO LX-TEXT.
           STRING SEND-CITY DELIMITED BY '  '
                  ', ' DELIMITED BY SIZE
                  SEND-STATE DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  SEND-ZIP DELIMITED BY SPACE
               INTO LX-TEXT.
           MOVE LR-TEXT-LINE TO PRINT-AREA.
           PERFORM L4-PRINT-LINE.
           MOVE LT-ID TO LF-ID.
           MOVE LT-DEPT TO LF-DEPT.
           MOVE LT-TERM TO LF-TERM.
           MOVE LR-REF-LINE TO PRINT-AREA.
           PERFORM L4-PRINT-GAP-LINE.
           PERFORM L4-STANDING-WORDING.
           MOVE SUBJECT-NAME TO LS-SUBJECT.
           MOVE LR-SUBJECT-LINE TO PRINT-AREA.
           PERFORM L4-PRINT-GAP-LINE.
           MOVE SPACES TO LX-TEXT.
           STRING 'DEAR ' DELIMITED BY SIZE
                  LT-FNAME DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  LT-LNAME DELIMITED BY '  '
                  ':' DELIMITED BY SIZE
               INTO LX-TEXT.
           MOVE LR-TEXT-LINE TO PRINT-AREA.
           PERFORM L4-PRINT-GAP-LINE.
           MOVE LT-TERM TO LG-TERM.
           MOVE LT-GPA TO LG-GPA.
           MOVE LR-GPA-LINE TO PRINT-AREA.
           PERFORM L4-PRINT-GAP-LINE.
           MOVE LR-GPA-LINE-2 TO PRINT-AREA.
           PERFORM L4-PRINT-LINE.
           MOVE SPACES TO PRINT-AREA.
           PERFORM L4-PRINT-LINE.
           PERFORM L4-PRINT-BODY-LINE
             VARYING LX FROM TEXT-START BY 1 UNTIL LX > TEXT-END.
           MOVE 'SINCERELY,' TO LX-TEXT.
           MOVE LR-TEXT-LINE TO PRINT-AREA.
           PERFORM L4-PRINT-GAP-LINE.
           MOVE 'OFFICE OF THE REGISTRAR' TO LX-TEXT.
           MOVE LR-TEXT-LINE TO PRINT-AREA.
           WRITE LTRLINE FROM PRINT-AREA
             AFTER ADVANCING 4 LINES.
           ADD 1 TO C-PRINTED-CTR.
           IF SEND-TO-MAILING
               ADD 1 TO C-MAIL-CTR
           ELSE
               ADD 1 TO C-PERM-CTR
           END-IF.

      *    WHERE THE STANDING'S SEVEN LINES START IN THE TEXT
      *    TABLE, AND THE SUBJECT LINE THAT GOES WITH THEM.
       L4-STANDING-WORDING.
           EVALUATE LT-STANDING
               WHEN 'W'
                   MOVE 1 TO TEXT-START
                   MOVE 'ACADEMIC WARNING' TO SUBJECT-NAME
               WHEN 'P'
                   MOVE 8 TO TEXT-START
                   MOVE 'ACADEMIC PROBATION' TO SUBJECT-NAME
               WHEN 'D'
                   MOVE 15 TO TEXT-START
                   MOVE 'DISMISSAL REVIEW' TO SUBJECT-NAME
           END-EVALUATE.
           COMPUTE TEXT-END = TEXT-START + 6.

       L4-PRINT-BODY-LINE.
           IF LETTER-TEXT (LX) NOT = SPACES
               MOVE LETTER-TEXT (LX) TO LX-TEXT
               MOVE LR-TEXT-LINE TO PRINT-AREA
               PERFORM L4-PRINT-LINE
           END-IF.

       L3-LIST-EXCEPTION.
           ADD 1 TO C-EXCP-CTR.
           MOVE LT-ID TO ED-ID.
           MOVE LT-LNAME TO ED-LNAME.
           MOVE LT-FNAME TO ED-FNAME.
           MOVE LT-DEPT TO ED-DEPT.
           MOVE LT-TERM TO ED-TERM.
           MOVE LT-GPA TO ED-GPA.
           MOVE LT-STANDING TO ED-STANDING.
           MOVE SEND-REASON TO ED-REASON.
           WRITE EXCPLINE FROM EXCP-DETAIL-LINE
             AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L4-EXCP-HEADING.

       L3-READ-LETTER.
           READ LETTER-FILE
               AT END
                   SET LETTER-EOF TO TRUE.

       L3-WRITE-COUNT.
           WRITE EXCPLINE FROM EXCP-COUNT-LINE
             AFTER ADVANCING 1 LINE.

       L4-LETTER-HEADING.
           MOVE 'OFFICE OF THE REGISTRAR' TO LH-TEXT.
           WRITE LTRLINE FROM LR-HEAD-LINE
             AFTER ADVANCING PAGE.
           MOVE 'ACADEMIC STANDING NOTICE' TO LH-TEXT.
           WRITE LTRLINE FROM LR-HEAD-LINE
             AFTER ADVANCING 1 LINE.
           WRITE LTRLINE FROM LR-DATE-LINE
             AFTER ADVANCING 2 LINES.
           MOVE SPACES TO LTRLINE.
           WRITE LTRLINE
             AFTER ADVANCING 2 LINES.

      *    A LETTER IS WELL SHORT OF A PAGE, SO NO CONTINUATION
      *    HEADING IS CALLED FOR - THE NEXT LETTER STARTS ITS OWN.
       L4-PRINT-LINE.
           WRITE LTRLINE FROM PRINT-AREA
             AFTER ADVANCING 1 LINE.

       L4-PRINT-GAP-LINE.
           WRITE LTRLINE FROM PRINT-AREA
             AFTER ADVANCING 2 LINES.

       L4-EXCP-HEADING.
           ADD 1 TO PAGE-CTR.
           MOVE PAGE-CTR TO TL-PAGE.
           WRITE EXCPLINE FROM TITLE-LINE
             AFTER ADVANCING PAGE.
           WRITE EXCPLINE FROM COL-HEADING
             AFTER ADVANCING 2 LINES.


      *    ONE ROW TO THE SHARED RUN-CONTROL LOG - OPENED,
      *    WRITTEN AND CLOSED IN ONE BREATH SO THE SHARED FILE
      *    IS NEVER HELD ACROSS THE RUN.
       L4-WRITE-RUNLOG.
           MOVE FUNCTION CURRENT-DATE TO STAMP-DATE-TIME.
           OPEN EXTEND RUNLOG-FILE.
           MOVE 'CBLJRT32' TO RG-PGM.
           MOVE STAMP-EVENT TO RG-EVENT.
           MOVE STAMP-YMD TO RG-DATE.
           MOVE STAMP-HMS TO RG-TIME.
           MOVE STAMP-COUNT TO RG-COUNT.
           MOVE STAMP-CODE TO RG-CODE.
           WRITE RG-REC.
           CLOSE RUNLOG-FILE.

       end program CBLJRT32.

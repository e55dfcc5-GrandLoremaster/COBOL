       identification division.
       program-id. CBLJRT25.

      * MASTER / ARCHIVE ID OVERLAP SWEEP. BEFORE THE ADD PATH
      * CHECKED THE GRADUATION ARCHIVE, AN ID GRADUATED OUT TO
      * CBLARCH COULD BE ISSUED AGAIN TO A NEW STUDENT, LEAVING TWO
      * PEOPLE UNDER ONE ID. THIS RUN READS THE ARCHIVE IN ID
      * ORDER, LOOKS EVERY ARCHIVED ID UP ON THE KEYED MASTER BY
      * KEY, AND LISTS EVERY ONE THAT IS ON BOTH - THE LIVE NAME,
      * DEPARTMENT AND STATUS BESIDE THE ARCHIVED NAME, DEPARTMENT,
      * GRADUATION TERM AND ARCHIVE DATE, NOTED SAME NAME OR
      * DIFFERENT NAME SO THE REGISTRAR CAN TELL A REISSUED ID FROM
      * A RETURNING GRADUATE. READ-ONLY; ANY OVERLAP ENDS THE STEP
      * RC=4.

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
           SELECT SORT-WORK
               ASSIGN TO 'SORTWK1'.
           SELECT SORTED-ARCH
               ASSIGN TO 'CBLARCHS'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SWEEPOUT
               ASSIGN TO 'SWEEPRPT'
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
           DATA RECORD IS AR-IN-REC
           RECORD CONTAINS 68 CHARACTERS.

       01 AR-IN-REC                PIC X(68).

       SD  SORT-WORK
           DATA RECORD IS SW-REC.

       01 SW-REC.
         05 SW-ID                  PIC X(7).
         05 FILLER                 PIC X(61).

      *    THE ARCHIVE IN ID ORDER - FULL MASTER IMAGE PLUS THE
      *    GRADUATION TERM AND THE DATE IT WAS ARCHIVED.
       FD  SORTED-ARCH
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

       FD  SWEEPOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS SWEEPLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 SWEEPLINE PIC X(132).

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

       01 MASTER-WS.
         05 MASTER-STATUS       PIC XX.

       01 MISC.
         05 PAGE-CTR               PIC 99 VALUE 0.
         05 PREV-ID             PIC X(7) VALUE SPACES.

       01 RUN-COUNTERS.
         05 C-ARCH-CTR             PIC 9(6) VALUE 0.
         05 C-HIT-CTR              PIC 9(6) VALUE 0.
         05 C-HIT-ID-CTR           PIC 9(6) VALUE 0.

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
         VALUE 'MASTER/ARCHIVE ID SWEEP '.
         05 FILLER                 PIC X(49) VALUE SPACES.
         05 FILLER                 PIC X(6)    VALUE 'PAGE: '.
         05 TL-PAGE                PIC Z9.

       01 COL-HEADING.
         05 FILLER                 PIC XX VALUE 'ID'.
         05 FILLER                 PIC X(7) VALUE SPACES.
         05 FILLER                 PIC X(11) VALUE 'MASTER NAME'.
         05 FILLER                 PIC X(22) VALUE SPACES.
         05 FILLER                 PIC X(4) VALUE 'DEPT'.
         05 FILLER                 PIC XX VALUE SPACES.
         05 FILLER                 PIC XX VALUE 'ST'.
         05 FILLER                 PIC XX VALUE SPACES.
         05 FILLER                 PIC X(13) VALUE 'ARCHIVED NAME'.
         05 FILLER                 PIC X(20) VALUE SPACES.
         05 FILLER                 PIC X(4) VALUE 'DEPT'.
         05 FILLER                 PIC XX VALUE SPACES.
         05 FILLER                 PIC X(4) VALUE 'TERM'.
         05 FILLER                 PIC XX VALUE SPACES.
         05 FILLER                 PIC X(8) VALUE 'ARCHIVED'.
         05 FILLER                 PIC XX VALUE SPACES.
         05 FILLER                 PIC X(4) VALUE 'NOTE'.
         05 FILLER                 PIC X(21) VALUE SPACES.

       01 SWEEP-DETAIL-LINE.
         05 SD-ID                  PIC X(7).
         05 FILLER                 PIC XX VALUE SPACES.
         05 SD-M-LNAME             PIC X(15).
         05 FILLER                 PIC X VALUE SPACE.
         05 SD-M-FNAME             PIC X(15).
         05 FILLER                 PIC XX VALUE SPACES.
         05 SD-M-DEPT              PIC X(4).
         05 FILLER                 PIC XX VALUE SPACES.
         05 SD-M-STAT              PIC X.
         05 FILLER                 PIC XXX VALUE SPACES.
         05 SD-A-LNAME             PIC X(15).
         05 FILLER                 PIC X VALUE SPACE.
         05 SD-A-FNAME             PIC X(15).
         05 FILLER                 PIC XX VALUE SPACES.
         05 SD-A-DEPT              PIC X(4).
         05 FILLER                 PIC XX VALUE SPACES.
         05 SD-A-TERM              PIC X(4).
         05 FILLER                 PIC XX VALUE SPACES.
         05 SD-A-DATE              PIC 9(8).
         05 FILLER                 PIC XX VALUE SPACES.
         05 SD-NOTE                PIC X(25).

       01 SWEEP-COUNT-LINE.
         05 FILLER                 PIC X(5) VALUE SPACES.
         05 SC-LABEL               PIC X(36).
         05 SC-FIGURE              PIC ZZZ,ZZ9.
         05 FILLER                 PIC X(84) VALUE SPACES.

       01 SWEEP-MSG-LINE.
         05 FILLER                 PIC X(5) VALUE SPACES.
         05 SM-TEXT                PIC X(60).
         05 FILLER                 PIC X(67) VALUE SPACES.

       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-MAINLINE
             UNTIL ARCH-EOF.
           PERFORM L2-CLOSING.
           MOVE 'E' TO STAMP-EVENT.
           MOVE C-HIT-ID-CTR TO STAMP-COUNT.
           MOVE RETURN-CODE TO STAMP-CODE.
           PERFORM L4-WRITE-RUNLOG.
           STOP RUN.

       L2-INIT.
           MOVE 'S' TO STAMP-EVENT.
           MOVE 0 TO STAMP-COUNT.
           MOVE 0 TO STAMP-CODE.
           PERFORM L4-WRITE-RUNLOG.
      *    DUPLICATES IN ORDER KEEPS A GRADUATE ARCHIVED MORE THAN
      *    ONCE IN THE ORDER THE IMAGES WERE ARCHIVED.
           SORT SORT-WORK
               ON ASCENDING KEY SW-ID
               WITH DUPLICATES IN ORDER
               USING ARCH-FILE
               GIVING SORTED-ARCH.
           OPEN INPUT MASTER-FILE.
           OPEN INPUT SORTED-ARCH.
           OPEN OUTPUT SWEEPOUT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-MONTH TO TITLE-MONTH.
           MOVE CURRENT-DAY TO TITLE-DAY.
           MOVE CURRENT-YEAR TO TITLE-YEAR.
           PERFORM L4-HEADING.
           PERFORM L3-READ-ARCH.

      *    ONE KEYED READ PER ARCHIVE IMAGE - AN ID FOUND ON THE
      *    MASTER IS ON BOTH FILES.
       L2-MAINLINE.
           ADD 1 TO C-ARCH-CTR.
           MOVE AR-ID TO M-ID.
           READ MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM L3-LIST-OVERLAP
           END-READ.
           PERFORM L3-READ-ARCH.

       L2-CLOSING.
           MOVE 'ARCHIVE IMAGES READ:' TO SC-LABEL.
           MOVE C-ARCH-CTR TO SC-FIGURE.
           WRITE SWEEPLINE FROM SWEEP-COUNT-LINE
             AFTER ADVANCING 3 LINES.
           MOVE 'ARCHIVE IMAGES WITH ID ON MASTER:' TO SC-LABEL.
           MOVE C-HIT-CTR TO SC-FIGURE.
           PERFORM L3-WRITE-COUNT.
           MOVE 'DISTINCT IDS ON BOTH FILES:' TO SC-LABEL.
           MOVE C-HIT-ID-CTR TO SC-FIGURE.
           PERFORM L3-WRITE-COUNT.
           IF C-HIT-ID-CTR > 0
               MOVE '*** IDS ON BOTH MASTER AND ARCHIVE - CLEAN UP ***'
                 TO SM-TEXT
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 'NO ID IS ON BOTH MASTER AND ARCHIVE' TO SM-TEXT
           END-IF.
           WRITE SWEEPLINE FROM SWEEP-MSG-LINE
             AFTER ADVANCING 2 LINES.
           CLOSE MASTER-FILE.
           CLOSE SORTED-ARCH.
           CLOSE SWEEPOUT.

       L3-LIST-OVERLAP.
           ADD 1 TO C-HIT-CTR.
           IF AR-ID NOT = PREV-ID
               ADD 1 TO C-HIT-ID-CTR
               MOVE AR-ID TO PREV-ID
           END-IF.
           MOVE AR-ID TO SD-ID.
           MOVE M-LNAME TO SD-M-LNAME.
           MOVE M-FNAME TO SD-M-FNAME.
           MOVE M-DEPT-CODE TO SD-M-DEPT.
           MOVE M-ENROLL-STAT TO SD-M-STAT.
           MOVE AR-LNAME TO SD-A-LNAME.
           MOVE AR-FNAME TO SD-A-FNAME.
           MOVE AR-DEPT-CODE TO SD-A-DEPT.
           MOVE AR-GRAD-TERM TO SD-A-TERM.
           MOVE AR-ARCH-DATE TO SD-A-DATE.
           IF M-LNAME = AR-LNAME AND M-FNAME = AR-FNAME
               MOVE 'SAME NAME - RETURNING?' TO SD-NOTE
           ELSE
               MOVE 'DIFFERENT NAME - REISSUED' TO SD-NOTE
           END-IF.
           WRITE SWEEPLINE FROM SWEEP-DETAIL-LINE
             AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L4-HEADING.

       L3-WRITE-COUNT.
           WRITE SWEEPLINE FROM SWEEP-COUNT-LINE
             AFTER ADVANCING 1 LINE.

       L3-READ-ARCH.
           READ SORTED-ARCH
               AT END
                   SET ARCH-EOF TO TRUE.

       L4-HEADING.
           ADD 1 TO PAGE-CTR.
           MOVE PAGE-CTR TO TL-PAGE.
           WRITE SWEEPLINE FROM TITLE-LINE
             AFTER ADVANCING PAGE.
           WRITE SWEEPLINE FROM COL-HEADING
             AFTER ADVANCING 2 LINES.


      *    ONE ROW TO THE SHARED RUN-CONTROL LOG - OPENED,
      *    WRITTEN AND CLOSED IN ONE BREATH SO THE SHARED FILE
      *    IS NEVER HELD ACROSS THE RUN.
       L4-WRITE-RUNLOG.
           MOVE FUNCTION CURRENT-DATE TO STAMP-DATE-TIME.
           OPEN EXTEND RUNLOG-FILE.
           MOVE 'CBLJRT25' TO RG-PGM.
           MOVE STAMP-EVENT TO RG-EVENT.
           MOVE STAMP-YMD TO RG-DATE.
           MOVE STAMP-HMS TO RG-TIME.
           MOVE STAMP-COUNT TO RG-COUNT.
           MOVE STAMP-CODE TO RG-CODE.
           WRITE RG-REC.
           CLOSE RUNLOG-FILE.

       end program CBLJRT25.

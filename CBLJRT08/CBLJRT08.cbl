      * AND QUIETLY POISON THE TREND ARITHMETIC FROM THEN ON.
      * WITHDRAWN STUDENTS ARE SKIPPED AND COUNTED. THE HISTORY
      * ACCUMULATES ACROSS TERMS AND IS WHAT THE TREND REPORT
      * (CBLJRT09) READS. A 'P' IN COLUMN 5 OF THE CARD RUNS THE
      * SNAPSHOT OFF POSTED GRADES: THE TERM MUST BE ON THE
      * POSTED-GRADE LEDGER (CBLPGRD) THAT THE GRADE POSTING RUN
      * (CBLJRT23) WRITES - OTHERWISE THE STEP ENDS RC=8, SINCE
      * THE MASTER'S GPAS WOULD STILL BE LAST TERM'S - AND ONLY
      * STUDENTS WITH GRADES POSTED FOR THE TERM ARE SNAPSHOT; ONE
      * WITH NO POSTED GRADES SAT NO TERM OF RECORD AND IS SKIPPED
      * AND COUNTED. A BLANK COLUMN 5 SNAPSHOTS THE MASTER AS
      * KEYED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT HIST-FILE
               ASSIGN TO 'CBLGHIST'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PGRD-FILE
               ASSIGN TO 'CBLPGRD'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SNAPOUT
               ASSIGN TO 'SNAPRPT'
                   ORGANIZATION IS RECORD SEQUENTIAL.
                         ==PRE-HIST-DEPT== BY ==GH-DEPT==,
                         ==PRE-HIST-GPA==  BY ==GH-GPA==.

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

       FD  SNAPOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
       01 MISC.
         05 EOF                    PIC X(5) VALUE 'TRUE '.
         05 MASTER-STATUS       PIC XX.
         05 SNAP-CARD.
           10 TERM-CODE            PIC X(4) VALUE SPACES.
           10 SNAP-SOURCE          PIC X VALUE SPACE.
             88 POSTED-MODE                 VALUE 'P'.
         05 C-SNAP-CTR             PIC 9(6) VALUE 0.
         05 C-WDRN-CTR             PIC 9(6) VALUE 0.
         05 C-NOGRD-CTR            PIC 9(6) VALUE 0.
         05 HIST-EOF-SW         PIC X(5) VALUE 'FALSE'.
           88 HIST-EOF                      VALUE 'TRUE '.
         05 DUP-TERM-SW         PIC X(5) VALUE 'FALSE'.
           88 TERM-ON-HIST                  VALUE 'TRUE '.

      *    EVERY STUDENT WITH GRADES POSTED FOR THE TERM, LOADED
      *    ONCE OFF THE LEDGER WHEN THE SNAPSHOT RUNS OFF POSTED
      *    GRADES.
       01 PGRD-TABLE-WS.
         05 C-PGRD-LOADED          PIC 9(4) VALUE 0.
         05 PGRD-EOF-SW         PIC X(5) VALUE 'FALSE'.
           88 PGRD-EOF                      VALUE 'TRUE '.
         05 PGRD-FULL-SW        PIC X(5) VALUE 'FALSE'.
           88 PGRD-TABLE-FULL               VALUE 'TRUE '.
         05 PGRD-ENTRY OCCURS 2000 TIMES INDEXED BY PX.
           10 PGRD-STUD-ID         PIC X(7).
         05 POSTED-SW           PIC X(5) VALUE 'FALSE'.
           88 STUDENT-POSTED                VALUE 'TRUE '.

       01 CURRENT-DATE-AND-TIME.
         05 CURRENT-DATE-YMD.
           10 CURRENT-YEAR         PIC X(4).
         05 SW-COUNT               PIC ZZZ,ZZ9.
         05 FILLER                 PIC X(100) VALUE SPACES.

       01 SNAP-NOGRD-LINE.
         05 FILLER                 PIC X(5) VALUE SPACES.
         05 FILLER                 PIC X(20)
           VALUE 'NO GRADES POSTED:   '.
         05 SG-COUNT               PIC ZZZ,ZZ9.
         05 FILLER                 PIC X(100) VALUE SPACES.

       01 SNAP-ERROR-LINE.
         05 FILLER                 PIC X(44)
         VALUE 'NO TERM CODE ON SYSIN - SNAPSHOT NOT WRITTEN'.
         VALUE ' ALREADY ON THE HISTORY - SNAPSHOT NOT WRITTEN'.
         05 FILLER                 PIC X(77) VALUE SPACES.

       01 SNAP-NOT-POSTED-LINE.
         05 FILLER                 PIC X(5) VALUE 'TERM '.
         05 SP-TERM                PIC X(4).
         05 FILLER                 PIC X(55)
         VALUE ' NOT ON THE POSTED-GRADE LEDGER - SNAPSHOT NOT WRITTEN'.
         05 FILLER                 PIC X(68) VALUE SPACES.

       01 SNAP-PGRD-FULL-LINE.
         05 FILLER                 PIC X(56)
         VALUE 'POSTED-GRADE STUDENT TABLE FULL - SNAPSHOT NOT WRITTEN'.
         05 FILLER                 PIC X(76) VALUE SPACES.

       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
                   PERFORM L2-TERM-ERROR
               WHEN TERM-ON-HIST
                   PERFORM L2-DUP-TERM-ERROR
               WHEN POSTED-MODE AND C-PGRD-LOADED = 0
                   PERFORM L2-NOT-POSTED-ERROR
               WHEN PGRD-TABLE-FULL
                   PERFORM L2-PGRD-FULL-ERROR
               WHEN OTHER
                   PERFORM L2-MAINLINE
                     UNTIL EOF = 'FALSE'
           MOVE 0 TO STAMP-COUNT.
           MOVE 0 TO STAMP-CODE.
           PERFORM L4-WRITE-RUNLOG.
           MOVE SPACES TO SNAP-CARD.
           ACCEPT SNAP-CARD.
           OPEN OUTPUT SNAPOUT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           IF TERM-CODE NOT = SPACES
               PERFORM L3-CHECK-TERM-ON-HIST
           END-IF.
           IF TERM-CODE NOT = SPACES AND NOT TERM-ON-HIST
             AND POSTED-MODE
               PERFORM L3-LOAD-PGRD-TABLE
           END-IF.
           IF TERM-CODE NOT = SPACES AND NOT TERM-ON-HIST
             AND NOT PGRD-TABLE-FULL
             AND (C-PGRD-LOADED > 0 OR NOT POSTED-MODE)
               OPEN INPUT MASTER-FILE
               OPEN EXTEND HIST-FILE
               MOVE TERM-CODE TO ST-TERM
               AT END
                   SET HIST-EOF TO TRUE.

      *    A TERM CAN BE POSTED IN MORE THAN ONE RUN (LATE GRADES,
      *    CORRECTED REJECTS), SO A STUDENT'S ROWS FOR THE TERM NEED
      *    NOT SIT TOGETHER - THE TABLE IS SEARCHED FOR THE ID
      *    BEFORE AN ENTRY IS ADDED, ONE ENTRY PER STUDENT.
       L3-LOAD-PGRD-TABLE.
           PERFORM L4-INIT-PGRD-ENTRY
             VARYING PX FROM 1 BY 1 UNTIL PX > 2000.
           OPEN INPUT PGRD-FILE.
           PERFORM L4-READ-PGRD.
           PERFORM L4-STORE-PGRD-ID
             UNTIL PGRD-EOF OR PGRD-TABLE-FULL.
           CLOSE PGRD-FILE.

       L4-INIT-PGRD-ENTRY.
           MOVE SPACES TO PGRD-STUD-ID (PX).

       L4-STORE-PGRD-ID.
           IF PG-TERM = TERM-CODE
               SET PX TO 1
               SEARCH PGRD-ENTRY
                   AT END
                       SET PGRD-TABLE-FULL TO TRUE
                   WHEN PGRD-STUD-ID (PX) = PG-ID
                       CONTINUE
                   WHEN PGRD-STUD-ID (PX) = SPACES
                       ADD 1 TO C-PGRD-LOADED
                       MOVE PG-ID TO PGRD-STUD-ID (PX)
               END-SEARCH
           END-IF.
           PERFORM L4-READ-PGRD.

       L4-READ-PGRD.
           READ PGRD-FILE
               AT END
                   SET PGRD-EOF TO TRUE.

       L2-NOT-POSTED-ERROR.
           MOVE TERM-CODE TO SP-TERM.
           WRITE SNAPLINE FROM SNAP-NOT-POSTED-LINE
             AFTER ADVANCING PAGE.
           CLOSE SNAPOUT.
           MOVE 8 TO RETURN-CODE.

       L2-PGRD-FULL-ERROR.
           WRITE SNAPLINE FROM SNAP-PGRD-FULL-LINE
             AFTER ADVANCING PAGE.
           CLOSE SNAPOUT.
           MOVE 8 TO RETURN-CODE.

       L2-DUP-TERM-ERROR.
           MOVE TERM-CODE TO SD-TERM.
           WRITE SNAPLINE FROM SNAP-DUP-LINE

      *    A WITHDRAWN STUDENT'S GPA IS NOT A TERM OF RECORD -
      *    SNAPSHOTTING IT WOULD FEED THE TREND REPORT A TERM THE
      *    STUDENT NEVER SAT. NEITHER IS THE GPA OF A STUDENT WITH
      *    NO GRADES POSTED, WHEN THE RUN IS OFF POSTED GRADES.
       L2-MAINLINE.
           IF POSTED-MODE
               PERFORM L3-CHECK-POSTED
           ELSE
               SET STUDENT-POSTED TO TRUE
           END-IF.
           EVALUATE TRUE
               WHEN M-ENROLL-STAT = 'W'
                   ADD 1 TO C-WDRN-CTR
               WHEN NOT STUDENT-POSTED
                   ADD 1 TO C-NOGRD-CTR
               WHEN OTHER
                   MOVE M-ID TO GH-ID
                   MOVE TERM-CODE TO GH-TERM
                   MOVE CURRENT-YMD TO GH-DATE
                   MOVE M-DEPT-CODE TO GH-DEPT
                   MOVE M-GPA TO GH-GPA
                   WRITE GH-REC
                   ADD 1 TO C-SNAP-CTR
           END-EVALUATE.
           PERFORM L3-READ-MASTER.

       L3-CHECK-POSTED.
           MOVE 'FALSE' TO POSTED-SW.
           SET PX TO 1.
           SEARCH PGRD-ENTRY
               AT END
                   CONTINUE
               WHEN PGRD-STUD-ID (PX) = M-ID
                   SET STUDENT-POSTED TO TRUE
           END-SEARCH.

       L2-CLOSING.
           MOVE C-SNAP-CTR TO SN-COUNT.
           WRITE SNAPLINE FROM SNAP-TOTAL-LINE
           MOVE C-WDRN-CTR TO SW-COUNT.
           WRITE SNAPLINE FROM SNAP-WDRN-LINE
             AFTER ADVANCING 1 LINE.
           IF POSTED-MODE
               MOVE C-NOGRD-CTR TO SG-COUNT
               WRITE SNAPLINE FROM SNAP-NOGRD-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.
           CLOSE MASTER-FILE.
           CLOSE HIST-FILE.
           CLOSE SNAPOUT.

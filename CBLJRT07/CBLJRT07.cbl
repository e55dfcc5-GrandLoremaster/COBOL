      * KEYING. ITEMS THAT FAIL GO TO THE NEW SUSPENSE FILE WITH A
      * REASON CODE AND AN AGE THAT COUNTS THE RUNS THEY HAVE BEEN
      * WAITING - REJECTED WORK AGES ON SUSPENSE INSTEAD OF
      * EVAPORATING ONTO A PRINT LINE. AN ADD FOR AN ID ALREADY ON
      * THE CBLARCH GRADUATION ARCHIVE IS SUSPENDED (ARCH) - A
      * GRADUATE'S ID IS NEVER ISSUED TO A NEW STUDENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT DEPT-FILE
               ASSIGN TO 'CBLDEPT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCH-FILE
               ASSIGN TO 'CBLARCH'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EDITOUT
               ASSIGN TO 'EDITRPT'
                   ORGANIZATION IS RECORD SEQUENTIAL.
                         ==PRE-DEPT-NAME==   BY ==DP-NAME==,
                         ==PRE-DEPT-ACTIVE== BY ==DP-ACTIVE==.

      *    THE CUMULATIVE GRADUATION ARCHIVE - ONLY THE IDS ARE
      *    NEEDED HERE.
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

       FD  EDITOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           88 SUSP-EOF                      VALUE 'TRUE '.
         05 TRANS-EOF-SW           PIC X(5) VALUE 'FALSE'.
           88 TRANS-EOF                     VALUE 'TRUE '.
         05 ARCH-EOF-SW            PIC X(5) VALUE 'FALSE'.
           88 ARCH-EOF                      VALUE 'TRUE '.

      *    THE TRANSACTION UNDER EDIT, CHARACTER VIEW - THE RAW
      *    FIELDS HAVE TO PROVE NUMERIC BEFORE ANY PROGRAM IS
           10 DEPT-NAME          PIC X(25).
           10 DEPT-ACTIVE        PIC X.

      *    EVERY ARCHIVED STUDENT ID, LOADED ONCE AT STARTUP SO
      *    THE CHECK ON AN ADD IS A TABLE SEARCH. AN ARCHIVE TOO BIG
      *    FOR THE TABLE IS STILL CHECKED IN FULL - AN ID NOT IN
      *    THE TABLE THEN COSTS A PASS OVER THE REST OF THE FILE.
       01 ARCH-TABLE-WS.
         05 C-ARCH-LOADED          PIC 9(4) VALUE 0.
         05 ARCH-FULL-SW        PIC X(5) VALUE 'FALSE'.
           88 ARCH-TABLE-FULL               VALUE 'TRUE '.
         05 ARCH-ENTRY OCCURS 2000 TIMES INDEXED BY AX.
           10 ARCH-STUD-ID         PIC X(7).
         05 ARCH-HIT-SW         PIC X(5) VALUE 'FALSE'.
           88 ID-ON-ARCHIVE                 VALUE 'TRUE '.

       01 CURRENT-DATE-AND-TIME.
         05 CURRENT-DATE-YMD.
           10 CURRENT-YEAR         PIC X(4).
           MOVE CURRENT-YEAR TO TITLE-YEAR.
           PERFORM L4-HEADING.
           PERFORM L3-LOAD-DEPT-TABLE.
           PERFORM L3-LOAD-ARCH-TABLE.
           PERFORM L3-READ-SUSP.
           PERFORM L3-READ-TRANS.

               PERFORM L3-EDIT-CHG-FIELDS
           END-IF.

      *    AN ID THAT GRADUATED OUT TO THE ARCHIVE STAYS RETIRED -
      *    REISSUING IT WOULD MIX TWO STUDENTS' HISTORY UNDER ONE ID.
       L3-EDIT-ADD-FIELDS.
           PERFORM L4-CHECK-ARCHIVE.
           IF ID-ON-ARCHIVE
               SET TRAN-IS-SUSPECT TO TRUE
               MOVE 'ARCH' TO SUSP-REASON
           END-IF.
           IF TRAN-IS-CLEAN
               PERFORM L4-DEPT-LOOKUP
               IF DEPT-IS-INVALID
                   SET TRAN-IS-SUSPECT TO TRUE
                   MOVE 'DEPT' TO SUSP-REASON
               END-IF
           END-IF.
           IF TRAN-IS-CLEAN
             AND (E-LNAME = SPACES OR E-FNAME = SPACES)
               AT END
                   SET DEPT-EOF TO TRUE.

       L3-LOAD-ARCH-TABLE.
           PERFORM L4-INIT-ARCH-ENTRY
             VARYING AX FROM 1 BY 1 UNTIL AX > 2000.
           OPEN INPUT ARCH-FILE.
           PERFORM L4-READ-ARCH.
           PERFORM L4-STORE-ARCH-ID
             UNTIL ARCH-EOF OR ARCH-TABLE-FULL.
           CLOSE ARCH-FILE.

       L4-INIT-ARCH-ENTRY.
           MOVE SPACES TO ARCH-STUD-ID (AX).

       L4-STORE-ARCH-ID.
           IF C-ARCH-LOADED = 2000
               SET ARCH-TABLE-FULL TO TRUE
           ELSE
               ADD 1 TO C-ARCH-LOADED
               MOVE AR-ID TO ARCH-STUD-ID (C-ARCH-LOADED)
               PERFORM L4-READ-ARCH
           END-IF.

       L4-READ-ARCH.
           READ ARCH-FILE
               AT END
                   SET ARCH-EOF TO TRUE.

       L4-CHECK-ARCHIVE.
           MOVE 'FALSE' TO ARCH-HIT-SW.
           SET AX TO 1.
           SEARCH ARCH-ENTRY
               AT END
                   CONTINUE
               WHEN ARCH-STUD-ID (AX) = E-ID
                   SET ID-ON-ARCHIVE TO TRUE
           END-SEARCH.
           IF ARCH-TABLE-FULL AND NOT ID-ON-ARCHIVE
               PERFORM L4-SCAN-ARCHIVE
           END-IF.

      *    THE ARCHIVE OUTGREW THE TABLE - WALK THE FILE FRONT TO
      *    BACK FOR THIS ONE ID, THE WAY THE INQUIRY (CBLJRT18)
      *    DOES.
       L4-SCAN-ARCHIVE.
           MOVE 'FALSE' TO ARCH-EOF-SW.
           OPEN INPUT ARCH-FILE.
           PERFORM L4-READ-ARCH.
           PERFORM L4-SCAN-ARCH-ID
             UNTIL ARCH-EOF OR ID-ON-ARCHIVE.
           CLOSE ARCH-FILE.

       L4-SCAN-ARCH-ID.
           IF AR-ID = E-ID
               SET ID-ON-ARCHIVE TO TRUE
           ELSE
               PERFORM L4-READ-ARCH
           END-IF.

       L4-DEPT-LOOKUP.
           SET DEPT-IS-VALID TO TRUE.
           SET DX TO 1.

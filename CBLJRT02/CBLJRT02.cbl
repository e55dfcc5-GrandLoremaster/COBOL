           SELECT DEPT-FILE
               ASSIGN TO 'CBLDEPT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCH-FILE
               ASSIGN TO 'CBLARCH'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COUNT-FILE
               ASSIGN TO 'CBLCOUNT'
                   ORGANIZATION IS LINE SEQUENTIAL.
                         ==PRE-DEPT-NAME==   BY ==DP-NAME==,
                         ==PRE-DEPT-ACTIVE== BY ==DP-ACTIVE==.

      *    THE CUMULATIVE GRADUATION ARCHIVE. AN ADD FOR AN ID
      *    ALREADY OUT THERE IS REJECTED THE SAME AS A DUPLICATE ON
      *    THE CLUSTER - A GRADUATE'S ID IS NEVER ISSUED AGAIN.
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

      *    RUN COUNTS AND HASH DELTAS HANDED TO THE BALANCING STEP
      *    (CBLJRT04) SO IT CAN PROVE CARRIED-FORWARD COUNT + ADDS
      *    - DELETES EQUALS THE MASTER'S RECORD COUNT AFTER THE
       01 EOF-FLAGS.
         05 TRANS-EOF-SW           PIC X(5) VALUE 'FALSE'.
           88 TRANS-EOF                     VALUE 'TRUE '.
         05 ARCH-EOF-SW            PIC X(5) VALUE 'FALSE'.
           88 ARCH-EOF                      VALUE 'TRUE '.

       01 MASTER-WS.
         05 MASTER-STATUS       PIC XX.
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

       01 AUDIT-WS.
         05 RUN-USER            PIC X(20) VALUE SPACES.
         05 AUD-ACTION          PIC X(6).
               PERFORM L4-HEADING
           END-IF.
           PERFORM L3-LOAD-DEPT-TABLE.
           PERFORM L3-LOAD-ARCH-TABLE.
           PERFORM L3-READ-TRANS.

       L2-MAINLINE.
               MOVE 'DUP ' TO SUSP-REASON
               PERFORM L3-REJECT-TRAN
           ELSE
               PERFORM L4-CHECK-ARCHIVE
               IF ID-ON-ARCHIVE
                   MOVE 'REJECTED - ID ON ARCHIVE' TO TD-STATUS
                   MOVE 'ARCH' TO SUSP-REASON
                   PERFORM L3-REJECT-TRAN
               ELSE
                   PERFORM L3-ADD-RECORD
               END-IF
           END-IF.

       L3-ADD-RECORD.
           PERFORM L3-EDIT-DEPT.
           IF DEPT-IS-VALID
               MOVE T-ID TO M-ID
               MOVE T-DEPT-CODE TO M-DEPT-CODE
               MOVE T-LNAME TO M-LNAME
               MOVE T-FNAME TO M-FNAME
               MOVE T-GPA TO M-GPA
               MOVE T-SALARY TO M-SALARY
      *    A BLANK STATUS ON AN ADD MEANS THE KEYER TOOK THE
      *    DEFAULT - A NEW STUDENT IS ACTIVE UNLESS SAID OTHERWISE.
               IF T-ENROLL-STAT = SPACE
                   MOVE 'A' TO M-ENROLL-STAT
               ELSE
                   MOVE T-ENROLL-STAT TO M-ENROLL-STAT
               END-IF
               MOVE T-CREDIT-HRS TO M-CREDIT-HRS
               WRITE M-REC
                   INVALID KEY
                       MOVE 'REJECTED - DUPLICATE ID' TO TD-STATUS
                       MOVE 'DUP ' TO SUSP-REASON
                       PERFORM L3-REJECT-TRAN
                   NOT INVALID KEY
                       ADD 1 TO C-ADD-CTR
                       ADD T-SALARY TO C-SAL-DELTA
                       ADD T-GPA TO C-GPA-DELTA
                       MOVE 'ADDED' TO TD-STATUS
                       PERFORM L3-AUDIT-ADD
               END-WRITE
           ELSE
               MOVE 'REJECTED - INVALID DEPT CODE' TO TD-STATUS
               MOVE 'DEPT' TO SUSP-REASON
               PERFORM L3-REJECT-TRAN
           END-IF.

       L3-APPLY-CHANGE.
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
               WHEN ARCH-STUD-ID (AX) = T-ID
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
           IF AR-ID = T-ID
               SET ID-ON-ARCHIVE TO TRUE
           ELSE
               PERFORM L4-READ-ARCH
           END-IF.

       L3-TOTALS.
           MOVE C-ADD-CTR TO TOT-ADD.
           MOVE C-CHG-CTR TO TOT-CHG.

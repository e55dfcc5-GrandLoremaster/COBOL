       identification division.
       program-id. CBLJRT28.

      * PREDECESSOR GATE FOR THE NIGHTLY JOBS. RUN AS THE FIRST
      * STEP OF A JOB, IT REFUSES TO LET THE JOB'S PROGRAM START
      * UNTIL EVERY PROGRAM IT DEPENDS ON HAS LOGGED A CLEAN END
      * TONIGHT - SO THE SNAPSHOT CAN NO LONGER APPEND A TERM OF
      * GPAS TAKEN BEFORE THE MAINTENANCE UPDATE, AND THE AWARD
      * RUN CAN NO LONGER AWARD OFF A MASTER THE BALANCING STEP
      * NEVER PROVED. THE SYSIN CARD NAMES THE PROGRAM BEING
      * GATED (COLUMNS 1-8). THE DEPENDENCY TABLE (CBLGDEP) LISTS
      * ITS PREDECESSORS, AND EACH ONE IS LOOKED UP ON THE SHARED
      * RUN-CONTROL LOG - WHICH THE MORNING SUMMARY JOB CLEARS,
      * SO WHAT IS ON IT IS TONIGHT. AS IN CBLJRT20, THE LATEST
      * START/END PAIR FOR A PROGRAM COUNTS. A PREDECESSOR THAT
      * NEVER STARTED, STARTED BUT NEVER STAMPED AN END (STILL
      * RUNNING OR ABENDED), OR ENDED WITH A NONZERO CODE CLOSES
      * THE GATE: THE REGISTER AND THE JOB LOG NAME IT AND THE
      * STEP ENDS RC=8, SO THE JOB'S COND CHAIN STOPS HERE.
      * OPERATIONS CAN OPEN A CLOSED GATE FOR ONE RUN BY PUNCHING
      * OVERRIDE IN COLUMNS 10-17 OF THE CARD; THE GATE STILL
      * CHECKS AND PRINTS EVERYTHING, THEN ENDS RC=0 AND STAMPS
      * AN 'O' ROW AGAINST THE GATED PROGRAM ON THE RUN LOG, SO
      * THE MORNING SUMMARY SHOWS THE GATE WAS OVERRIDDEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GDEP-FILE
               ASSIGN TO 'CBLGDEP'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GATEOUT
               ASSIGN TO 'GATERPT'
                   ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT OPTIONAL RUNLOG-FILE
               ASSIGN TO 'CBLRUNLG'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    ONE ROW PER GATED PROGRAM AND PREDECESSOR - A PROGRAM
      *    WITH THREE PREDECESSORS HAS THREE ROWS.
       FD  GDEP-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS GD-REC
           RECORD CONTAINS 17 CHARACTERS.

       01 GD-REC.
         05 GD-PGM                 PIC X(8).
         05 FILLER                 PIC X.
         05 GD-PRED                PIC X(8).

       FD  GATEOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS GATELINE.

       01 GATELINE PIC X(132).

      *    THE SHARED RUN-CONTROL LOG - READ FOR TONIGHT'S
      *    EVIDENCE, THEN STAMPED WITH THIS RUN'S 'S' AND 'E' ROWS
      *    (AND AN 'O' ROW WHEN THE GATE IS OVERRIDDEN) FOR THE
      *    MORNING OPERATIONS SUMMARY (CBLJRT20).
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
         05 GDEP-EOF-SW            PIC X(5) VALUE 'FALSE'.
           88 GDEP-EOF                      VALUE 'TRUE '.
         05 RUNLOG-EOF-SW          PIC X(5) VALUE 'FALSE'.
           88 RUNLOG-EOF                    VALUE 'TRUE '.

       01 MISC.
         05 RUNLOG-STATUS       PIC XX.

       01 GATE-CARD.
         05 GATE-PGM               PIC X(8).
         05 FILLER                 PIC X.
         05 GATE-OVERRIDE          PIC X(8).
           88 GATE-IS-OVERRIDDEN            VALUE 'OVERRIDE'.

      *    THE GATED PROGRAM'S PREDECESSORS AND WHAT TONIGHT'S
      *    LOG SAYS ABOUT EACH.
       01 PRED-TABLE-WS.
         05 C-PRED-LOADED          PIC 99 VALUE 0.
         05 PRED-FULL-SW        PIC X(5) VALUE 'FALSE'.
           88 PRED-TABLE-FULL               VALUE 'TRUE '.
         05 PRED-ENTRY OCCURS 20 TIMES INDEXED BY PX.
           10 PRED-PGM             PIC X(8).
           10 PRED-START-SW        PIC X.
           10 PRED-END-SW          PIC X.
           10 PRED-START-TIME      PIC 9(6).
           10 PRED-END-TIME        PIC 9(6).
           10 PRED-CODE            PIC 99.

       01 RUN-COUNTERS.
         05 C-BLOCK-CTR            PIC 99 VALUE 0.

       01 CURRENT-DATE-AND-TIME.
         05 CURRENT-YEAR           PIC X(4).
         05 CURRENT-MONTH          PIC XX.
         05 CURRENT-DAY            PIC XX.
         05 CURRENT-TIME           PIC X(11).

       01 GATE-TITLE-LINE.
         05 FILLER                 PIC X(6) VALUE 'DATE'.
         05 TITLE-DATE.
           10 TITLE-MONTH          PIC XX.
           10 FILLER               PIC X VALUE '/'.
           10 TITLE-DAY            PIC XX.
           10 FILLER               PIC X VALUE '/'.
           10 TITLE-YEAR           PIC X(4).
         05 FILLER                 PIC X(35) VALUE SPACES.
         05 FILLER                 PIC X(24)
         VALUE 'PREDECESSOR GATE FOR    '.
         05 GT-PGM                 PIC X(8).
         05 FILLER                 PIC X(49) VALUE SPACES.

       01 GATE-COL-HEADING.
         05 FILLER                 PIC XX VALUE SPACES.
         05 FILLER                 PIC X(11) VALUE 'PREDECESSOR'.
         05 FILLER                 PIC X(4) VALUE SPACES.
         05 FILLER                 PIC X(5) VALUE 'START'.
         05 FILLER                 PIC X(6) VALUE SPACES.
         05 FILLER                 PIC X(3) VALUE 'END'.
         05 FILLER                 PIC X(6) VALUE SPACES.
         05 FILLER                 PIC X(2) VALUE 'RC'.
         05 FILLER                 PIC X(4) VALUE SPACES.
         05 FILLER                 PIC X(6) VALUE 'STATUS'.
         05 FILLER                 PIC X(83) VALUE SPACES.

       01 GATE-DETAIL-LINE.
         05 FILLER                 PIC XX VALUE SPACES.
         05 GD-LINE-PGM            PIC X(8).
         05 FILLER                 PIC X(7) VALUE SPACES.
         05 GD-START               PIC X(6).
         05 FILLER                 PIC X(5) VALUE SPACES.
         05 GD-END                 PIC X(6).
         05 FILLER                 PIC X(3) VALUE SPACES.
         05 GD-CODE                PIC Z9.
         05 FILLER                 PIC X(4) VALUE SPACES.
         05 GD-STATUS              PIC X(30).
         05 FILLER                 PIC X(59) VALUE SPACES.

       01 GATE-MSG-LINE.
         05 FILLER                 PIC X(5) VALUE SPACES.
         05 GM-TEXT                PIC X(60).
         05 FILLER                 PIC X(67) VALUE SPACES.

       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           EVALUATE TRUE
               WHEN GATE-PGM = SPACES
                   MOVE 'NO PROGRAM NAMED ON SYSIN - GATE CLOSED'
                     TO GM-TEXT
                   PERFORM L2-TERM-ERROR
               WHEN PRED-TABLE-FULL
                   MOVE 'OVER 20 PREDECESSORS ON CBLGDEP - GATE CLOSED'
                     TO GM-TEXT
                   PERFORM L2-TERM-ERROR
               WHEN OTHER
                   PERFORM L2-MAINLINE
                     UNTIL RUNLOG-EOF
                   PERFORM L2-CLOSING
           END-EVALUATE.
           MOVE 'E' TO STAMP-EVENT.
           MOVE C-PRED-LOADED TO STAMP-COUNT.
           MOVE RETURN-CODE TO STAMP-CODE.
           PERFORM L4-WRITE-RUNLOG.
           STOP RUN.

       L2-INIT.
           MOVE 'S' TO STAMP-EVENT.
           MOVE 0 TO STAMP-COUNT.
           MOVE 0 TO STAMP-CODE.
           PERFORM L4-WRITE-RUNLOG.
           MOVE SPACES TO GATE-CARD.
           ACCEPT GATE-CARD.
           OPEN OUTPUT GATEOUT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-MONTH TO TITLE-MONTH.
           MOVE CURRENT-DAY TO TITLE-DAY.
           MOVE CURRENT-YEAR TO TITLE-YEAR.
           MOVE GATE-PGM TO GT-PGM.
           WRITE GATELINE FROM GATE-TITLE-LINE
             AFTER ADVANCING PAGE.
           IF GATE-PGM NOT = SPACES
               PERFORM L3-LOAD-PRED-TABLE
           END-IF.
           IF GATE-PGM NOT = SPACES AND NOT PRED-TABLE-FULL
               WRITE GATELINE FROM GATE-COL-HEADING
                 AFTER ADVANCING 2 LINES
               OPEN INPUT RUNLOG-FILE
               IF RUNLOG-STATUS NOT = '00'
                   SET RUNLOG-EOF TO TRUE
               ELSE
                   PERFORM L3-READ-RUNLOG
               END-IF
           END-IF.

       L2-MAINLINE.
           PERFORM L3-POST-LOG-EVENT.
           PERFORM L3-READ-RUNLOG.

       L2-CLOSING.
           IF RUNLOG-STATUS = '00' OR RUNLOG-STATUS = '10'
               CLOSE RUNLOG-FILE
           END-IF.
           PERFORM L3-PRED-LINE
             VARYING PX FROM 1 BY 1 UNTIL PX > C-PRED-LOADED.
           EVALUATE TRUE
               WHEN C-PRED-LOADED = 0
                   MOVE 'NO PREDECESSORS ON CBLGDEP - GATE OPEN'
                     TO GM-TEXT
                   PERFORM L3-WRITE-MSG
               WHEN C-BLOCK-CTR = 0
                   MOVE 'ALL PREDECESSORS ENDED CLEAN - GATE OPEN'
                     TO GM-TEXT
                   PERFORM L3-WRITE-MSG
               WHEN GATE-IS-OVERRIDDEN
                   MOVE '*** GATE OVERRIDDEN BY SYSIN CARD - JOB RUNS'
                     TO GM-TEXT
                   PERFORM L3-WRITE-MSG
                   DISPLAY 'CBLJRT28 GATE FOR ' GATE-PGM
                           ' OVERRIDDEN BY SYSIN CARD'
               WHEN OTHER
                   MOVE '*** GATE CLOSED - JOB STOPS HERE ***'
                     TO GM-TEXT
                   PERFORM L3-WRITE-MSG
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
      *    AN OVERRIDE IS STAMPED WHETHER OR NOT THE GATE WOULD
      *    HAVE CLOSED - THE CARD WAS PUNCHED AND THE SUMMARY
      *    SHOULD SAY SO.
           IF GATE-IS-OVERRIDDEN
               PERFORM L4-WRITE-OVERRIDE-ROW
           END-IF.
           CLOSE GATEOUT.

       L2-TERM-ERROR.
           PERFORM L3-WRITE-MSG.
           DISPLAY 'CBLJRT28 ' GM-TEXT.
           CLOSE GATEOUT.
           MOVE 8 TO RETURN-CODE.

      *    AS IN CBLJRT20, EACH EVENT OVERWRITES, SO THE LATEST
      *    PAIR IS WHAT THE GATE GRADES - A RERUN THAT ENDED CLEAN
      *    CLEARS AN EARLIER FAILURE, AND A RESTART THAT HAS NOT
      *    ENDED YET REOPENS THE QUESTION. 'O' ROWS ARE ANOTHER
      *    GATE'S OVERRIDE AND SAY NOTHING ABOUT HOW A PROGRAM RAN.
       L3-POST-LOG-EVENT.
           SET PX TO 1.
           SEARCH PRED-ENTRY
               AT END
                   CONTINUE
               WHEN PRED-PGM (PX) = RG-PGM
                   EVALUATE RG-EVENT
                       WHEN 'S'
                           MOVE 'Y' TO PRED-START-SW (PX)
                           MOVE 'N' TO PRED-END-SW (PX)
                           MOVE RG-TIME TO PRED-START-TIME (PX)
                       WHEN 'E'
                           MOVE 'Y' TO PRED-END-SW (PX)
                           MOVE RG-TIME TO PRED-END-TIME (PX)
                           MOVE RG-CODE TO PRED-CODE (PX)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-SEARCH.

       L3-PRED-LINE.
           MOVE PRED-PGM (PX) TO GD-LINE-PGM.
           MOVE SPACES TO GD-START GD-END GD-STATUS.
           MOVE 0 TO GD-CODE.
           EVALUATE TRUE
               WHEN PRED-START-SW (PX) = 'N'
                 AND PRED-END-SW (PX) = 'N'
                   MOVE '** DID NOT RUN TONIGHT' TO GD-STATUS
                   PERFORM L4-BLOCKED
               WHEN PRED-END-SW (PX) = 'N'
                   MOVE PRED-START-TIME (PX) TO GD-START
                   MOVE '** STILL RUNNING OR ABENDED' TO GD-STATUS
                   PERFORM L4-BLOCKED
               WHEN PRED-CODE (PX) > 0
                   MOVE PRED-START-TIME (PX) TO GD-START
                   MOVE PRED-END-TIME (PX) TO GD-END
                   MOVE PRED-CODE (PX) TO GD-CODE
                   MOVE '** ENDED NONZERO' TO GD-STATUS
                   PERFORM L4-BLOCKED
               WHEN OTHER
                   MOVE PRED-START-TIME (PX) TO GD-START
                   MOVE PRED-END-TIME (PX) TO GD-END
                   MOVE PRED-CODE (PX) TO GD-CODE
                   MOVE 'ENDED CLEAN' TO GD-STATUS
           END-EVALUATE.
           WRITE GATELINE FROM GATE-DETAIL-LINE
             AFTER ADVANCING 1 LINE.

      *    EVERY BLOCKING PREDECESSOR IS NAMED ON THE JOB LOG TOO,
      *    WHERE THE OPERATOR LOOKS FIRST.
       L4-BLOCKED.
           ADD 1 TO C-BLOCK-CTR.
           DISPLAY 'CBLJRT28 GATE FOR ' GATE-PGM
                   ' - PREDECESSOR ' PRED-PGM (PX) ' ' GD-STATUS.

       L3-LOAD-PRED-TABLE.
           PERFORM L4-INIT-PRED-ENTRY
             VARYING PX FROM 1 BY 1 UNTIL PX > 20.
           OPEN INPUT GDEP-FILE.
           PERFORM L4-READ-GDEP.
           PERFORM L4-STORE-PRED
             UNTIL GDEP-EOF.
           CLOSE GDEP-FILE.

       L4-INIT-PRED-ENTRY.
           MOVE SPACES TO PRED-PGM (PX).
           MOVE 'N' TO PRED-START-SW (PX).
           MOVE 'N' TO PRED-END-SW (PX).
           MOVE 0 TO PRED-START-TIME (PX).
           MOVE 0 TO PRED-END-TIME (PX).
           MOVE 0 TO PRED-CODE (PX).

       L4-STORE-PRED.
           IF GD-PGM = GATE-PGM
               IF C-PRED-LOADED = 20
                   SET PRED-TABLE-FULL TO TRUE
               ELSE
                   ADD 1 TO C-PRED-LOADED
                   MOVE GD-PRED TO PRED-PGM (C-PRED-LOADED)
               END-IF
           END-IF.
           PERFORM L4-READ-GDEP.

       L4-READ-GDEP.
           READ GDEP-FILE
               AT END
                   SET GDEP-EOF TO TRUE.

       L3-READ-RUNLOG.
           READ RUNLOG-FILE
               AT END
                   SET RUNLOG-EOF TO TRUE.

       L3-WRITE-MSG.
           WRITE GATELINE FROM GATE-MSG-LINE
             AFTER ADVANCING 2 LINES.

      *    THE OVERRIDE ROW IS STAMPED AGAINST THE GATED PROGRAM,
      *    NOT THE GATE, SO THE SUMMARY SHOWS IT ON THAT PROGRAM'S
      *    OWN LINE. ITS COUNT IS THE NUMBER OF PREDECESSORS THAT
      *    WOULD HAVE CLOSED THE GATE.
       L4-WRITE-OVERRIDE-ROW.
           MOVE FUNCTION CURRENT-DATE TO STAMP-DATE-TIME.
           OPEN EXTEND RUNLOG-FILE.
           MOVE GATE-PGM TO RG-PGM.
           MOVE 'O' TO RG-EVENT.
           MOVE STAMP-YMD TO RG-DATE.
           MOVE STAMP-HMS TO RG-TIME.
           MOVE C-BLOCK-CTR TO RG-COUNT.
           MOVE 0 TO RG-CODE.
           WRITE RG-REC.
           CLOSE RUNLOG-FILE.


      *    ONE ROW TO THE SHARED RUN-CONTROL LOG - OPENED,
      *    WRITTEN AND CLOSED IN ONE BREATH SO THE SHARED FILE
      *    IS NEVER HELD ACROSS THE RUN.
       L4-WRITE-RUNLOG.
           MOVE FUNCTION CURRENT-DATE TO STAMP-DATE-TIME.
           OPEN EXTEND RUNLOG-FILE.
           MOVE 'CBLJRT28' TO RG-PGM.
           MOVE STAMP-EVENT TO RG-EVENT.
           MOVE STAMP-YMD TO RG-DATE.
           MOVE STAMP-HMS TO RG-TIME.
           MOVE STAMP-COUNT TO RG-COUNT.
           MOVE STAMP-CODE TO RG-CODE.
           WRITE RG-REC.
           CLOSE RUNLOG-FILE.

       end program CBLJRT28.

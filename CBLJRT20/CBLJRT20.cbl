      * AGING, STANDING, POSTING) IS LISTED BELOW THE NIGHTLY SET
      * WITH THE SAME STATUS CHECKS BUT NO SEQUENCE RULE. WHERE A
      * PROGRAM STAMPED MORE THAN ONCE, THE LATEST PAIR COUNTS.
      * A PREDECESSOR GATE (CBLJRT28) THAT OPERATIONS OVERRODE BY
      * SYSIN CARD STAMPS AN 'O' ROW AGAINST THE GATED PROGRAM;
      * THE GATE COLUMN SHOWS IT AND IT IS FLAGGED LIKE ANY OTHER
      * EXCEPTION, SINCE THAT PROGRAM RAN WITHOUT ITS PREDECESSORS
      * PROVEN CLEAN. A PROGRAM WHOSE ONLY ROW IS AN OVERRIDE
      * (THE JOB FAILED BEFORE IT STARTED) SHOWS AS DID NOT RUN.
      * ANY FLAG ENDS THE STEP RC=4. THE JOB CLEARS THE LOG AFTER
      * THE SUMMARY, SO EACH MORNING READS ONE NIGHT'S EVIDENCE.

           10 EXP-PGM              PIC X(8).
           10 EXP-START-SW         PIC X.
           10 EXP-END-SW           PIC X.
           10 EXP-GATE-SW          PIC X.
           10 EXP-START-STAMP.
             15 EXP-START-DATE     PIC 9(8).
             15 EXP-START-TIME     PIC 9(6).
           10 OTH-PGM              PIC X(8).
           10 OTH-START-SW         PIC X.
           10 OTH-END-SW           PIC X.
           10 OTH-GATE-SW          PIC X.
           10 OTH-START-STAMP.
             15 OTH-START-DATE     PIC 9(8).
             15 OTH-START-TIME     PIC 9(6).
         05 FILLER                 PIC X(2) VALUE 'RC'.
         05 FILLER                 PIC X(4) VALUE SPACES.
         05 FILLER                 PIC X(6) VALUE 'STATUS'.
         05 FILLER                 PIC X(19) VALUE SPACES.
         05 FILLER                 PIC X(4) VALUE 'GATE'.
         05 FILLER                 PIC X(52) VALUE SPACES.

       01 OPS-DETAIL-LINE.
         05 FILLER                 PIC XX VALUE SPACES.
         05 OD-CODE                PIC Z9.
         05 FILLER                 PIC X(4) VALUE SPACES.
         05 OD-STATUS              PIC X(24).
         05 FILLER                 PIC XX VALUE SPACES.
         05 OD-GATE                PIC X(16).
         05 FILLER                 PIC X(40) VALUE SPACES.

       01 OTHER-HEADING.
         05 FILLER                 PIC X(33)
      *    A PROGRAM MAY STAMP MORE THAN ONCE (A RESTART, A
      *    RERUN) - EACH EVENT SIMPLY OVERWRITES, SO THE LATEST
      *    PAIR IS WHAT THE SUMMARY GRADES. AN 'E' CLEARS THE
      *    ABEND SUSPICION ITS 'S' RAISED. AN 'O' (GATE
      *    OVERRIDDEN) IS NOT A START OR AN END AND IS NEVER
      *    CLEARED - ONE OVERRIDE ANY TIME IN THE NIGHT IS SHOWN.
       L3-POST-LOG-EVENT.
           SET EX TO 1.
           SEARCH EXP-ENTRY
               AT END
                   PERFORM L3-POST-OTHER-EVENT
               WHEN EXP-PGM (EX) = RG-PGM
                   EVALUATE RG-EVENT
                       WHEN 'S'
                           MOVE 'Y' TO EXP-START-SW (EX)
                           MOVE 'N' TO EXP-END-SW (EX)
                           MOVE RG-DATE TO EXP-START-DATE (EX)
                           MOVE RG-TIME TO EXP-START-TIME (EX)
                       WHEN 'O'
                           MOVE 'Y' TO EXP-GATE-SW (EX)
                       WHEN OTHER
                           MOVE 'Y' TO EXP-END-SW (EX)
                           MOVE RG-DATE TO EXP-END-DATE (EX)
                           MOVE RG-TIME TO EXP-END-TIME (EX)
                           MOVE RG-COUNT TO EXP-COUNT (EX)
                           MOVE RG-CODE TO EXP-CODE (EX)
                   END-EVALUATE
           END-SEARCH.

       L3-POST-OTHER-EVENT.
           END-SEARCH.

       L4-STORE-OTHER-EVENT.
           EVALUATE RG-EVENT
               WHEN 'S'
                   MOVE 'Y' TO OTH-START-SW (OX)
                   MOVE 'N' TO OTH-END-SW (OX)
                   MOVE RG-DATE TO OTH-START-DATE (OX)
                   MOVE RG-TIME TO OTH-START-TIME (OX)
               WHEN 'O'
                   MOVE 'Y' TO OTH-GATE-SW (OX)
               WHEN OTHER
                   MOVE 'Y' TO OTH-END-SW (OX)
                   MOVE RG-DATE TO OTH-END-DATE (OX)
                   MOVE RG-TIME TO OTH-END-TIME (OX)
                   MOVE RG-COUNT TO OTH-COUNT (OX)
                   MOVE RG-CODE TO OTH-CODE (OX)
           END-EVALUATE.

       L3-EXPECTED-LINE.
           MOVE EXP-PGM (EX) TO OD-PGM.
           MOVE SPACES TO OD-START OD-END OD-STATUS OD-GATE.
           MOVE 0 TO OD-COUNT.
           MOVE 0 TO OD-CODE.
           EVALUATE TRUE
               END-IF
               MOVE EXP-START-STAMP (EX) TO PREV-START-STAMP
           END-IF.
           IF EXP-GATE-SW (EX) = 'Y'
               MOVE '** OVERRIDDEN' TO OD-GATE
               SET NIGHT-HAS-FLAGS TO TRUE
           END-IF.
           WRITE OPSLINE FROM OPS-DETAIL-LINE
             AFTER ADVANCING 1 LINE.

       L3-OTHER-LINE.
           MOVE OTH-PGM (OX) TO OD-PGM.
           MOVE SPACES TO OD-START OD-END OD-STATUS OD-GATE.
           MOVE 0 TO OD-COUNT.
           MOVE 0 TO OD-CODE.
           EVALUATE TRUE
               WHEN OTH-START-SW (OX) = 'N'
                 AND OTH-END-SW (OX) = 'N'
                   MOVE '** DID NOT RUN' TO OD-STATUS
                   SET NIGHT-HAS-FLAGS TO TRUE
               WHEN OTH-END-SW (OX) = 'N'
                   MOVE OTH-START-TIME (OX) TO OD-START
                   MOVE '** NO END STAMP - ABEND?' TO OD-STATUS
                   MOVE OTH-CODE (OX) TO OD-CODE
                   MOVE 'OK' TO OD-STATUS
           END-EVALUATE.
           IF OTH-GATE-SW (OX) = 'Y'
               MOVE '** OVERRIDDEN' TO OD-GATE
               SET NIGHT-HAS-FLAGS TO TRUE
           END-IF.
           WRITE OPSLINE FROM OPS-DETAIL-LINE
             AFTER ADVANCING 1 LINE.

           MOVE SPACES TO EXP-PGM (EX).
           MOVE 'N' TO EXP-START-SW (EX).
           MOVE 'N' TO EXP-END-SW (EX).
           MOVE 'N' TO EXP-GATE-SW (EX).
           MOVE 0 TO EXP-START-DATE (EX).
           MOVE 0 TO EXP-START-TIME (EX).
           MOVE 0 TO EXP-END-DATE (EX).
           MOVE SPACES TO OTH-PGM (OX).
           MOVE 'N' TO OTH-START-SW (OX).
           MOVE 'N' TO OTH-END-SW (OX).
           MOVE 'N' TO OTH-GATE-SW (OX).
           MOVE 0 TO OTH-START-DATE (OX).
           MOVE 0 TO OTH-START-TIME (OX).
           MOVE 0 TO OTH-END-DATE (OX).

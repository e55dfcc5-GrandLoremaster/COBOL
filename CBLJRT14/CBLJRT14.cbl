      * CIRCLING FOR WEEKS WITH NOBODY ASSIGNED. THIS RUN SORTS
      * THE SUSPENSE FILE BY REASON CODE WITH THE OLDEST ITEMS
      * FIRST, PRINTS THE AGING ANALYSIS PER REASON (ACTN, IDFM,
      * NAME, GPA, SAL, DEPT, ENRL, CRHR, NOF, DUP, ARCH), AND
      * APPLIES THE CUTOFF: ANY ITEM PAST THE AGE LIMIT ON THE
      * SYSIN CARD (COLUMNS 1-3; BLANK TAKES THE DEFAULT OF 10
      * RUNS) COMES OFF THE RECYCLE LOOP ONTO THE DEAD-LETTER FILE
      * WITH ITS OWN REGISTER SECTION, FOR THE DATA-ENTRY
      * SUPERVISOR TO DISPOSITION BY HAND. AN ARCH ITEM (AN ADD
      * FOR AN ID ALREADY ON THE GRADUATION ARCHIVE) GOES STRAIGHT
      * TO THE DEAD LETTER WHATEVER ITS AGE - NO AMOUNT OF
      * RECYCLING CLEARS IT, THE STUDENT NEEDS A NEW ID. EVERYTHING
      * ELSE GOES BACK OUT AS THE NEW SUSPENSE GENERATION THE NEXT
      * PRE-EDIT RECYCLES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           MOVE IT-ID TO AD-ID.
           MOVE I-AGE TO AD-AGE.
           MOVE I-DATE TO AD-DATE.
           IF I-AGE > AGE-LIMIT OR I-REASON = 'ARCH'
               MOVE I-REC TO DL-REC
               WRITE DL-REC
               ADD 1 TO C-DEAD-CTR
           CLOSE SORTED-SUSP.

       L4-DEAD-REGISTER-LINE.
           IF I-AGE > AGE-LIMIT OR I-REASON = 'ARCH'
               MOVE I-REASON TO AD-REASON
               MOVE IT-ACTION TO AD-ACTION
               MOVE IT-ID TO AD-ID

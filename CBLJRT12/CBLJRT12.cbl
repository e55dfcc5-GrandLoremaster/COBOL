         05 C-DEL-CTR              PIC 9(5) VALUE 0.
         05 C-SKIP-CTR             PIC 9(5) VALUE 0.
         05 C-DEPT-CTR             PIC 9(5) VALUE 0.
         05 C-ADDR-CTR             PIC 9(5) VALUE 0.
         05 C-ERR-CTR              PIC 9(5) VALUE 0.

       01 RECV-TITLE-LINE.
                       ADD 1 TO C-DEPT-CTR
                   WHEN 'DPTDEL'
                       ADD 1 TO C-DEPT-CTR
      *    LIKEWISE THE ADDRESS FILE MAINTENANCE RUN (CBLJRT31) -
      *    ITS IMAGES DESCRIBE CBLADDR.
                   WHEN 'ADRADD'
                       ADD 1 TO C-ADDR-CTR
                   WHEN 'ADRCHG'
                       ADD 1 TO C-ADDR-CTR
                   WHEN 'ADRDEL'
                       ADD 1 TO C-ADDR-CTR
                   WHEN OTHER
                       ADD 1 TO C-ERR-CTR
                       MOVE AU-ID TO RE-ID
           MOVE 'SKIPPED (DEPT TABLE):' TO RC-LABEL.
           MOVE C-DEPT-CTR TO RC-FIGURE.
           PERFORM L3-WRITE-COUNT-LINE.
           MOVE 'SKIPPED (ADDRESS FILE):' TO RC-LABEL.
           MOVE C-ADDR-CTR TO RC-FIGURE.
           PERFORM L3-WRITE-COUNT-LINE.
           MOVE 'ERRORS:' TO RC-LABEL.
           MOVE C-ERR-CTR TO RC-FIGURE.
           PERFORM L3-WRITE-COUNT-LINE.

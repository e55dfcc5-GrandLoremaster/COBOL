       identification division.
       program-id. CBLJRT33.

      * TERM TUITION BILLING. BILLS EVERY ACTIVE AND ON-LEAVE
      * STUDENT ON THE MASTER FOR THE TERM ON THE SYSIN CARD
      * (COLUMNS 1-4) FROM THE DEPARTMENT RATE TABLE (CBLRATE): A
      * RATE PER CREDIT HOUR, FLAT FEES, AND A CAP ON THE TUITION
      * (ZERO FOR NONE). THE HOURS BILLED ARE THE STUDENT'S HOURS
      * FOR THE TERM - THE CREDITS ON THE POSTED-GRADE LEDGER
      * (CBLPGRD) LESS COURSES GRADED W, AS THE ENROLLMENT
      * VERIFICATION COUNTS THEM - SINCE THE MASTER CARRIES ONLY
      * CUMULATIVE EARNED HOURS. THE TERM'S POSTED SCHOLARSHIP
      * AWARDS (CBLAWDH) ARE APPLIED AS CREDITS UP TO THE CHARGES.
      * EACH BILLED STUDENT GETS A ROW ON THE BILLING FILE
      * (CBLBILL) AND A PRINTED STATEMENT; THE FILE ENDS IN A 'T'
      * TRAILER CARRYING THE ROW COUNT AND THE CHARGE, CREDIT AND
      * BALANCE TOTALS. THE RECEIVABLES SUMMARY TOTALS THE TERM BY
      * DEPARTMENT AND PROVES THOSE TOTALS AGAINST THE TRAILER.
      * A WITHDRAWN STUDENT, A STUDENT WITH NO RATE OR AN UNKNOWN
      * STATUS IS NOT BILLED; THEY, AN AWARD LARGER THAN THE
      * CHARGES, AN ACTIVE STUDENT WITH NO HOURS FOR THE TERM
      * (BILLED FEES ONLY) AND AN AWARD FOR AN ID NOT ON THE
      * MASTER ARE LISTED FOR THE BURSAR ON THE EXCEPTIONS LIST
      * AND END THE STEP RC=4. NO TERM CARD, A BAD RATE TABLE, A
      * TABLE TOO SMALL FOR ITS FILE OR TOTALS THAT DO NOT BALANCE
      * END IT RC=8.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE
               ASSIGN TO 'CBLPIZZA'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS M-ID
                   FILE STATUS IS MASTER-STATUS.
           SELECT RATE-FILE
               ASSIGN TO 'CBLRATE'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PGRD-FILE
               ASSIGN TO 'CBLPGRD'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AWDH-FILE
               ASSIGN TO 'CBLAWDH'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BILL-FILE
               ASSIGN TO 'CBLBILL'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUMOUT
               ASSIGN TO 'BILLRPT'
                   ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT STMTOUT
               ASSIGN TO 'STMTPRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT EXCPOUT
               ASSIGN TO 'BILLEXCP'
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

      *    THE TUITION RATE TABLE, ONE CARD PER DEPARTMENT -
      *    DEPARTMENT (COLUMNS 1-4), RATE PER CREDIT HOUR (6-11,
      *    9999V99), FLAT FEES FOR THE TERM (13-19, 99999V99) AND
      *    THE TUITION CAP (21-28, 999999V99, ZERO FOR NO CAP).
       FD  RATE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RT-REC
           RECORD CONTAINS 28 CHARACTERS.

       01 RT-REC.
         05 RT-DEPT                PIC X(4).
         05 FILLER                 PIC X.
         05 RT-HOUR-RATE           PIC X(6).
         05 RT-HOUR-RATE-N REDEFINES RT-HOUR-RATE
                                   PIC 9(4)V99.
         05 FILLER                 PIC X.
         05 RT-FEES                PIC X(7).
         05 RT-FEES-N REDEFINES RT-FEES
                                   PIC 9(5)V99.
         05 FILLER                 PIC X.
         05 RT-CAP                 PIC X(8).
         05 RT-CAP-N REDEFINES RT-CAP
                                   PIC 9(6)V99.

      *    THE POSTED-GRADE LEDGER - EVERY TERM'S POSTED GRADES.
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

      *    THE SCHOLARSHIP AWARD HISTORY AS CBLJRT17 POSTS IT.
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

      *    THE BILLING FILE - A 'D' ROW PER BILLED STUDENT IN ID
      *    ORDER, THEN ONE 'T' TRAILER WITH THE ROW COUNT AND THE
      *    CHARGE, CREDIT AND BALANCE TOTALS OF THE ROWS.
       FD  BILL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BD-REC BT-REC
           RECORD CONTAINS 93 CHARACTERS.

       01 BD-REC.
         05 BD-TYPE                PIC X.
         05 BD-ID                  PIC X(7).
         05 BD-LNAME               PIC X(15).
         05 BD-FNAME               PIC X(15).
         05 BD-DEPT                PIC X(4).
         05 BD-STAT                PIC X.
         05 BD-TERM                PIC X(4).
         05 BD-HOURS               PIC 9(3).
         05 BD-TUITION             PIC 9(7)V99.
         05 BD-FEES                PIC 9(5)V99.
         05 BD-CHARGES             PIC 9(7)V99.
         05 BD-CREDITS             PIC 9(7)V99.
         05 BD-BALANCE             PIC 9(7)V99.

       01 BT-REC.
         05 BT-TYPE                PIC X.
         05 BT-TERM                PIC X(4).
         05 BT-RUN-DATE            PIC 9(8).
         05 BT-REC-CTR             PIC 9(6).
         05 BT-CHARGES             PIC 9(9)V99.
         05 BT-CREDITS             PIC 9(9)V99.
         05 BT-BALANCE             PIC 9(9)V99.
         05 FILLER                 PIC X(41).

       FD  SUMOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS SUMLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 SUMLINE PIC X(132).

       FD  STMTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS STMTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01 STMTLINE PIC X(132).

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
         05 MASTER-EOF-SW          PIC X(5) VALUE 'FALSE'.
           88 MASTER-EOF                    VALUE 'TRUE '.
         05 RATE-EOF-SW            PIC X(5) VALUE 'FALSE'.
           88 RATE-EOF                      VALUE 'TRUE '.
         05 PGRD-EOF-SW            PIC X(5) VALUE 'FALSE'.
           88 PGRD-EOF                      VALUE 'TRUE '.
         05 AWDH-EOF-SW            PIC X(5) VALUE 'FALSE'.
           88 AWDH-EOF                      VALUE 'TRUE '.

       01 MASTER-WS.
         05 MASTER-STATUS       PIC XX VALUE SPACES.

       01 MISC.
         05 BILL-TERM              PIC X(4) VALUE SPACES.
         05 PAGE-CTR               PIC 99 VALUE 0.
         05 EXCP-PAGE-CTR          PIC 99 VALUE 0.
         05 LOOKUP-DEPT            PIC X(4) VALUE SPACES.
         05 LOOKUP-ID              PIC X(7) VALUE SPACES.
         05 PRINT-AREA             PIC X(132) VALUE SPACES.
         05 BALANCE-SW          PIC X(5) VALUE 'TRUE '.
           88 RUN-IN-BALANCE                VALUE 'TRUE '.
           88 RUN-OUT-OF-BALANCE            VALUE 'FALSE'.

      *    THE RATE TABLE AS LOADED, IN CARD ORDER, WITH EACH
      *    DEPARTMENT'S RECEIVABLES FOR THE TERM ADDED UP BESIDE
      *    ITS RATES AS STUDENTS ARE BILLED. THE FIRST PROBLEM
      *    FOUND IN THE CARDS IS KEPT AND STOPS THE RUN.
       01 RATE-TABLE-WS.
         05 C-RATES-LOADED         PIC 99 VALUE 0.
         05 RATE-ENTRY OCCURS 50 TIMES INDEXED BY RX.
           10 RATE-DEPT            PIC X(4).
           10 RATE-HOUR            PIC 9(4)V99.
           10 RATE-FEES            PIC 9(5)V99.
           10 RATE-CAP             PIC 9(6)V99.
           10 RATE-STU-CTR         PIC 9(6).
           10 RATE-TUITION         PIC 9(9)V99.
           10 RATE-FEE-TOTAL       PIC 9(9)V99.
           10 RATE-CHARGES         PIC 9(9)V99.
           10 RATE-CREDITS         PIC 9(9)V99.
           10 RATE-BALANCE         PIC 9(9)V99.
         05 RATE-SW             PIC X(5) VALUE 'TRUE '.
           88 RATE-IS-FOUND                 VALUE 'TRUE '.
           88 RATE-NOT-FOUND                VALUE 'FALSE'.
         05 RATE-PROBLEM           PIC X(60) VALUE SPACES.

      *    EACH STUDENT'S HOURS FOR THE TERM, SUMMED OFF THE
      *    LEDGER. A STUDENT NOT IN THE TABLE CARRIES NO HOURS.
       01 HRS-TABLE-WS.
         05 HRS-FULL-SW         PIC X(5) VALUE 'FALSE'.
           88 HRS-TABLE-FULL                VALUE 'TRUE '.
         05 HRS-ENTRY OCCURS 2000 TIMES INDEXED BY HX.
           10 HRS-ID               PIC X(7).
           10 HRS-TERM-HRS         PIC 9(3).

      *    EACH STUDENT'S AWARD DOLLARS POSTED FOR THE TERM. EACH
      *    IS MARKED AS ITS STUDENT IS MET ON THE MASTER; ANY LEFT
      *    UNMARKED BELONG TO AN ID NO LONGER ON THE MASTER.
       01 AWD-TABLE-WS.
         05 C-AWD-LOADED           PIC 9(4) VALUE 0.
         05 AWD-FULL-SW         PIC X(5) VALUE 'FALSE'.
           88 AWD-TABLE-FULL                VALUE 'TRUE '.
         05 AWD-ENTRY OCCURS 2000 TIMES INDEXED BY AX.
           10 AWD-ID               PIC X(7).
           10 AWD-AMOUNT           PIC 9(6)V99.
           10 AWD-SEEN             PIC X.

      *    THE STUDENT IN HAND.
       01 STUDENT-WS.
         05 STUDENT-HRS            PIC 9(3) VALUE 0.
         05 FULL-TUITION           PIC 9(7)V99 VALUE 0.
         05 BILL-TUITION           PIC 9(7)V99 VALUE 0.
         05 BILL-FEES              PIC 9(5)V99 VALUE 0.
         05 BILL-CHARGES           PIC 9(7)V99 VALUE 0.
         05 AWARD-TOTAL            PIC 9(6)V99 VALUE 0.
         05 AWARD-APPLIED          PIC 9(7)V99 VALUE 0.
         05 AWARD-EXCESS           PIC 9(6)V99 VALUE 0.
         05 BILL-BALANCE           PIC 9(7)V99 VALUE 0.
         05 EXCP-CHARGES           PIC 9(7)V99 VALUE 0.
         05 EXCP-NOT-APPLIED       PIC 9(6)V99 VALUE 0.
         05 EXCP-REASON            PIC X(38) VALUE SPACES.
         05 CAPPED-SW           PIC X(5) VALUE 'FALSE'.
           88 TUITION-CAPPED                VALUE 'TRUE '.

       01 RUN-COUNTERS.
         05 C-READ-CTR             PIC 9(6) VALUE 0.
         05 C-BILLED-CTR           PIC 9(6) VALUE 0.
         05 C-ACTIVE-CTR           PIC 9(6) VALUE 0.
         05 C-LEAVE-CTR            PIC 9(6) VALUE 0.
         05 C-CAPPED-CTR           PIC 9(6) VALUE 0.
         05 C-CREDITED-CTR         PIC 9(6) VALUE 0.
         05 C-WDRAWN-CTR           PIC 9(6) VALUE 0.
         05 C-NORATE-CTR           PIC 9(6) VALUE 0.
         05 C-BADSTAT-CTR          PIC 9(6) VALUE 0.
         05 C-EXCESS-CTR           PIC 9(6) VALUE 0.
         05 C-NOHRS-CTR            PIC 9(6) VALUE 0.
         05 C-ORPHAN-CTR           PIC 9(6) VALUE 0.
         05 C-EXCP-CTR             PIC 9(6) VALUE 0.
         05 C-STMT-CTR             PIC 9(6) VALUE 0.

      *    THE TRAILER'S FIGURES, ADDED UP FROM THE ROWS AS THEY
      *    ARE WRITTEN, AND THE SAME FIGURES ADDED UP ACROSS THE
      *    DEPARTMENT SUMMARY - THE TWO MUST AGREE.
       01 BALANCE-TOTALS.
         05 C-FILE-CHARGES         PIC 9(9)V99 VALUE 0.
         05 C-FILE-CREDITS         PIC 9(9)V99 VALUE 0.
         05 C-FILE-BALANCE         PIC 9(9)V99 VALUE 0.
         05 SUM-STU-CTR            PIC 9(6) VALUE 0.
         05 SUM-TUITION            PIC 9(9)V99 VALUE 0.
         05 SUM-FEES               PIC 9(9)V99 VALUE 0.
         05 SUM-CHARGES            PIC 9(9)V99 VALUE 0.
         05 SUM-CREDITS            PIC 9(9)V99 VALUE 0.
         05 SUM-BALANCE            PIC 9(9)V99 VALUE 0.
         05 NET-FILE-BALANCE       PIC S9(9)V99 VALUE 0.

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

      *    RECEIVABLES SUMMARY LINES.
       01 TITLE-LINE.
         05 FILLER                 PIC X(6) VALUE 'DATE'.
         05 TITLE-DATE             PIC X(10).
         05 FILLER                 PIC X(35) VALUE SPACES.
         05 FILLER                 PIC X(28)
         VALUE 'TUITION RECEIVABLES SUMMARY '.
         05 FILLER                 PIC X(5) VALUE 'TERM '.
         05 TL-TERM                PIC X(4).
         05 FILLER                 PIC X(36) VALUE SPACES.
         05 FILLER                 PIC X(6)    VALUE 'PAGE: '.
         05 TL-PAGE                PIC Z9.

       01 SECTION-LINE.
         05 FILLER                 PIC X(5) VALUE SPACES.
         05 SL-TEXT                PIC X(60).
         05 FILLER                 PIC X(67) VALUE SPACES.

       01 SUM-HEADING.
         05 FILLER                 PIC X(5) VALUE SPACES.
         05 FILLER                 PIC X(4) VALUE 'DEPT'.
         05 FILLER                 PIC XX VALUE SPACES.
         05 FILLER                 PIC X(8) VALUE 'STUDENTS'.
         05 FILLER                 PIC X(8) VALUE SPACES.
         05 FILLER                 PIC X(7) VALUE 'TUITION'.
         05 FILLER                 PIC X(12) VALUE SPACES.
         05 FILLER                 PIC X(4) VALUE 'FEES'.
         05 FILLER                 PIC X(9) VALUE SPACES.
         05 FILLER                 PIC X(7) VALUE 'CHARGES'.
         05 FILLER                 PIC X(9) VALUE SPACES.
         05 FILLER                 PIC X(7) VALUE 'CREDITS'.
         05 FILLER                 PIC X(5) VALUE SPACES.
         05 FILLER                 PIC X(11) VALUE 'BALANCE DUE'.
         05 FILLER                 PIC X(34) VALUE SPACES.

       01 SUM-LINE.
         05 FILLER                 PIC X(5) VALUE SPACES.
         05 SM-DEPT                PIC X(4).
         05 FILLER                 PIC X(3) VALUE SPACES.
         05 SM-STU-CTR             PIC ZZ,ZZ9.
         05 FILLER                 PIC XX VALUE SPACES.
         05 SM-TUITION             PIC $ZZ,ZZZ,ZZZ.99.
         05 FILLER                 PIC XX VALUE SPACES.
         05 SM-FEES                PIC $ZZ,ZZZ,ZZZ.99.
         05 FILLER                 PIC XX VALUE SPACES.
         05 SM-CHARGES             PIC $ZZ,ZZZ,ZZZ.99.
         05 FILLER                 PIC XX VALUE SPACES.
         05 SM-CREDITS             PIC $ZZ,ZZZ,ZZZ.99.
         05 FILLER                 PIC XX VALUE SPACES.
         05 SM-BALANCE             PIC $ZZ,ZZZ,ZZZ.99.
         05 FILLER                 PIC X(34) VALUE SPACES.

       01 SUM-TOTAL-LINE.
         05 FILLER                 PIC X(5) VALUE SPACES.
         05 FILLER                 PIC X(5) VALUE 'TOTAL'.
         05 FILLER                 PIC XX VALUE SPACES.
         05 ST-STU-CTR             PIC ZZ,ZZ9.
         05 FILLER                 PIC XX VALUE SPACES.
         05 ST-TUITION             PIC $ZZ,ZZZ,ZZZ.99.
         05 FILLER                 PIC XX VALUE SPACES.
         05 ST-FEES                PIC $ZZ,ZZZ,ZZZ.99.
         05 FILLER                 PIC XX VALUE SPACES.
         05 ST-CHARGES             PIC $ZZ,ZZZ,ZZZ.99.
         05 FILLER                 PIC XX VALUE SPACES.
         05 ST-CREDITS             PIC $ZZ,ZZZ,ZZZ.99.
         05 FILLER                 PIC XX VALUE SPACES.
         05 ST-BALANCE             PIC $ZZ,ZZZ,ZZZ.99.
         05 FILLER                 PIC X(34) VALUE SPACES.

       01 MONEY-LINE.
         05 FILLER                 PIC X(5) VALUE SPACES.
         05 MC-LABEL               PIC X(36).
         05 MC-AMOUNT              PIC $ZZZ,ZZZ,ZZZ.99.
         05 FILLER                 PIC X(76) VALUE SPACES.

       01 COUNT-LINE.
         05 FILLER                 PIC X(5) VALUE SPACES.
         05 CL-LABEL               PIC X(36).
         05 CL-FIGURE              PIC ZZZ,ZZ9.
         05 FILLER                 PIC X(84) VALUE SPACES.

       01 MSG-LINE.
         05 FILLER                 PIC X(5) VALUE SPACES.
         05 ML-TEXT                PIC X(60).
         05 FILLER                 PIC X(67) VALUE SPACES.

      *    STATEMENT DOCUMENT LINES.
       01 SR-HEAD-LINE.
         05 FILLER                 PIC X(40) VALUE SPACES.
         05 SH-TEXT                PIC X(30).
         05 FILLER                 PIC X(62) VALUE SPACES.

       01 SR-DATE-LINE.
         05 FILLER                 PIC X(70) VALUE SPACES.
         05 FILLER                 PIC X(6) VALUE 'DATE: '.
         05 SD-DATE                PIC X(10).
         05 FILLER                 PIC X(46) VALUE SPACES.

       01 SR-TEXT-LINE.
         05 FILLER                 PIC X(10) VALUE SPACES.
         05 SX-TEXT                PIC X(60).
         05 FILLER                 PIC X(62) VALUE SPACES.

       01 SR-REF-LINE.
         05 FILLER                 PIC X(10) VALUE SPACES.
         05 FILLER                 PIC X(12) VALUE 'STUDENT ID: '.
         05 SF-ID                  PIC X(7).
         05 FILLER                 PIC X(6) VALUE SPACES.
         05 FILLER                 PIC X(12) VALUE 'DEPARTMENT: '.
         05 SF-DEPT                PIC X(4).
         05 FILLER                 PIC X(6) VALUE SPACES.
         05 FILLER                 PIC X(6) VALUE 'TERM: '.
         05 SF-TERM                PIC X(4).
         05 FILLER                 PIC X(65) VALUE SPACES.

       01 SR-STATUS-LINE.
         05 FILLER                 PIC X(10) VALUE SPACES.
         05 FILLER                 PIC X(19)
         VALUE 'ENROLLMENT STATUS: '.
         05 SS-STATUS              PIC X(9).
         05 FILLER                 PIC X(94) VALUE SPACES.

       01 SR-TUITION-LINE.
         05 FILLER                 PIC X(10) VALUE SPACES.
         05 FILLER                 PIC X(9) VALUE 'TUITION, '.
         05 SU-HOURS               PIC ZZ9.
         05 FILLER                 PIC X(17) VALUE ' CREDIT HOURS AT '.
         05 SU-RATE                PIC $Z,ZZZ.99.
         05 FILLER                 PIC X(12) VALUE SPACES.
         05 SU-AMOUNT              PIC $Z,ZZZ,ZZZ.99.
         05 FILLER                 PIC X(59) VALUE SPACES.

       01 SR-AMOUNT-LINE.
         05 FILLER                 PIC X(10) VALUE SPACES.
         05 SA-DESC                PIC X(50).
         05 SA-AMOUNT              PIC $Z,ZZZ,ZZZ.99.
         05 FILLER                 PIC X(59) VALUE SPACES.

       01 SR-RULE-LINE.
         05 FILLER                 PIC X(60) VALUE SPACES.
         05 FILLER                 PIC X(13) VALUE ALL '-'.
         05 FILLER                 PIC X(59) VALUE SPACES.

      *    EXCEPTIONS LIST LINES.
       01 EXCP-TITLE-LINE.
         05 FILLER                 PIC X(6) VALUE 'DATE'.
         05 ET-DATE                PIC X(10).
         05 FILLER                 PIC X(35) VALUE SPACES.
         05 FILLER                 PIC X(27)
         VALUE 'TUITION BILLING EXCEPTIONS '.
         05 FILLER                 PIC X(5) VALUE 'TERM '.
         05 ET-TERM                PIC X(4).
         05 FILLER                 PIC X(37) VALUE SPACES.
         05 FILLER                 PIC X(6)    VALUE 'PAGE: '.
         05 ET-PAGE                PIC Z9.

       01 EXCP-COL-HEADING.
         05 FILLER                 PIC XX VALUE 'ID'.
         05 FILLER                 PIC X(7) VALUE SPACES.
         05 FILLER                 PIC X(4) VALUE 'NAME'.
         05 FILLER                 PIC X(29) VALUE SPACES.
         05 FILLER                 PIC X(4) VALUE 'DEPT'.
         05 FILLER                 PIC XX VALUE SPACES.
         05 FILLER                 PIC XX VALUE 'ST'.
         05 FILLER                 PIC X(7) VALUE SPACES.
         05 FILLER                 PIC X(7) VALUE 'CHARGES'.
         05 FILLER                 PIC X(8) VALUE SPACES.
         05 FILLER                 PIC X(6) VALUE 'AWARDS'.
         05 FILLER                 PIC X(3) VALUE SPACES.
         05 FILLER                 PIC X(11) VALUE 'NOT APPLIED'.
         05 FILLER                 PIC XX VALUE SPACES.
         05 FILLER                 PIC X(6) VALUE 'REASON'.
         05 FILLER                 PIC X(32) VALUE SPACES.

       01 EXCP-DETAIL-LINE.
         05 ED-ID                  PIC X(7).
         05 FILLER                 PIC XX VALUE SPACES.
         05 ED-LNAME               PIC X(15).
         05 FILLER                 PIC X VALUE SPACE.
         05 ED-FNAME               PIC X(15).
         05 FILLER                 PIC XX VALUE SPACES.
         05 ED-DEPT                PIC X(4).
         05 FILLER                 PIC XX VALUE SPACES.
         05 ED-STAT                PIC X.
         05 FILLER                 PIC XX VALUE SPACES.
         05 ED-CHARGES             PIC $Z,ZZZ,ZZZ.99.
         05 FILLER                 PIC X VALUE SPACE.
         05 ED-AWARD               PIC $Z,ZZZ,ZZZ.99.
         05 FILLER                 PIC X VALUE SPACE.
         05 ED-NOT-APPLIED         PIC $Z,ZZZ,ZZZ.99.
         05 FILLER                 PIC XX VALUE SPACES.
         05 ED-REASON              PIC X(38).

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
               WHEN BILL-TERM = SPACES
                   MOVE 'NO TERM ON SYSIN - NOTHING BILLED'
                     TO ML-TEXT
                   PERFORM L2-TERM-ERROR
               WHEN RATE-PROBLEM NOT = SPACES
                   MOVE RATE-PROBLEM TO ML-TEXT
                   PERFORM L2-TERM-ERROR
               WHEN HRS-TABLE-FULL
                   MOVE 'OVER 2000 STUDENTS ON THE LEDGER FOR THE TERM'
                     TO ML-TEXT
                   PERFORM L2-TERM-ERROR
               WHEN AWD-TABLE-FULL
                   MOVE 'OVER 2000 STUDENTS WITH AWARDS FOR THE TERM'
                     TO ML-TEXT
                   PERFORM L2-TERM-ERROR
               WHEN MASTER-STATUS NOT = '00'
                   MOVE 'CBLPIZZA WOULD NOT OPEN - NOTHING BILLED'
                     TO ML-TEXT
                   PERFORM L2-TERM-ERROR
               WHEN OTHER
                   PERFORM L2-BILLING-PASS
                     UNTIL MASTER-EOF
                   PERFORM L2-ORPHAN-PASS
                   PERFORM L2-CLOSING
           END-EVALUATE.
           MOVE 'E' TO STAMP-EVENT.
           MOVE C-BILLED-CTR TO STAMP-COUNT.
           MOVE RETURN-CODE TO STAMP-CODE.
           PERFORM L4-WRITE-RUNLOG.
           STOP RUN.

       L2-INIT.
           MOVE 'S' TO STAMP-EVENT.
           MOVE 0 TO STAMP-COUNT.
           MOVE 0 TO STAMP-CODE.
           PERFORM L4-WRITE-RUNLOG.
           MOVE SPACES TO BILL-TERM.
           ACCEPT BILL-TERM.
           OPEN OUTPUT SUMOUT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-MONTH TO PRINT-MONTH.
           MOVE CURRENT-DAY TO PRINT-DAY.
           MOVE CURRENT-YEAR TO PRINT-YEAR.
           MOVE PRINT-DATE TO TITLE-DATE.
           MOVE PRINT-DATE TO ET-DATE.
           MOVE PRINT-DATE TO SD-DATE.
           MOVE BILL-TERM TO TL-TERM.
           MOVE BILL-TERM TO ET-TERM.
           IF BILL-TERM NOT = SPACES
               PERFORM L3-LOAD-RATE-TABLE
           END-IF.
           IF BILL-TERM NOT = SPACES AND RATE-PROBLEM = SPACES
               PERFORM L3-LOAD-HRS-TABLE
               PERFORM L3-LOAD-AWD-TABLE
           END-IF.
           IF BILL-TERM NOT = SPACES AND RATE-PROBLEM = SPACES
             AND NOT HRS-TABLE-FULL AND NOT AWD-TABLE-FULL
               PERFORM L3-OPEN-BILLING
           END-IF.

       L3-OPEN-BILLING.
           OPEN INPUT MASTER-FILE.
           IF MASTER-STATUS = '00'
               OPEN OUTPUT BILL-FILE
               OPEN OUTPUT STMTOUT
               OPEN OUTPUT EXCPOUT
               PERFORM L4-EXCP-HEADING
               PERFORM L3-READ-MASTER
           END-IF.

      *    THE MASTER READS IN ID ORDER, SO THE BILLING FILE AND
      *    THE STATEMENTS GO OUT IN ID ORDER.
       L2-BILLING-PASS.
           ADD 1 TO C-READ-CTR.
           MOVE M-ID TO LOOKUP-ID.
           PERFORM L4-FIND-AWARD.
           EVALUATE M-ENROLL-STAT
               WHEN 'A'
               WHEN 'L'
                   PERFORM L3-BILL-STUDENT
               WHEN 'W'
                   ADD 1 TO C-WDRAWN-CTR
                   MOVE 'WITHDRAWN - NOT BILLED' TO EXCP-REASON
                   PERFORM L3-LIST-UNBILLED
               WHEN OTHER
                   ADD 1 TO C-BADSTAT-CTR
                   MOVE 'UNKNOWN ENROLL STATUS - NOT BILLED'
                     TO EXCP-REASON
                   PERFORM L3-LIST-UNBILLED
           END-EVALUATE.
           PERFORM L3-READ-MASTER.

      *    A STUDENT WHOSE DEPARTMENT HAS NO RATE CANNOT BE BILLED
      *    AND IS LISTED INSTEAD, THEIR AWARD HELD WITH THEM.
       L3-BILL-STUDENT.
           MOVE M-DEPT-CODE TO LOOKUP-DEPT.
           PERFORM L4-FIND-RATE.
           IF RATE-NOT-FOUND
               ADD 1 TO C-NORATE-CTR
               MOVE 'NO RATE FOR DEPARTMENT - NOT BILLED'
                 TO EXCP-REASON
               PERFORM L3-LIST-UNBILLED
           ELSE
               PERFORM L3-COMPUTE-CHARGES
               PERFORM L3-WRITE-BILL
               PERFORM L3-ADD-TO-SUMMARY
               PERFORM L3-PRINT-STATEMENT
               PERFORM L3-CHECK-BILLED
           END-IF.

      *    TUITION IS THE TERM'S HOURS AT THE DEPARTMENT'S RATE,
      *    HELD TO THE CAP WHEN THERE IS ONE; THE FLAT FEES GO ON
      *    TOP. THE TERM'S AWARDS ARE CREDITED UP TO THE CHARGES -
      *    ANY EXCESS IS NOT APPLIED BUT HELD FOR THE BURSAR.
       L3-COMPUTE-CHARGES.
           PERFORM L4-FIND-HOURS.
           COMPUTE FULL-TUITION = STUDENT-HRS * RATE-HOUR (RX).
           MOVE FULL-TUITION TO BILL-TUITION.
           MOVE 'FALSE' TO CAPPED-SW.
           IF RATE-CAP (RX) > 0 AND FULL-TUITION > RATE-CAP (RX)
               MOVE RATE-CAP (RX) TO BILL-TUITION
               SET TUITION-CAPPED TO TRUE
               ADD 1 TO C-CAPPED-CTR
           END-IF.
           MOVE RATE-FEES (RX) TO BILL-FEES.
           COMPUTE BILL-CHARGES = BILL-TUITION + BILL-FEES.
           IF AWARD-TOTAL > BILL-CHARGES
               MOVE BILL-CHARGES TO AWARD-APPLIED
               COMPUTE AWARD-EXCESS = AWARD-TOTAL - BILL-CHARGES
           ELSE
               MOVE AWARD-TOTAL TO AWARD-APPLIED
               MOVE 0 TO AWARD-EXCESS
           END-IF.
           IF AWARD-APPLIED > 0
               ADD 1 TO C-CREDITED-CTR
           END-IF.
           COMPUTE BILL-BALANCE = BILL-CHARGES - AWARD-APPLIED.

      *    THE TRAILER'S FIGURES ARE TAKEN FROM THE ROW AS WRITTEN.
       L3-WRITE-BILL.
           MOVE SPACES TO BD-REC.
           MOVE 'D' TO BD-TYPE.
           MOVE M-ID TO BD-ID.
           MOVE M-LNAME TO BD-LNAME.
           MOVE M-FNAME TO BD-FNAME.
           MOVE M-DEPT-CODE TO BD-DEPT.
           MOVE M-ENROLL-STAT TO BD-STAT.
           MOVE BILL-TERM TO BD-TERM.
           MOVE STUDENT-HRS TO BD-HOURS.
           MOVE BILL-TUITION TO BD-TUITION.
           MOVE BILL-FEES TO BD-FEES.
           MOVE BILL-CHARGES TO BD-CHARGES.
           MOVE AWARD-APPLIED TO BD-CREDITS.
           MOVE BILL-BALANCE TO BD-BALANCE.
           WRITE BD-REC.
           ADD 1 TO C-BILLED-CTR.
           ADD BD-CHARGES TO C-FILE-CHARGES.
           ADD BD-CREDITS TO C-FILE-CREDITS.
           ADD BD-BALANCE TO C-FILE-BALANCE.
           IF M-ENROLL-STAT = 'A'
               ADD 1 TO C-ACTIVE-CTR
           ELSE
               ADD 1 TO C-LEAVE-CTR
           END-IF.

       L3-ADD-TO-SUMMARY.
           ADD 1 TO RATE-STU-CTR (RX).
           ADD BILL-TUITION TO RATE-TUITION (RX).
           ADD BILL-FEES TO RATE-FEE-TOTAL (RX).
           ADD BILL-CHARGES TO RATE-CHARGES (RX).
           ADD AWARD-APPLIED TO RATE-CREDITS (RX).
           ADD BILL-BALANCE TO RATE-BALANCE (RX).

      *    A BILLED STUDENT IS STILL LISTED WHEN THEIR AWARDS RAN
      *    PAST THE CHARGES, OR WHEN AN ACTIVE STUDENT HAD NO HOURS
      *    FOR THE TERM AND WAS BILLED THE FEES ALONE.
       L3-CHECK-BILLED.
           MOVE BILL-CHARGES TO EXCP-CHARGES.
           IF AWARD-EXCESS > 0
               ADD 1 TO C-EXCESS-CTR
               MOVE AWARD-EXCESS TO EXCP-NOT-APPLIED
               MOVE 'AWARD EXCEEDS CHARGES - EXCESS HELD'
                 TO EXCP-REASON
               PERFORM L3-LIST-EXCEPTION
           END-IF.
           IF M-ENROLL-STAT = 'A' AND STUDENT-HRS = 0
               ADD 1 TO C-NOHRS-CTR
               MOVE 0 TO EXCP-NOT-APPLIED
               MOVE 'NO HOURS FOR THE TERM - FEES ONLY'
                 TO EXCP-REASON
               PERFORM L3-LIST-EXCEPTION
           END-IF.

      *    THE CALLER HAS SET THE REASON. NOTHING WAS CHARGED, SO
      *    THE WHOLE OF ANY AWARD FOR THE TERM GOES UNAPPLIED.
       L3-LIST-UNBILLED.
           MOVE 0 TO EXCP-CHARGES.
           MOVE AWARD-TOTAL TO EXCP-NOT-APPLIED.
           PERFORM L3-LIST-EXCEPTION.

       L3-LIST-EXCEPTION.
           ADD 1 TO C-EXCP-CTR.
           MOVE M-ID TO ED-ID.
           MOVE M-LNAME TO ED-LNAME.
           MOVE M-FNAME TO ED-FNAME.
           MOVE M-DEPT-CODE TO ED-DEPT.
           MOVE M-ENROLL-STAT TO ED-STAT.
           MOVE EXCP-CHARGES TO ED-CHARGES.
           MOVE AWARD-TOTAL TO ED-AWARD.
           MOVE EXCP-NOT-APPLIED TO ED-NOT-APPLIED.
           MOVE EXCP-REASON TO ED-REASON.
           PERFORM L4-WRITE-EXCP-LINE.

      *    ONE STATEMENT PER PAGE: LETTERHEAD AND DATE, THE
      *    STUDENT, THE CHARGES AND CREDITS LINE BY LINE, AND THE
      *    BALANCE DUE.
       L3-PRINT-STATEMENT.
           PERFORM L4-STATEMENT-HEADING.
           MOVE SPACES TO SX-TEXT.
           STRING M-FNAME DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  M-LNAME DELIMITED BY '  '
               INTO SX-TEXT.
           MOVE SR-TEXT-LINE TO PRINT-AREA.
           PERFORM L4-PRINT-GAP-LINE.
           MOVE M-ID TO SF-ID.
           MOVE M-DEPT-CODE TO SF-DEPT.
           MOVE BILL-TERM TO SF-TERM.
           MOVE SR-REF-LINE TO PRINT-AREA.
           PERFORM L4-PRINT-GAP-LINE.
           IF M-ENROLL-STAT = 'A'
               MOVE 'ACTIVE' TO SS-STATUS
           ELSE
               MOVE 'ON LEAVE' TO SS-STATUS
           END-IF.
           MOVE SR-STATUS-LINE TO PRINT-AREA.
           PERFORM L4-PRINT-LINE.
           MOVE STUDENT-HRS TO SU-HOURS.
           MOVE RATE-HOUR (RX) TO SU-RATE.
           MOVE FULL-TUITION TO SU-AMOUNT.
           MOVE SR-TUITION-LINE TO PRINT-AREA.
           PERFORM L4-PRINT-GAP-LINE.
           IF TUITION-CAPPED
               MOVE 'TUITION CAPPED AT THE DEPARTMENT MAXIMUM'
                 TO SA-DESC
               MOVE BILL-TUITION TO SA-AMOUNT
               PERFORM L4-PRINT-AMOUNT
           END-IF.
           MOVE 'FLAT FEES' TO SA-DESC.
           MOVE BILL-FEES TO SA-AMOUNT.
           PERFORM L4-PRINT-AMOUNT.
           MOVE SR-RULE-LINE TO PRINT-AREA.
           PERFORM L4-PRINT-LINE.
           MOVE 'TOTAL CHARGES' TO SA-DESC.
           MOVE BILL-CHARGES TO SA-AMOUNT.
           PERFORM L4-PRINT-AMOUNT.
           MOVE 'LESS SCHOLARSHIP AWARDS' TO SA-DESC.
           MOVE AWARD-APPLIED TO SA-AMOUNT.
           PERFORM L4-PRINT-AMOUNT.
           MOVE SR-RULE-LINE TO PRINT-AREA.
           PERFORM L4-PRINT-LINE.
           MOVE 'BALANCE DUE' TO SA-DESC.
           MOVE BILL-BALANCE TO SA-AMOUNT.
           PERFORM L4-PRINT-AMOUNT.
           IF AWARD-EXCESS > 0
               MOVE 'YOUR SCHOLARSHIP AWARDS EXCEED YOUR CHARGES FOR'
                 TO SX-TEXT
               MOVE SR-TEXT-LINE TO PRINT-AREA
               PERFORM L4-PRINT-GAP-LINE
               MOVE 'THE TERM. THE OFFICE OF THE BURSAR WILL CONTACT'
                 TO SX-TEXT
               MOVE SR-TEXT-LINE TO PRINT-AREA
               PERFORM L4-PRINT-LINE
               MOVE 'YOU ABOUT THE AMOUNT NOT APPLIED:' TO SA-DESC
               MOVE AWARD-EXCESS TO SA-AMOUNT
               PERFORM L4-PRINT-AMOUNT
           END-IF.
           IF BILL-BALANCE > 0
               MOVE 'PLEASE MAKE PAYMENT TO THE OFFICE OF THE BURSAR,'
                 TO SX-TEXT
               MOVE SR-TEXT-LINE TO PRINT-AREA
               PERFORM L4-PRINT-GAP-LINE
               MOVE 'QUOTING YOUR STUDENT ID.' TO SX-TEXT
               MOVE SR-TEXT-LINE TO PRINT-AREA
               PERFORM L4-PRINT-LINE
           ELSE
               MOVE 'NO PAYMENT IS DUE FOR THE TERM.' TO SX-TEXT
               MOVE SR-TEXT-LINE TO PRINT-AREA
               PERFORM L4-PRINT-GAP-LINE
           END-IF.
           ADD 1 TO C-STMT-CTR.

       L3-READ-MASTER.
           READ MASTER-FILE
               AT END
                   SET MASTER-EOF TO TRUE.

      *    AN AWARD POSTED FOR THE TERM TO AN ID NOT ON THE MASTER
      *    (DELETED OR ARCHIVED SINCE) HAD NOTHING TO APPLY TO.
       L2-ORPHAN-PASS.
           PERFORM L4-CHECK-ORPHAN
             VARYING AX FROM 1 BY 1 UNTIL AX > C-AWD-LOADED.

       L4-CHECK-ORPHAN.
           IF AWD-SEEN (AX) = 'N'
               ADD 1 TO C-ORPHAN-CTR
               ADD 1 TO C-EXCP-CTR
               MOVE AWD-ID (AX) TO ED-ID
               MOVE SPACES TO ED-LNAME
               MOVE SPACES TO ED-FNAME
               MOVE SPACES TO ED-DEPT
               MOVE SPACE TO ED-STAT
               MOVE 0 TO ED-CHARGES
               MOVE AWD-AMOUNT (AX) TO ED-AWARD
               MOVE AWD-AMOUNT (AX) TO ED-NOT-APPLIED
               MOVE 'AWARD FOR ID NOT ON MASTER' TO ED-REASON
               PERFORM L4-WRITE-EXCP-LINE
           END-IF.

       L2-CLOSING.
           PERFORM L3-WRITE-TRAILER.
           PERFORM L3-SUMMARY-REPORT.
           PERFORM L3-BALANCE-REPORT.
           PERFORM L3-COUNT-REPORT.
           MOVE 'EXCEPTIONS LISTED:' TO EC-LABEL.
           MOVE C-EXCP-CTR TO EC-FIGURE.
           WRITE EXCPLINE FROM EXCP-COUNT-LINE
             AFTER ADVANCING 3 LINES.
           IF C-EXCP-CTR > 0
               MOVE '*** EXCEPTIONS FOR THE BURSAR - SEE LIST ABOVE ***'
                 TO EM-TEXT
               WRITE EXCPLINE FROM EXCP-MSG-LINE
                 AFTER ADVANCING 2 LINES
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 'NO EXCEPTIONS - EVERY STUDENT BILLED IN FULL'
                 TO EM-TEXT
               WRITE EXCPLINE FROM EXCP-MSG-LINE
                 AFTER ADVANCING 2 LINES
           END-IF.
           IF RUN-OUT-OF-BALANCE
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE MASTER-FILE.
           CLOSE BILL-FILE.
           CLOSE SUMOUT.
           CLOSE STMTOUT.
           CLOSE EXCPOUT.

       L3-WRITE-TRAILER.
           MOVE SPACES TO BT-REC.
           MOVE 'T' TO BT-TYPE.
           MOVE BILL-TERM TO BT-TERM.
           MOVE CURRENT-YMD TO BT-RUN-DATE.
           MOVE C-BILLED-CTR TO BT-REC-CTR.
           MOVE C-FILE-CHARGES TO BT-CHARGES.
           MOVE C-FILE-CREDITS TO BT-CREDITS.
           MOVE C-FILE-BALANCE TO BT-BALANCE.
           WRITE BT-REC.

      *    EVERY DEPARTMENT ON THE RATE TABLE, IN CARD ORDER, EVEN
      *    WHEN NOBODY WAS BILLED UNDER IT.
       L3-SUMMARY-REPORT.
           PERFORM L4-HEADING.
           MOVE 'RECEIVABLES BY DEPARTMENT' TO SL-TEXT.
           PERFORM L3-WRITE-SECTION.
           WRITE SUMLINE FROM SUM-HEADING
             AFTER ADVANCING 2 LINES.
           PERFORM L4-SUMMARY-LINE
             VARYING RX FROM 1 BY 1 UNTIL RX > C-RATES-LOADED.
           MOVE SUM-STU-CTR TO ST-STU-CTR.
           MOVE SUM-TUITION TO ST-TUITION.
           MOVE SUM-FEES TO ST-FEES.
           MOVE SUM-CHARGES TO ST-CHARGES.
           MOVE SUM-CREDITS TO ST-CREDITS.
           MOVE SUM-BALANCE TO ST-BALANCE.
           WRITE SUMLINE FROM SUM-TOTAL-LINE
             AFTER ADVANCING 2 LINES
               AT EOP
                   PERFORM L4-HEADING.

       L4-SUMMARY-LINE.
           MOVE RATE-DEPT (RX) TO SM-DEPT.
           MOVE RATE-STU-CTR (RX) TO SM-STU-CTR.
           MOVE RATE-TUITION (RX) TO SM-TUITION.
           MOVE RATE-FEE-TOTAL (RX) TO SM-FEES.
           MOVE RATE-CHARGES (RX) TO SM-CHARGES.
           MOVE RATE-CREDITS (RX) TO SM-CREDITS.
           MOVE RATE-BALANCE (RX) TO SM-BALANCE.
           WRITE SUMLINE FROM SUM-LINE
             AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L4-HEADING.
           ADD RATE-STU-CTR (RX) TO SUM-STU-CTR.
           ADD RATE-TUITION (RX) TO SUM-TUITION.
           ADD RATE-FEE-TOTAL (RX) TO SUM-FEES.
           ADD RATE-CHARGES (RX) TO SUM-CHARGES.
           ADD RATE-CREDITS (RX) TO SUM-CREDITS.
           ADD RATE-BALANCE (RX) TO SUM-BALANCE.

      *    THE DEPARTMENT TOTALS ARE ADDED UP AS EACH STUDENT IS
      *    BILLED; THE TRAILER'S FROM EACH ROW AS IT IS WRITTEN.
      *    BOTH MUST AGREE, AND THE TRAILER'S CHARGES LESS ITS
      *    CREDITS MUST COME TO ITS BALANCE, BEFORE THE BURSAR
      *    POSTS THE FILE.
       L3-BALANCE-REPORT.
           MOVE 'BALANCING TO THE BILLING FILE TRAILER' TO SL-TEXT.
           PERFORM L3-WRITE-SECTION.
           MOVE 'STUDENTS - DEPARTMENT SUMMARY:' TO CL-LABEL.
           MOVE SUM-STU-CTR TO CL-FIGURE.
           PERFORM L3-WRITE-COUNT.
           MOVE 'RECORDS - BILLING FILE TRAILER:' TO CL-LABEL.
           MOVE C-BILLED-CTR TO CL-FIGURE.
           PERFORM L3-WRITE-COUNT.
           MOVE 'CHARGES - DEPARTMENT SUMMARY:' TO MC-LABEL.
           MOVE SUM-CHARGES TO MC-AMOUNT.
           PERFORM L3-WRITE-MONEY.
           MOVE 'CHARGES - BILLING FILE TRAILER:' TO MC-LABEL.
           MOVE C-FILE-CHARGES TO MC-AMOUNT.
           PERFORM L3-WRITE-MONEY.
           MOVE 'CREDITS - DEPARTMENT SUMMARY:' TO MC-LABEL.
           MOVE SUM-CREDITS TO MC-AMOUNT.
           PERFORM L3-WRITE-MONEY.
           MOVE 'CREDITS - BILLING FILE TRAILER:' TO MC-LABEL.
           MOVE C-FILE-CREDITS TO MC-AMOUNT.
           PERFORM L3-WRITE-MONEY.
           MOVE 'BALANCE DUE - DEPARTMENT SUMMARY:' TO MC-LABEL.
           MOVE SUM-BALANCE TO MC-AMOUNT.
           PERFORM L3-WRITE-MONEY.
           MOVE 'BALANCE DUE - BILLING FILE TRAILER:' TO MC-LABEL.
           MOVE C-FILE-BALANCE TO MC-AMOUNT.
           PERFORM L3-WRITE-MONEY.
           COMPUTE NET-FILE-BALANCE = C-FILE-CHARGES - C-FILE-CREDITS.
           IF SUM-STU-CTR NOT = C-BILLED-CTR
             OR SUM-CHARGES NOT = C-FILE-CHARGES
             OR SUM-CREDITS NOT = C-FILE-CREDITS
             OR SUM-BALANCE NOT = C-FILE-BALANCE
             OR NET-FILE-BALANCE NOT = C-FILE-BALANCE
               SET RUN-OUT-OF-BALANCE TO TRUE
               MOVE '*** OUT OF BALANCE - DO NOT POST THIS FILE ***'
                 TO ML-TEXT
           ELSE
               MOVE 'IN BALANCE - RUN TOTALS AGREE WITH THE TRAILER'
                 TO ML-TEXT
           END-IF.
           PERFORM L3-WRITE-MSG.

       L3-COUNT-REPORT.
           MOVE 'STUDENTS READ FROM CBLPIZZA:' TO CL-LABEL.
           MOVE C-READ-CTR TO CL-FIGURE.
           WRITE SUMLINE FROM COUNT-LINE
             AFTER ADVANCING 3 LINES.
           MOVE 'STUDENTS BILLED:' TO CL-LABEL.
           MOVE C-BILLED-CTR TO CL-FIGURE.
           PERFORM L3-WRITE-COUNT.
           MOVE '  ACTIVE:' TO CL-LABEL.
           MOVE C-ACTIVE-CTR TO CL-FIGURE.
           PERFORM L3-WRITE-COUNT.
           MOVE '  ON LEAVE:' TO CL-LABEL.
           MOVE C-LEAVE-CTR TO CL-FIGURE.
           PERFORM L3-WRITE-COUNT.
           MOVE '  TUITION HELD TO THE CAP:' TO CL-LABEL.
           MOVE C-CAPPED-CTR TO CL-FIGURE.
           PERFORM L3-WRITE-COUNT.
           MOVE '  CREDITED WITH AWARDS:' TO CL-LABEL.
           MOVE C-CREDITED-CTR TO CL-FIGURE.
           PERFORM L3-WRITE-COUNT.
           MOVE 'STATEMENTS PRINTED:' TO CL-LABEL.
           MOVE C-STMT-CTR TO CL-FIGURE.
           PERFORM L3-WRITE-COUNT.
           MOVE 'NOT BILLED - WITHDRAWN:' TO CL-LABEL.
           MOVE C-WDRAWN-CTR TO CL-FIGURE.
           PERFORM L3-WRITE-COUNT.
           MOVE 'NOT BILLED - NO DEPARTMENT RATE:' TO CL-LABEL.
           MOVE C-NORATE-CTR TO CL-FIGURE.
           PERFORM L3-WRITE-COUNT.
           MOVE 'NOT BILLED - UNKNOWN STATUS:' TO CL-LABEL.
           MOVE C-BADSTAT-CTR TO CL-FIGURE.
           PERFORM L3-WRITE-COUNT.
           MOVE 'AWARDS EXCEEDING CHARGES:' TO CL-LABEL.
           MOVE C-EXCESS-CTR TO CL-FIGURE.
           PERFORM L3-WRITE-COUNT.
           MOVE 'ACTIVE WITH NO HOURS - FEES ONLY:' TO CL-LABEL.
           MOVE C-NOHRS-CTR TO CL-FIGURE.
           PERFORM L3-WRITE-COUNT.
           MOVE 'AWARDS FOR IDS NOT ON THE MASTER:' TO CL-LABEL.
           MOVE C-ORPHAN-CTR TO CL-FIGURE.
           PERFORM L3-WRITE-COUNT.
           MOVE 'EXCEPTIONS LISTED:' TO CL-LABEL.
           MOVE C-EXCP-CTR TO CL-FIGURE.
           PERFORM L3-WRITE-COUNT.

       L2-TERM-ERROR.
           WRITE SUMLINE FROM MSG-LINE
             AFTER ADVANCING PAGE.
           CLOSE SUMOUT.
           MOVE 8 TO RETURN-CODE.

       L3-WRITE-SECTION.
           WRITE SUMLINE FROM SECTION-LINE
             AFTER ADVANCING 2 LINES
               AT EOP
                   PERFORM L4-HEADING.

       L3-WRITE-COUNT.
           WRITE SUMLINE FROM COUNT-LINE
             AFTER ADVANCING 1 LINE.

       L3-WRITE-MONEY.
           WRITE SUMLINE FROM MONEY-LINE
             AFTER ADVANCING 1 LINE.

       L3-WRITE-MSG.
           WRITE SUMLINE FROM MSG-LINE
             AFTER ADVANCING 2 LINES.

       L4-HEADING.
           ADD 1 TO PAGE-CTR.
           MOVE PAGE-CTR TO TL-PAGE.
           WRITE SUMLINE FROM TITLE-LINE
             AFTER ADVANCING PAGE.

       L4-STATEMENT-HEADING.
           MOVE 'OFFICE OF THE BURSAR' TO SH-TEXT.
           WRITE STMTLINE FROM SR-HEAD-LINE
             AFTER ADVANCING PAGE.
           MOVE 'TUITION STATEMENT' TO SH-TEXT.
           WRITE STMTLINE FROM SR-HEAD-LINE
             AFTER ADVANCING 1 LINE.
           WRITE STMTLINE FROM SR-DATE-LINE
             AFTER ADVANCING 2 LINES.
           MOVE SPACES TO STMTLINE.
           WRITE STMTLINE
             AFTER ADVANCING 2 LINES.

      *    A STATEMENT IS WELL SHORT OF A PAGE, SO NO CONTINUATION
      *    HEADING IS CALLED FOR - THE NEXT STATEMENT STARTS ITS OWN.
       L4-PRINT-LINE.
           WRITE STMTLINE FROM PRINT-AREA
             AFTER ADVANCING 1 LINE.

       L4-PRINT-GAP-LINE.
           WRITE STMTLINE FROM PRINT-AREA
             AFTER ADVANCING 2 LINES.

       L4-PRINT-AMOUNT.
           MOVE SR-AMOUNT-LINE TO PRINT-AREA.
           PERFORM L4-PRINT-LINE.

       L4-WRITE-EXCP-LINE.
           WRITE EXCPLINE FROM EXCP-DETAIL-LINE
             AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM L4-EXCP-HEADING.

       L4-EXCP-HEADING.
           ADD 1 TO EXCP-PAGE-CTR.
           MOVE EXCP-PAGE-CTR TO ET-PAGE.
           WRITE EXCPLINE FROM EXCP-TITLE-LINE
             AFTER ADVANCING PAGE.
           WRITE EXCPLINE FROM EXCP-COL-HEADING
             AFTER ADVANCING 2 LINES.

      *    THE RATE CARDS. EVERY FIGURE MUST BE NUMERIC AND EACH
      *    DEPARTMENT MAY APPEAR ONCE.
       L3-LOAD-RATE-TABLE.
           PERFORM L4-INIT-RATE-ENTRY
             VARYING RX FROM 1 BY 1 UNTIL RX > 50.
           OPEN INPUT RATE-FILE.
           PERFORM L4-READ-RATE.
           PERFORM L4-STORE-RATE
             UNTIL RATE-EOF.
           CLOSE RATE-FILE.
           IF RATE-PROBLEM = SPACES AND C-RATES-LOADED = 0
               MOVE 'NO ROWS ON CBLRATE - NOTHING BILLED'
                 TO RATE-PROBLEM
           END-IF.

       L4-INIT-RATE-ENTRY.
           MOVE SPACES TO RATE-DEPT (RX).
           MOVE 0 TO RATE-HOUR (RX).
           MOVE 0 TO RATE-FEES (RX).
           MOVE 0 TO RATE-CAP (RX).
           MOVE 0 TO RATE-STU-CTR (RX).
           MOVE 0 TO RATE-TUITION (RX).
           MOVE 0 TO RATE-FEE-TOTAL (RX).
           MOVE 0 TO RATE-CHARGES (RX).
           MOVE 0 TO RATE-CREDITS (RX).
           MOVE 0 TO RATE-BALANCE (RX).

       L4-STORE-RATE.
           MOVE RT-DEPT TO LOOKUP-DEPT.
           EVALUATE TRUE
               WHEN RT-DEPT = SPACES
                   PERFORM L4-BAD-RATE-ROW
               WHEN RT-HOUR-RATE IS NOT NUMERIC
                 OR RT-FEES IS NOT NUMERIC
                 OR RT-CAP IS NOT NUMERIC
                   PERFORM L4-BAD-RATE-ROW
               WHEN OTHER
                   PERFORM L4-FIND-RATE
                   PERFORM L4-ADD-RATE
           END-EVALUATE.
           PERFORM L4-READ-RATE.

       L4-ADD-RATE.
           EVALUATE TRUE
               WHEN RATE-IS-FOUND
                   IF RATE-PROBLEM = SPACES
                       MOVE 'DUPLICATE DEPARTMENT ON CBLRATE'
                         TO RATE-PROBLEM
                   END-IF
               WHEN C-RATES-LOADED = 50
                   IF RATE-PROBLEM = SPACES
                       MOVE 'OVER 50 DEPARTMENTS ON CBLRATE'
                         TO RATE-PROBLEM
                   END-IF
               WHEN OTHER
                   ADD 1 TO C-RATES-LOADED
                   MOVE RT-DEPT TO RATE-DEPT (C-RATES-LOADED)
                   MOVE RT-HOUR-RATE-N TO RATE-HOUR (C-RATES-LOADED)
                   MOVE RT-FEES-N TO RATE-FEES (C-RATES-LOADED)
                   MOVE RT-CAP-N TO RATE-CAP (C-RATES-LOADED)
           END-EVALUATE.

       L4-BAD-RATE-ROW.
           IF RATE-PROBLEM = SPACES
               MOVE 'BAD ROW ON CBLRATE - NOTHING BILLED'
                 TO RATE-PROBLEM
           END-IF.

       L4-READ-RATE.
           READ RATE-FILE
               AT END
                   SET RATE-EOF TO TRUE.

       L4-FIND-RATE.
           SET RX TO 1.
           SEARCH RATE-ENTRY
               AT END
                   SET RATE-NOT-FOUND TO TRUE
               WHEN RATE-DEPT (RX) = LOOKUP-DEPT
                   SET RATE-IS-FOUND TO TRUE
               WHEN RATE-DEPT (RX) = SPACES
                   SET RATE-NOT-FOUND TO TRUE
           END-SEARCH.

      *    THE TERM'S HOURS PER STUDENT. A COURSE GRADED W WAS
      *    DROPPED AND CARRIES NO LOAD.
       L3-LOAD-HRS-TABLE.
           PERFORM L4-INIT-HRS-ENTRY
             VARYING HX FROM 1 BY 1 UNTIL HX > 2000.
           OPEN INPUT PGRD-FILE.
           PERFORM L4-READ-PGRD.
           PERFORM L4-STORE-HRS
             UNTIL PGRD-EOF OR HRS-TABLE-FULL.
           CLOSE PGRD-FILE.

       L4-INIT-HRS-ENTRY.
           MOVE SPACES TO HRS-ID (HX).
           MOVE 0 TO HRS-TERM-HRS (HX).

       L4-STORE-HRS.
           IF PG-TERM = BILL-TERM AND PG-GRADE NOT = 'W '
               SET HX TO 1
               SEARCH HRS-ENTRY
                   AT END
                       SET HRS-TABLE-FULL TO TRUE
                   WHEN HRS-ID (HX) = PG-ID
                       ADD PG-CREDITS TO HRS-TERM-HRS (HX)
                   WHEN HRS-ID (HX) = SPACES
                       MOVE PG-ID TO HRS-ID (HX)
                       MOVE PG-CREDITS TO HRS-TERM-HRS (HX)
               END-SEARCH
           END-IF.
           PERFORM L4-READ-PGRD.

       L4-READ-PGRD.
           READ PGRD-FILE
               AT END
                   SET PGRD-EOF TO TRUE.

       L4-FIND-HOURS.
           MOVE 0 TO STUDENT-HRS.
           SET HX TO 1.
           SEARCH HRS-ENTRY
               AT END
                   CONTINUE
               WHEN HRS-ID (HX) = LOOKUP-ID
                   MOVE HRS-TERM-HRS (HX) TO STUDENT-HRS
               WHEN HRS-ID (HX) = SPACES
                   CONTINUE
           END-SEARCH.

      *    THE TERM'S POSTED AWARDS PER STUDENT, SUMMED - THE SAME-
      *    YEAR BLOCK KEEPS IT TO ONE AS A RULE, BUT NOTHING HERE
      *    DEPENDS ON THAT.
       L3-LOAD-AWD-TABLE.
           PERFORM L4-INIT-AWD-ENTRY
             VARYING AX FROM 1 BY 1 UNTIL AX > 2000.
           OPEN INPUT AWDH-FILE.
           PERFORM L4-READ-AWDH.
           PERFORM L4-STORE-AWD
             UNTIL AWDH-EOF OR AWD-TABLE-FULL.
           CLOSE AWDH-FILE.

       L4-INIT-AWD-ENTRY.
           MOVE SPACES TO AWD-ID (AX).
           MOVE 0 TO AWD-AMOUNT (AX).
           MOVE 'N' TO AWD-SEEN (AX).

       L4-STORE-AWD.
           IF AH-TERM = BILL-TERM
               SET AX TO 1
               SEARCH AWD-ENTRY
                   AT END
                       SET AWD-TABLE-FULL TO TRUE
                   WHEN AWD-ID (AX) = AH-ID
                       ADD AH-AMOUNT TO AWD-AMOUNT (AX)
                   WHEN AWD-ID (AX) = SPACES
                       ADD 1 TO C-AWD-LOADED
                       MOVE AH-ID TO AWD-ID (AX)
                       MOVE AH-AMOUNT TO AWD-AMOUNT (AX)
               END-SEARCH
           END-IF.
           PERFORM L4-READ-AWDH.

       L4-READ-AWDH.
           READ AWDH-FILE
               AT END
                   SET AWDH-EOF TO TRUE.

      *    MARKS THE AWARD AS MET SO THE ORPHAN PASS PASSES IT BY.
       L4-FIND-AWARD.
           MOVE 0 TO AWARD-TOTAL.
           SET AX TO 1.
           SEARCH AWD-ENTRY
               AT END
                   CONTINUE
               WHEN AWD-ID (AX) = LOOKUP-ID
                   MOVE AWD-AMOUNT (AX) TO AWARD-TOTAL
                   MOVE 'Y' TO AWD-SEEN (AX)
               WHEN AWD-ID (AX) = SPACES
                   CONTINUE
           END-SEARCH.


      *    ONE ROW TO THE SHARED RUN-CONTROL LOG - OPENED,
      *    WRITTEN AND CLOSED IN ONE BREATH SO THE SHARED FILE
      *    IS NEVER HELD ACROSS THE RUN.
       L4-WRITE-RUNLOG.
           MOVE FUNCTION CURRENT-DATE TO STAMP-DATE-TIME.
           OPEN EXTEND RUNLOG-FILE.
           MOVE 'CBLJRT33' TO RG-PGM.
           MOVE STAMP-EVENT TO RG-EVENT.
           MOVE STAMP-YMD TO RG-DATE.
           MOVE STAMP-HMS TO RG-TIME.
           MOVE STAMP-COUNT TO RG-COUNT.
           MOVE STAMP-CODE TO RG-CODE.
           WRITE RG-REC.
           CLOSE RUNLOG-FILE.

       end program CBLJRT33.

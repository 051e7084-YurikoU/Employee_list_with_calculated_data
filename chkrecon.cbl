       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG17.
       AUTHOR. TIM PATRICK.
      * PAPER-CHECK RECONCILIATION - MATCHES THE BANK'S PAID-CHECKS
      * FILE AGAINST THE ISSUED-CHECK TRAIL AND PRINTS THE
      * OUTSTANDING LIST, THE STALE-DATED LIST, AND THE EXCEPTIONS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-ISSUE-FILE  ASSIGN TO DA-S-CHKISSU
               FILE STATUS IS CHKISSU-FILE-STATUS.
           SELECT ISSUE-SORT-FILE   ASSIGN TO SORTWK1.
           SELECT SORTED-ISSUE-FILE ASSIGN TO DA-S-SRTISSU.
           SELECT PAID-CHECK-FILE   ASSIGN TO DA-S-PAIDCHK.
           SELECT PAID-SORT-FILE    ASSIGN TO SORTWK2.
           SELECT SORTED-PAID-FILE  ASSIGN TO DA-S-SRTPAID.
           SELECT RECON-RPT-FILE    ASSIGN TO UR-S-CHKRECN.
           SELECT STALE-RPT-FILE    ASSIGN TO UR-S-CHKSTAL.
           SELECT EXCEPT-RPT-FILE   ASSIGN TO UR-S-CHKEXCP.
           SELECT RUN-CTL-FILE      ASSIGN TO DA-S-RUNCTL
               FILE STATUS IS RUNCTL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      ***********************************************************
      *    CHECK-ISSUE-FILE IS THE CUMULATIVE ISSUED-CHECK      *
      *    TRAIL WRITTEN BY PROG3 AND PROG16 - IT IS SORTED     *
      *    INTO CHECK-NUMBER SEQUENCE BELOW FOR THE MATCH, AND  *
      *    A P RECORD IS THEN APPENDED FOR EVERY ISSUED CHECK   *
      *    THE BANK PAID IN THIS RUN SO IT DROPS OFF THE        *
      *    OUTSTANDING LIST NEXT TIME                           *
      ***********************************************************
       FD CHECK-ISSUE-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 CHKISSU-REC           PIC X(60).
       SD ISSUE-SORT-FILE.
       01 ISRT-REC.
           03 ISRT-CHECK-NO     PIC 9(8).
           03 FILLER            PIC X(52).
       FD SORTED-ISSUE-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 SRTD-ISSUE-REC        PIC X(60).
      ***********************************************************
      *    PAID-CHECK-FILE IS THE BANK'S PAID-CHECKS FILE FOR   *
      *    THE STATEMENT PERIOD - ONE RECORD PER CHECK THE BANK *
      *    HONORED, WITH THE AMOUNT IT PAID AND THE DATE IT     *
      *    CLEARED                                              *
      ***********************************************************
       FD PAID-CHECK-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 PAID-CHECK-REC        PIC X(40).
       SD PAID-SORT-FILE.
       01 PSRT-REC.
           03 PSRT-CHECK-NO     PIC 9(8).
           03 FILLER            PIC X(32).
       FD SORTED-PAID-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 SRTD-PAID-REC         PIC X(40).
      ***********************************************************
      *    RECON-RPT-FILE IS THE OUTSTANDING-CHECK LIST - EVERY *
      *    CHECK ISSUED, NOT VOIDED, AND NOT YET PAID - FOLLOWED*
      *    BY THE RECONCILIATION SUMMARY                        *
      ***********************************************************
       FD RECON-RPT-FILE
           LABEL RECORDS ARE OMITTED.
       01 RECONRPT-REC          PIC X(120).
      ***********************************************************
      *    STALE-RPT-FILE LISTS THE OUTSTANDING CHECKS ISSUED   *
      *    MORE THAN STALE-DAYS-LIMIT DAYS BEFORE THE RUN DATE  *
      ***********************************************************
       FD STALE-RPT-FILE
           LABEL RECORDS ARE OMITTED.
       01 STALERPT-REC          PIC X(120).
      ***********************************************************
      *    EXCEPT-RPT-FILE LISTS THE BANK ITEMS THAT DO NOT     *
      *    MATCH THE TRAIL - PAID BUT NEVER ISSUED, PAID AT A   *
      *    DIFFERENT AMOUNT, PAID AFTER BEING VOIDED, OR PAID   *
      *    MORE THAN ONCE                                       *
      ***********************************************************
       FD EXCEPT-RPT-FILE
           LABEL RECORDS ARE OMITTED.
       01 EXCPRPT-REC           PIC X(120).
      ***********************************************************
      *    RUN-CTL-FILE IS THE SHARED JOB-STREAM RUN CONTROL    *
      *    MAINTAINED BY THE PROG5 MASTER LOAD - THIS RUN       *
      *    REFUSES TO START WHILE A PROG3 PAY RUN OR A PROG16   *
      *    VOID RUN IS STARTED BUT NOT FINISHED, SINCE EITHER   *
      *    MAY STILL BE ADDING TO THE TRAIL                     *
      ***********************************************************
       FD RUN-CTL-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 RUN-CTL-REC           PIC X(36).
       WORKING-STORAGE SECTION.
      ***********************************************************
      *    LAYOUT FOR ONE ISSUED-CHECK TRAIL RECORD - STATUS I  *
      *    IS A CHECK THE PAY RUN ISSUED, R A REPLACEMENT       *
      *    PROG16 ISSUED, V A VOID, AND P A CHECK THIS RUN SAW  *
      *    PAID - ON A P RECORD IC-AMOUNT IS THE AMOUNT THE     *
      *    BANK PAID AND IC-ACTIVITY-DATE THE DATE IT CLEARED   *
      ***********************************************************
       01 CHKISSU-DATA.
           03 IC-CHECK-NO       PIC 9(8).
           03 IC-EMPID          PIC 9(7).
           03 IC-AMOUNT         PIC S9(7)V99.
           03 IC-ACTIVITY-DATE  PIC 9(8).
           03 IC-PERIOD-NO      PIC 9(4).
           03 IC-GENERATION     PIC 9(6).
           03 IC-STATUS         PIC X(1).
           03 IC-REF-CHECK-NO   PIC 9(8).
           03 FILLER            PIC X(9)    VALUE SPACES.

      ***********************************************************
      *    THE SAME LAYOUT FOR THE P RECORDS THIS RUN APPENDS   *
      *    TO THE TRAIL - BUILT APART FROM CHKISSU-DATA SO THE  *
      *    TRAIL RECORD ALREADY READ AHEAD IS NOT LOST          *
      ***********************************************************
       01 CHKISSU-OUT-DATA.
           03 IO-CHECK-NO       PIC 9(8).
           03 IO-EMPID          PIC 9(7).
           03 IO-AMOUNT         PIC S9(7)V99.
           03 IO-ACTIVITY-DATE  PIC 9(8).
           03 IO-PERIOD-NO      PIC 9(4).
           03 IO-GENERATION     PIC 9(6).
           03 IO-STATUS         PIC X(1).
           03 IO-REF-CHECK-NO   PIC 9(8).
           03 FILLER            PIC X(9)    VALUE SPACES.

      ***********************************************************
      *    LAYOUT FOR ONE BANK PAID-CHECK RECORD, READ FROM     *
      *    SORTED-PAID-FILE - THE PAID DATE IS YYYYMMDD         *
      ***********************************************************
       01 PAID-DATA.
           03 PD-CHECK-NO       PIC 9(8).
           03 PD-AMOUNT         PIC 9(7)V99.
           03 PD-PAID-DATE      PIC 9(8).
           03 FILLER            PIC X(15).

      ***********************************************************
      *    WHAT THE TRAIL SAYS ABOUT THE CHECK NUMBER NOW BEING *
      *    RECONCILED - BUILT BY 1100-LOAD-CHECK-GROUP FROM     *
      *    EVERY TRAIL RECORD CARRYING THAT NUMBER              *
      ***********************************************************
       01 CHECK-GROUP.
           03 GRP-CHECK-NO      PIC 9(8)    VALUE ZEROS.
           03 GRP-EMPID         PIC 9(7)    VALUE ZEROS.
           03 GRP-AMOUNT        PIC S9(7)V99 VALUE ZEROS.
           03 GRP-ISSUE-DATE    PIC 9(8)    VALUE ZEROS.
           03 GRP-PERIOD-NO     PIC 9(4)    VALUE ZEROS.
           03 GRP-GENERATION    PIC 9(6)    VALUE ZEROS.
           03 GRP-ISSUED-SW     PIC X(1)    VALUE 'N'.
               88 GROUP-ISSUED               VALUE 'Y'.
           03 GRP-VOIDED-SW     PIC X(1)    VALUE 'N'.
               88 GROUP-VOIDED               VALUE 'Y'.
           03 GRP-PAID-SW       PIC X(1)    VALUE 'N'.
               88 GROUP-PAID                 VALUE 'Y'.

      ***********************************************************
      *    WHAT THE BANK SAYS ABOUT THE SAME CHECK NUMBER - THE *
      *    NUMBER OF TIMES IT WAS PRESENTED AND THE AMOUNT AND  *
      *    DATE OF THE FIRST PRESENTMENT                        *
      ***********************************************************
       01 BANK-GROUP.
           03 BNK-PAID-COUNT    PIC 9(3)    VALUE ZEROS.
           03 BNK-AMOUNT        PIC 9(7)V99 VALUE ZEROS.
           03 BNK-PAID-DATE     PIC 9(8)    VALUE ZEROS.

      ***********************************************************
      *    LAYOUT FOR THE RUN CONTROL RECORD - THE STEP BYTES   *
      *    ARE SUBSCRIPTED BY PROGRAM NUMBER                    *
      ***********************************************************
       01 RUN-CTL-DATA.
           03 RC-GENERATION     PIC 9(6).
           03 RC-STEP-DONE OCCURS 30 TIMES
                                PIC X(1).

      ***********************************************************
      *    DAYS BEFORE THE START OF EACH MONTH IN A NON-LEAP    *
      *    YEAR, USED BY 1900-COMPUTE-DAY-NUMBER                *
      ***********************************************************
       01 CUM-DAYS-VALUES.
           03 FILLER            PIC 9(3)    VALUE 000.
           03 FILLER            PIC 9(3)    VALUE 031.
           03 FILLER            PIC 9(3)    VALUE 059.
           03 FILLER            PIC 9(3)    VALUE 090.
           03 FILLER            PIC 9(3)    VALUE 120.
           03 FILLER            PIC 9(3)    VALUE 151.
           03 FILLER            PIC 9(3)    VALUE 181.
           03 FILLER            PIC 9(3)    VALUE 212.
           03 FILLER            PIC 9(3)    VALUE 243.
           03 FILLER            PIC 9(3)    VALUE 273.
           03 FILLER            PIC 9(3)    VALUE 304.
           03 FILLER            PIC 9(3)    VALUE 334.
       01 CUM-DAYS-TABLE REDEFINES CUM-DAYS-VALUES.
           03 CUM-DAYS OCCURS 12 TIMES
                                PIC 9(3).

      ***********************************************************
      *    LAYOUT FOR THE OUTSTANDING LIST, THE STALE LIST, AND *
      *    THE EXCEPTION LIST HEADING AND DETAIL LINES - THE    *
      *    STALE LIST SHARES THE OUTSTANDING DETAIL LINE        *
      ***********************************************************
       01 RECONRPT-HEADING1.
           03 RECONRPT-DATE      PIC 99/99/99.
           03 FILLER             PIC X(10)   VALUE SPACES.
           03                    PIC X(42)   VALUE
               'PROG17 - OUTSTANDING CHECK LIST'.
       01 STALERPT-HEADING1.
           03 STALERPT-DATE      PIC 99/99/99.
           03 FILLER             PIC X(10)   VALUE SPACES.
           03                    PIC X(33)   VALUE
               'PROG17 - STALE-DATED CHECKS OVER '.
           03 SH-STALE-DAYS      PIC ZZ9.
           03                    PIC X(5)    VALUE ' DAYS'.
       01 EXCPRPT-HEADING1.
           03 EXCPRPT-DATE       PIC 99/99/99.
           03 FILLER             PIC X(10)   VALUE SPACES.
           03                    PIC X(42)   VALUE
               'PROG17 - PAID-CHECK EXCEPTIONS'.
       01 OUTRPT-HEADING2.
           03                    PIC X(8)    VALUE 'CHECK NO'.
           03 FILLER             PIC X(3)    VALUE SPACES.
           03                    PIC X(6)    VALUE 'EMP ID'.
           03 FILLER             PIC X(3)    VALUE SPACES.
           03                    PIC X(6)    VALUE 'PERIOD'.
           03 FILLER             PIC X(3)    VALUE SPACES.
           03                    PIC X(10)   VALUE 'ISSUE DATE'.
           03 FILLER             PIC X(6)    VALUE SPACES.
           03                    PIC X(6)    VALUE 'AMOUNT'.
           03 FILLER             PIC X(3)    VALUE SPACES.
           03                    PIC X(8)    VALUE 'DAYS OUT'.
       01 OUTRPT-DETAIL.
           03 OR-CHECK-NO         PIC 9(8).
           03 FILLER              PIC X(3)    VALUE SPACES.
           03 OR-EMPID            PIC 9(7).
           03 FILLER              PIC X(4)    VALUE SPACES.
           03 OR-PERIOD-NO        PIC ZZZ9.
           03 FILLER              PIC X(4)    VALUE SPACES.
           03 OR-ISSUE-DATE       PIC 9999/99/99.
           03 FILLER              PIC X(2)    VALUE SPACES.
           03 OR-AMOUNT           PIC -ZZ,ZZ9.99.
           03 FILLER              PIC X(6)    VALUE SPACES.
           03 OR-DAYS-OUT         PIC ZZZZ9.
       01 EXCPRPT-HEADING2.
           03                    PIC X(8)    VALUE 'CHECK NO'.
           03 FILLER             PIC X(3)    VALUE SPACES.
           03                    PIC X(6)    VALUE 'EMP ID'.
           03 FILLER             PIC X(5)    VALUE SPACES.
           03                    PIC X(6)    VALUE 'ISSUED'.
           03 FILLER             PIC X(7)    VALUE SPACES.
           03                    PIC X(4)    VALUE 'PAID'.
           03 FILLER             PIC X(3)    VALUE SPACES.
           03                    PIC X(9)    VALUE 'PAID DATE'.
           03 FILLER             PIC X(5)    VALUE SPACES.
           03                    PIC X(10)   VALUE 'DIFFERENCE'.
           03 FILLER             PIC X(2)    VALUE SPACES.
           03                    PIC X(6)    VALUE 'REASON'.
       01 EXCPRPT-DETAIL.
           03 ER-CHECK-NO         PIC 9(8).
           03 FILLER              PIC X(3)    VALUE SPACES.
           03 ER-EMPID            PIC 9(7).
           03 FILLER              PIC X(2)    VALUE SPACES.
           03 ER-ISSUED-AMOUNT    PIC -ZZ,ZZ9.99.
           03 FILLER              PIC X(2)    VALUE SPACES.
           03 ER-PAID-AMOUNT      PIC ZZ,ZZ9.99.
           03 FILLER              PIC X(2)    VALUE SPACES.
           03 ER-PAID-DATE        PIC 9999/99/99.
           03 FILLER              PIC X(2)    VALUE SPACES.
           03 ER-DIFFERENCE       PIC -ZZ,ZZ9.99.
           03 FILLER              PIC X(4)    VALUE SPACES.
           03 ER-REASON           PIC X(30).
       01 RECONRPT-SUMMARY1.
           03                    PIC X(33)   VALUE
               'NUMBER OF BANK ITEMS READ:      '.
           03 RS-BANK-COUNT       PIC ZZZZZZ9.
       01 RECONRPT-SUMMARY2.
           03                    PIC X(33)   VALUE
               'NUMBER OF CHECKS CLEARED:       '.
           03 RS-CLEARED-COUNT    PIC ZZZZZZ9.
           03 FILLER              PIC X(4)    VALUE SPACES.
           03 RS-CLEARED-TOTAL    PIC -$Z,ZZZ,ZZ9.99.
       01 RECONRPT-SUMMARY3.
           03                    PIC X(33)   VALUE
               'NUMBER OF CHECKS OUTSTANDING:   '.
           03 RS-OUT-COUNT        PIC ZZZZZZ9.
           03 FILLER              PIC X(4)    VALUE SPACES.
           03 RS-OUT-TOTAL        PIC -$Z,ZZZ,ZZ9.99.
       01 RECONRPT-SUMMARY4.
           03                    PIC X(33)   VALUE
               'NUMBER OF CHECKS STALE-DATED:   '.
           03 RS-STALE-COUNT      PIC ZZZZZZ9.
           03 FILLER              PIC X(4)    VALUE SPACES.
           03 RS-STALE-TOTAL      PIC -$Z,ZZZ,ZZ9.99.
       01 RECONRPT-SUMMARY5.
           03                    PIC X(33)   VALUE
               'NUMBER OF EXCEPTIONS:           '.
           03 RS-EXCP-COUNT       PIC ZZZZZZ9.

      * VARIABLE TO STORE TODAY'S DATE
       01 CURRENT-DATE          PIC 999999.

      * SWITCHES TO FLAG END OF FILE ON EACH SORTED FILE AND THE
      * FILE STATUSES THE OPTIONAL TRAIL AND THE RUN CONTROL ARE
      * CHECKED THROUGH
       01 MISC.
           03 ISSUE-EOF-SW       PIC X(1)    VALUE 'N'.
               88 ISSUE-AT-EOF               VALUE 'Y'.
           03 PAID-EOF-SW        PIC X(1)    VALUE 'N'.
               88 PAID-AT-EOF                VALUE 'Y'.
           03 CHKISSU-FILE-STATUS PIC X(2)   VALUE '00'.
           03 ISSUE-OPEN-SW      PIC X(1)    VALUE 'N'.
               88 ISSUE-OPENED               VALUE 'Y'.
           03 RUNCTL-FILE-STATUS PIC X(2)    VALUE '00'.

      * COUNTERS AND TOTALS FOR THE RECONCILIATION SUMMARY - SEE
      * 6000-PRINT-SUMMARY
       01 MISC2.
           03 BANK-COUNT          PIC 9(7)     VALUE ZEROS.
           03 CLEARED-COUNT       PIC 9(7)     VALUE ZEROS.
           03 OUT-COUNT           PIC 9(7)     VALUE ZEROS.
           03 STALE-COUNT         PIC 9(7)     VALUE ZEROS.
           03 EXCP-COUNT          PIC 9(7)     VALUE ZEROS.
           03 CLEARED-TOTAL       PIC S9(9)V99 VALUE ZEROS.
           03 OUT-TOTAL           PIC S9(9)V99 VALUE ZEROS.
           03 STALE-TOTAL         PIC S9(9)V99 VALUE ZEROS.

      * THE CHECK NUMBER NOW BEING RECONCILED, THE RUN DATE AND ITS
      * DAY NUMBER, THE STALE-DATED LIMIT, AND THE EXCEPTION REASON
      * FOR THE CURRENT CHECK - SEE 1300-RECONCILE-CHECK
       01 MISC3.
           03 CUR-CHECK-NO        PIC 9(8)     VALUE ZEROS.
           03 RUN-DATE-YMD        PIC 9(8)     VALUE ZEROS.
           03 RUN-DAY-NUMBER      PIC 9(7)     VALUE ZEROS.
           03 STALE-DAYS-LIMIT    PIC 9(3)     VALUE 90.
           03 DAYS-OUT            PIC S9(7)    VALUE ZEROS.
           03 EXCP-REASON         PIC X(30)    VALUE SPACES.

      * WORK AREAS FOR 1900-COMPUTE-DAY-NUMBER - DN-DATE GOES IN AS
      * YYYYMMDD AND DN-DAY-NUMBER COMES OUT AS THE COUNT OF DAYS
      * SINCE 01/01/0001, SO TWO DAY NUMBERS SUBTRACT TO DAYS
       01 MISC4.
           03 DN-DATE             PIC 9(8)     VALUE ZEROS.
           03 DN-DATE-R REDEFINES DN-DATE.
               05 DN-YYYY         PIC 9(4).
               05 DN-MM           PIC 9(2).
               05 DN-DD           PIC 9(2).
           03 DN-DAY-NUMBER       PIC 9(7)     VALUE ZEROS.
           03 DN-PRIOR-YEARS      PIC 9(4)     VALUE ZEROS.
           03 DN-QUOTIENT         PIC 9(7)     VALUE ZEROS.
           03 DN-REMAINDER        PIC 9(4)     VALUE ZEROS.
           03 DN-LEAP-SW          PIC X(1)     VALUE 'N'.
               88 DN-LEAP-YEAR                 VALUE 'Y'.

      ************************************************************
      *      START OF PROCEDURE DIVISION                         *
      ************************************************************
       PROCEDURE DIVISION.


      ************************************************************
      *      000-MAINLINE SORTS THE ISSUED-CHECK TRAIL AND THE   *
      *      BANK'S PAID-CHECKS FILE INTO CHECK-NUMBER SEQUENCE, *
      *      RECONCILES THEM ONE CHECK NUMBER AT A TIME, APPENDS *
      *      THE CHECKS PAID THIS RUN TO THE TRAIL, AND PRINTS   *
      *      THE THREE LISTS AND THE SUMMARY                     *
      ************************************************************
       000-MAINLINE.
           PERFORM 8100-CHECK-RUN-CONTROL.
           ACCEPT RUN-DATE-YMD FROM DATE YYYYMMDD.
           MOVE RUN-DATE-YMD TO DN-DATE.
           PERFORM 1900-COMPUTE-DAY-NUMBER.
           MOVE DN-DAY-NUMBER TO RUN-DAY-NUMBER.
           PERFORM 1500-SORT-ISSUE-TRAIL.
           SORT PAID-SORT-FILE
               ON ASCENDING KEY PSRT-CHECK-NO
               USING PAID-CHECK-FILE
               GIVING SORTED-PAID-FILE.
           OPEN INPUT SORTED-PAID-FILE
                OUTPUT RECON-RPT-FILE
                       STALE-RPT-FILE
                       EXCEPT-RPT-FILE.
           IF (ISSUE-OPENED) THEN
               OPEN INPUT SORTED-ISSUE-FILE
               PERFORM 9100-READ-ISSUE
           ELSE
               SET ISSUE-AT-EOF TO TRUE
           END-IF
           PERFORM 1375-OPEN-CHECK-ISSUE.
           PERFORM 5000-PRINT-HEAD.
           PERFORM 9200-READ-PAID.
           PERFORM 1000-MATCH-LOOP
               UNTIL ISSUE-AT-EOF AND PAID-AT-EOF.
           PERFORM 6000-PRINT-SUMMARY.
           CLOSE SORTED-PAID-FILE
               RECON-RPT-FILE
               STALE-RPT-FILE
               EXCEPT-RPT-FILE
               CHECK-ISSUE-FILE.
           IF (ISSUE-OPENED) THEN
               CLOSE SORTED-ISSUE-FILE
           END-IF
           PERFORM 8200-MARK-STEP-DONE.
           STOP RUN.


      ************************************************************
      *      1000-MATCH-LOOP TAKES THE LOWER CHECK NUMBER OF THE *
      *      TWO FILES, GATHERS EVERY TRAIL RECORD AND EVERY     *
      *      BANK RECORD CARRYING IT, AND RECONCILES THAT CHECK  *
      *      - THE EOF SWITCHES ARE TESTED FIRST SO AN EXHAUSTED *
      *      FILE NEVER SUPPLIES THE KEY                         *
      ************************************************************
       1000-MATCH-LOOP.
           IF (ISSUE-AT-EOF) THEN
               MOVE PD-CHECK-NO       TO CUR-CHECK-NO
           ELSE
               IF (PAID-AT-EOF) THEN
                   MOVE IC-CHECK-NO   TO CUR-CHECK-NO
               ELSE
                   IF (IC-CHECK-NO < PD-CHECK-NO) THEN
                       MOVE IC-CHECK-NO TO CUR-CHECK-NO
                   ELSE
                       MOVE PD-CHECK-NO TO CUR-CHECK-NO
                   END-IF
               END-IF
           END-IF
           PERFORM 1100-LOAD-CHECK-GROUP
           PERFORM 1200-LOAD-BANK-GROUP
           PERFORM 1300-RECONCILE-CHECK.


      ************************************************************
      *      1100-LOAD-CHECK-GROUP FOLDS EVERY TRAIL RECORD      *
      *      CARRYING THE CURRENT CHECK NUMBER INTO CHECK-GROUP  *
      ************************************************************
       1100-LOAD-CHECK-GROUP.
           MOVE CUR-CHECK-NO      TO GRP-CHECK-NO
           MOVE ZEROS             TO GRP-EMPID
           MOVE ZEROS             TO GRP-AMOUNT
           MOVE ZEROS             TO GRP-ISSUE-DATE
           MOVE ZEROS             TO GRP-PERIOD-NO
           MOVE ZEROS             TO GRP-GENERATION
           MOVE 'N'               TO GRP-ISSUED-SW
           MOVE 'N'               TO GRP-VOIDED-SW
           MOVE 'N'               TO GRP-PAID-SW
           PERFORM 1150-TAKE-ONE-ISSUE-REC
               UNTIL (ISSUE-AT-EOF) OR (IC-CHECK-NO NOT = CUR-CHECK-NO).


      ************************************************************
      *      1150-TAKE-ONE-ISSUE-REC FOLDS ONE TRAIL RECORD INTO *
      *      CHECK-GROUP - AN I OR R RECORD SUPPLIES THE PAYEE,  *
      *      AMOUNT, ISSUE DATE, AND PERIOD, A V MARKS THE CHECK *
      *      VOIDED, AND A P MARKS IT ALREADY PAID - THEN READS  *
      *      THE NEXT ONE                                        *
      ************************************************************
       1150-TAKE-ONE-ISSUE-REC.
           IF (IC-STATUS = 'I') OR (IC-STATUS = 'R') THEN
               SET GROUP-ISSUED TO TRUE
               MOVE IC-EMPID          TO GRP-EMPID
               MOVE IC-AMOUNT         TO GRP-AMOUNT
               MOVE IC-ACTIVITY-DATE  TO GRP-ISSUE-DATE
               MOVE IC-PERIOD-NO      TO GRP-PERIOD-NO
               MOVE IC-GENERATION     TO GRP-GENERATION
           ELSE
               IF (IC-STATUS = 'V') THEN
                   SET GROUP-VOIDED TO TRUE
               ELSE
                   IF (IC-STATUS = 'P') THEN
                       SET GROUP-PAID TO TRUE
                   END-IF
               END-IF
           END-IF
           PERFORM 9100-READ-ISSUE.


      ************************************************************
      *      1200-LOAD-BANK-GROUP COUNTS THE BANK RECORDS        *
      *      CARRYING THE CURRENT CHECK NUMBER AND KEEPS THE     *
      *      AMOUNT AND DATE OF THE FIRST ONE                    *
      ************************************************************
       1200-LOAD-BANK-GROUP.
           MOVE ZEROS             TO BNK-PAID-COUNT
           MOVE ZEROS             TO BNK-AMOUNT
           MOVE ZEROS             TO BNK-PAID-DATE
           PERFORM 1250-TAKE-ONE-PAID-REC
               UNTIL (PAID-AT-EOF) OR (PD-CHECK-NO NOT = CUR-CHECK-NO).


       1250-TAKE-ONE-PAID-REC.
           ADD 1 TO BANK-COUNT
           ADD 1 TO BNK-PAID-COUNT
           IF (BNK-PAID-COUNT = 1) THEN
               MOVE PD-AMOUNT         TO BNK-AMOUNT
               MOVE PD-PAID-DATE      TO BNK-PAID-DATE
           END-IF
           PERFORM 9200-READ-PAID.


      ************************************************************
      *      1300-RECONCILE-CHECK DECIDES WHAT THE CURRENT CHECK *
      *      IS - A CHECK THE BANK PAID THIS RUN IS CLEARED AND  *
      *      GETS A P RECORD ON THE TRAIL, WITH AN EXCEPTION IF  *
      *      IT WAS NEVER ISSUED, ALREADY PAID, PRESENTED TWICE, *
      *      VOIDED, OR PAID AT A DIFFERENT AMOUNT - A CHECK THE *
      *      BANK DID NOT PAY THAT IS ISSUED, NOT VOIDED, AND    *
      *      NOT PAID BEFORE IS OUTSTANDING                      *
      ************************************************************
       1300-RECONCILE-CHECK.
           IF (BNK-PAID-COUNT > 0) THEN
               IF (NOT GROUP-ISSUED) THEN
                   MOVE 'PAID BUT NEVER ISSUED' TO EXCP-REASON
                   PERFORM 1600-PRINT-EXCEPTION
               ELSE
                   IF (GROUP-PAID) THEN
                       MOVE 'ALREADY PAID - DUPLICATE'
                           TO EXCP-REASON
                       PERFORM 1600-PRINT-EXCEPTION
                   ELSE
                       PERFORM 1400-RECORD-PAYMENT
                       IF (BNK-PAID-COUNT > 1) THEN
                           MOVE 'PRESENTED MORE THAN ONCE'
                               TO EXCP-REASON
                           PERFORM 1600-PRINT-EXCEPTION
                       END-IF
                       IF (GROUP-VOIDED) THEN
                           MOVE 'VOIDED CHECK PAID' TO EXCP-REASON
                           PERFORM 1600-PRINT-EXCEPTION
                       ELSE
                           IF (BNK-AMOUNT NOT = GRP-AMOUNT) THEN
                               MOVE 'PAID AMOUNT DIFFERS'
                                   TO EXCP-REASON
                               PERFORM 1600-PRINT-EXCEPTION
                           END-IF
                       END-IF
                   END-IF
               END-IF
           ELSE
               IF (GROUP-ISSUED) AND (NOT GROUP-VOIDED)
                  AND (NOT GROUP-PAID) THEN
                   PERFORM 1700-PRINT-OUTSTANDING
               END-IF
           END-IF.


      ************************************************************
      *      1400-RECORD-PAYMENT APPENDS THE P RECORD FOR A      *
      *      CHECK THE BANK PAID THIS RUN, CARRYING THE AMOUNT   *
      *      PAID AND THE DATE IT CLEARED                        *
      ************************************************************
       1400-RECORD-PAYMENT.
           ADD 1 TO CLEARED-COUNT
           ADD BNK-AMOUNT         TO CLEARED-TOTAL
           MOVE GRP-CHECK-NO      TO IO-CHECK-NO
           MOVE GRP-EMPID         TO IO-EMPID
           MOVE BNK-AMOUNT        TO IO-AMOUNT
           MOVE BNK-PAID-DATE     TO IO-ACTIVITY-DATE
           MOVE GRP-PERIOD-NO     TO IO-PERIOD-NO
           MOVE RC-GENERATION     TO IO-GENERATION
           MOVE 'P'               TO IO-STATUS
           MOVE ZEROS             TO IO-REF-CHECK-NO
           WRITE CHKISSU-REC FROM CHKISSU-OUT-DATA.


      ************************************************************
      *      1375-OPEN-CHECK-ISSUE OPENS THE CUMULATIVE          *
      *      ISSUED-CHECK TRAIL FOR APPEND ONCE THE SORT HAS     *
      *      TAKEN ITS COPY - A TRAIL THAT DOES NOT EXIST YET IS *
      *      CREATED                                             *
      ************************************************************
       1375-OPEN-CHECK-ISSUE.
           OPEN EXTEND CHECK-ISSUE-FILE
           IF (CHKISSU-FILE-STATUS NOT = '00') THEN
               OPEN OUTPUT CHECK-ISSUE-FILE
           END-IF.


      ************************************************************
      *      1500-SORT-ISSUE-TRAIL SORTS THE ISSUED-CHECK TRAIL  *
      *      INTO CHECK-NUMBER SEQUENCE WHEN IT EXISTS - A       *
      *      MISSING TRAIL MEANS NO CHECK HAS EVER BEEN ISSUED,  *
      *      SO EVERY BANK ITEM IS AN EXCEPTION                  *
      ************************************************************
       1500-SORT-ISSUE-TRAIL.
           OPEN INPUT CHECK-ISSUE-FILE
           IF (CHKISSU-FILE-STATUS = '00') THEN
               SET ISSUE-OPENED TO TRUE
               CLOSE CHECK-ISSUE-FILE
               SORT ISSUE-SORT-FILE
                   ON ASCENDING KEY ISRT-CHECK-NO
                   USING CHECK-ISSUE-FILE
                   GIVING SORTED-ISSUE-FILE
           END-IF.


      ************************************************************
      *      1600-PRINT-EXCEPTION PRINTS ONE LINE ON THE         *
      *      EXCEPTION LIST FOR THE CURRENT CHECK WITH THE       *
      *      REASON IN EXCP-REASON                               *
      ************************************************************
       1600-PRINT-EXCEPTION.
           ADD 1 TO EXCP-COUNT
           MOVE GRP-CHECK-NO      TO ER-CHECK-NO
           MOVE GRP-EMPID         TO ER-EMPID
           MOVE GRP-AMOUNT        TO ER-ISSUED-AMOUNT
           MOVE BNK-AMOUNT        TO ER-PAID-AMOUNT
           MOVE BNK-PAID-DATE     TO ER-PAID-DATE
           COMPUTE ER-DIFFERENCE = BNK-AMOUNT - GRP-AMOUNT
           MOVE EXCP-REASON       TO ER-REASON
           WRITE EXCPRPT-REC FROM EXCPRPT-DETAIL
               AFTER ADVANCING 1 LINE.


      ************************************************************
      *      1700-PRINT-OUTSTANDING PRINTS THE CURRENT CHECK ON  *
      *      THE OUTSTANDING LIST WITH THE DAYS SINCE IT WAS     *
      *      ISSUED, AND ON THE STALE LIST AS WELL WHEN THAT IS  *
      *      OVER STALE-DAYS-LIMIT                               *
      ************************************************************
       1700-PRINT-OUTSTANDING.
           MOVE GRP-ISSUE-DATE    TO DN-DATE
           PERFORM 1900-COMPUTE-DAY-NUMBER
           COMPUTE DAYS-OUT = RUN-DAY-NUMBER - DN-DAY-NUMBER
           IF (DAYS-OUT < 0) THEN
               MOVE ZEROS             TO DAYS-OUT
           END-IF
           ADD 1 TO OUT-COUNT
           ADD GRP-AMOUNT         TO OUT-TOTAL
           MOVE GRP-CHECK-NO      TO OR-CHECK-NO
           MOVE GRP-EMPID         TO OR-EMPID
           MOVE GRP-PERIOD-NO     TO OR-PERIOD-NO
           MOVE GRP-ISSUE-DATE    TO OR-ISSUE-DATE
           MOVE GRP-AMOUNT        TO OR-AMOUNT
           MOVE DAYS-OUT          TO OR-DAYS-OUT
           WRITE RECONRPT-REC FROM OUTRPT-DETAIL
               AFTER ADVANCING 1 LINE
           IF (DAYS-OUT > STALE-DAYS-LIMIT) THEN
               ADD 1 TO STALE-COUNT
               ADD GRP-AMOUNT         TO STALE-TOTAL
               WRITE STALERPT-REC FROM OUTRPT-DETAIL
                   AFTER ADVANCING 1 LINE
           END-IF.


      ************************************************************
      *      1900-COMPUTE-DAY-NUMBER TURNS THE YYYYMMDD DATE IN  *
      *      DN-DATE INTO A DAY COUNT IN DN-DAY-NUMBER - WHOLE   *
      *      PRIOR YEARS AT 365 DAYS PLUS ONE PER LEAP YEAR,     *
      *      THEN THE DAYS BEFORE THE MONTH, THEN THE DAY, PLUS  *
      *      ONE PAST FEBRUARY IN A LEAP YEAR - A DATE WITH NO   *
      *      VALID MONTH COUNTS AS DAY ZERO                      *
      ************************************************************
       1900-COMPUTE-DAY-NUMBER.
           MOVE ZEROS             TO DN-DAY-NUMBER
           IF (DN-YYYY > 0) AND (DN-MM > 0) AND (DN-MM < 13) THEN
               COMPUTE DN-PRIOR-YEARS = DN-YYYY - 1
               COMPUTE DN-DAY-NUMBER = DN-PRIOR-YEARS * 365
               DIVIDE DN-PRIOR-YEARS BY 4 GIVING DN-QUOTIENT
               ADD DN-QUOTIENT        TO DN-DAY-NUMBER
               DIVIDE DN-PRIOR-YEARS BY 100 GIVING DN-QUOTIENT
               SUBTRACT DN-QUOTIENT   FROM DN-DAY-NUMBER
               DIVIDE DN-PRIOR-YEARS BY 400 GIVING DN-QUOTIENT
               ADD DN-QUOTIENT        TO DN-DAY-NUMBER
               ADD CUM-DAYS(DN-MM)    TO DN-DAY-NUMBER
               ADD DN-DD              TO DN-DAY-NUMBER
               MOVE 'N'               TO DN-LEAP-SW
               DIVIDE DN-YYYY BY 4 GIVING DN-QUOTIENT
                   REMAINDER DN-REMAINDER
               IF (DN-REMAINDER = 0) THEN
                   SET DN-LEAP-YEAR TO TRUE
                   DIVIDE DN-YYYY BY 100 GIVING DN-QUOTIENT
                       REMAINDER DN-REMAINDER
                   IF (DN-REMAINDER = 0) THEN
                       MOVE 'N'           TO DN-LEAP-SW
                       DIVIDE DN-YYYY BY 400 GIVING DN-QUOTIENT
                           REMAINDER DN-REMAINDER
                       IF (DN-REMAINDER = 0) THEN
                           SET DN-LEAP-YEAR TO TRUE
                       END-IF
                   END-IF
               END-IF
               IF (DN-LEAP-YEAR) AND (DN-MM > 2) THEN
                   ADD 1 TO DN-DAY-NUMBER
               END-IF
           END-IF.


      ************************************************************
      *      5000-PRINT-HEAD PRINTS THE HEADING LINES OF ALL     *
      *      THREE LISTS AT THE TOP OF THE RUN                   *
      ************************************************************
       5000-PRINT-HEAD.
           ACCEPT CURRENT-DATE FROM DATE
           MOVE CURRENT-DATE      TO RECONRPT-DATE
           MOVE CURRENT-DATE      TO STALERPT-DATE
           MOVE CURRENT-DATE      TO EXCPRPT-DATE
           MOVE STALE-DAYS-LIMIT  TO SH-STALE-DAYS
           WRITE RECONRPT-REC FROM RECONRPT-HEADING1
               AFTER ADVANCING 1 LINE
           WRITE RECONRPT-REC FROM OUTRPT-HEADING2
               AFTER ADVANCING 2 LINE
           MOVE SPACES TO RECONRPT-REC
           WRITE RECONRPT-REC
               AFTER ADVANCING 1 LINE
           WRITE STALERPT-REC FROM STALERPT-HEADING1
               AFTER ADVANCING 1 LINE
           WRITE STALERPT-REC FROM OUTRPT-HEADING2
               AFTER ADVANCING 2 LINE
           MOVE SPACES TO STALERPT-REC
           WRITE STALERPT-REC
               AFTER ADVANCING 1 LINE
           WRITE EXCPRPT-REC FROM EXCPRPT-HEADING1
               AFTER ADVANCING 1 LINE
           WRITE EXCPRPT-REC FROM EXCPRPT-HEADING2
               AFTER ADVANCING 2 LINE
           MOVE SPACES TO EXCPRPT-REC
           WRITE EXCPRPT-REC
               AFTER ADVANCING 1 LINE.


      ************************************************************
      *      6000-PRINT-SUMMARY PRINTS THE RECONCILIATION        *
      *      COUNTS AND TOTALS AT THE FOOT OF THE OUTSTANDING    *
      *      LIST                                                *
      ************************************************************
       6000-PRINT-SUMMARY.
           MOVE BANK-COUNT        TO RS-BANK-COUNT
           MOVE CLEARED-COUNT     TO RS-CLEARED-COUNT
           MOVE CLEARED-TOTAL     TO RS-CLEARED-TOTAL
           MOVE OUT-COUNT         TO RS-OUT-COUNT
           MOVE OUT-TOTAL         TO RS-OUT-TOTAL
           MOVE STALE-COUNT       TO RS-STALE-COUNT
           MOVE STALE-TOTAL       TO RS-STALE-TOTAL
           MOVE EXCP-COUNT        TO RS-EXCP-COUNT
           MOVE SPACES TO RECONRPT-REC
           WRITE RECONRPT-REC
               AFTER ADVANCING 1 LINE
           WRITE RECONRPT-REC FROM RECONRPT-SUMMARY1
               AFTER ADVANCING 1 LINE
           WRITE RECONRPT-REC FROM RECONRPT-SUMMARY2
               AFTER ADVANCING 1 LINE
           WRITE RECONRPT-REC FROM RECONRPT-SUMMARY3
               AFTER ADVANCING 1 LINE
           WRITE RECONRPT-REC FROM RECONRPT-SUMMARY4
               AFTER ADVANCING 1 LINE
           WRITE RECONRPT-REC FROM RECONRPT-SUMMARY5
               AFTER ADVANCING 1 LINE.


      ************************************************************
      *      9100-READ-ISSUE READS ONE RECORD FROM THE SORTED    *
      *      ISSUED-CHECK TRAIL - AT END IT SETS ISSUE-AT-EOF    *
      ************************************************************
       9100-READ-ISSUE.
           READ SORTED-ISSUE-FILE INTO CHKISSU-DATA
                AT END
                   SET ISSUE-AT-EOF TO TRUE
           END-READ.


      ************************************************************
      *      9200-READ-PAID READS ONE RECORD FROM THE SORTED     *
      *      BANK PAID-CHECKS FILE - AT END IT SETS PAID-AT-EOF  *
      ************************************************************
       9200-READ-PAID.
           READ SORTED-PAID-FILE INTO PAID-DATA
                AT END
                   SET PAID-AT-EOF TO TRUE
           END-READ.


      ************************************************************
      *      8100-CHECK-RUN-CONTROL ENFORCES THE JOB-STREAM      *
      *      SEQUENCE BEFORE ANYTHING IS TOUCHED - THE RUN       *
      *      ABENDS WITH AN OPERATOR MESSAGE IF THE SHARED RUN   *
      *      CONTROL IS MISSING OR IF A PROG3 PAY RUN OR A       *
      *      PROG16 VOID RUN IS STARTED BUT NOT FINISHED - A     *
      *      CLEAN START IS STAMPED S SO AN INTERRUPTED RUN IS   *
      *      VISIBLE                                             *
      ************************************************************
       8100-CHECK-RUN-CONTROL.
           OPEN INPUT RUN-CTL-FILE
           IF (RUNCTL-FILE-STATUS NOT = '00') THEN
               DISPLAY 'PROG17: RUN CONTROL NOT FOUND - '
                   'RUN PROG5 MASTER LOAD FIRST'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           READ RUN-CTL-FILE INTO RUN-CTL-DATA
           IF (RUNCTL-FILE-STATUS NOT = '00') THEN
               DISPLAY 'PROG17: RUN CONTROL UNREADABLE - '
                   'RUN PROG5 MASTER LOAD FIRST'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE RUN-CTL-FILE
           IF (RC-STEP-DONE(3) = 'S') THEN
               DISPLAY 'PROG17: PROG3 PAY RUN STARTED BUT NOT '
                   'COMPLETE FOR GENERATION ' RC-GENERATION
                   ' - RUN ABORTED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF (RC-STEP-DONE(16) = 'S') THEN
               DISPLAY 'PROG17: PROG16 VOID RUN STARTED BUT NOT '
                   'COMPLETE FOR GENERATION ' RC-GENERATION
                   ' - RUN ABORTED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF (RC-STEP-DONE(17) NOT = 'S') THEN
               MOVE 'S' TO RC-STEP-DONE(17)
               PERFORM 8300-REWRITE-RUN-CONTROL
           END-IF.


      ************************************************************
      *      8200-MARK-STEP-DONE STAMPS THIS RUN AS COMPLETED    *
      *      FOR THE GENERATION IT RAN UNDER ON THE SHARED RUN   *
      *      CONTROL                                             *
      ************************************************************
       8200-MARK-STEP-DONE.
           MOVE 'Y' TO RC-STEP-DONE(17)
           PERFORM 8300-REWRITE-RUN-CONTROL.


       8300-REWRITE-RUN-CONTROL.
           OPEN OUTPUT RUN-CTL-FILE
           WRITE RUN-CTL-REC FROM RUN-CTL-DATA
           CLOSE RUN-CTL-FILE.

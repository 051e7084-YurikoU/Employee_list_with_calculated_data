       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG16.
       AUTHOR. TIM PATRICK.
      * PAPER-CHECK VOID AND REISSUE RUN AGAINST THE ISSUED-CHECK
      * TRAIL WRITTEN BY THE PROG3 PAY RUN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-ISSUE-FILE  ASSIGN TO DA-S-CHKISSU
               FILE STATUS IS CHKISSU-FILE-STATUS.
           SELECT ISSUE-SORT-FILE   ASSIGN TO SORTWK1.
           SELECT SORTED-ISSUE-FILE ASSIGN TO DA-S-SRTISSU.
           SELECT VOID-TRANS-FILE   ASSIGN TO DA-S-VOIDTRAN.
           SELECT TRANS-SORT-FILE   ASSIGN TO SORTWK2.
           SELECT SORTED-TRANS-FILE ASSIGN TO DA-S-SRTVOID.
           SELECT CHECK-CTL-FILE    ASSIGN TO DA-S-CHECKCTL
               FILE STATUS IS CHKCTL-FILE-STATUS.
           SELECT VOID-RPT-FILE     ASSIGN TO UR-S-VOIDRPT.
           SELECT RUN-CTL-FILE      ASSIGN TO DA-S-RUNCTL
               FILE STATUS IS RUNCTL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      ***********************************************************
      *    CHECK-ISSUE-FILE IS THE CUMULATIVE ISSUED-CHECK      *
      *    TRAIL PROG3 APPENDS EVERY PAPER CHECK TO - IT IS     *
      *    SORTED INTO CHECK-NUMBER SEQUENCE BELOW SO EACH VOID *
      *    TRANSACTION CAN FIND THE CHECK IT NAMES, AND THE     *
      *    VOID AND REPLACEMENT RECORDS THIS RUN PRODUCES ARE   *
      *    THEN APPENDED TO THE SAME TRAIL - A MISSING TRAIL    *
      *    MEANS NO CHECK HAS EVER BEEN ISSUED                  *
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
      *    VOID-TRANS-FILE CARRIES ONE TRANSACTION PER CHECK TO *
      *    BE VOIDED - THE CHECK NUMBER, AN ACTION (V VOIDS THE *
      *    CHECK ONLY, R VOIDS IT AND ISSUES A REPLACEMENT FOR  *
      *    THE SAME AMOUNT), AND A FREE-FORM REASON THAT IS     *
      *    PRINTED ON THE REGISTER                              *
      ***********************************************************
       FD VOID-TRANS-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 VOID-TRANS-REC        PIC X(29).
       SD TRANS-SORT-FILE.
       01 TSRT-REC.
           03 TSRT-CHECK-NO     PIC 9(8).
           03 FILLER            PIC X(21).
       FD SORTED-TRANS-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 SRTD-TRANS-REC        PIC X(29).
      ***********************************************************
      *    CHECK-CTL-FILE IS THE SINGLE-RECORD CHECK-NUMBER RUN *
      *    CONTROL SHARED WITH THE PROG3 PAY RUN - A            *
      *    REPLACEMENT CHECK TAKES THE NEXT NUMBER IN THE SAME  *
      *    SEQUENCE SO NO NUMBER IS EVER USED TWICE             *
      ***********************************************************
       FD CHECK-CTL-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 CHECK-CTL-REC.
           03 CC-NEXT-CHECK-NO  PIC 9(8).
      ***********************************************************
      *    VOID-RPT-FILE IS THE PRINTED VOID/REISSUE REGISTER - *
      *    ONE LINE PER TRANSACTION SHOWING THE CHECK VOIDED,   *
      *    ANY REPLACEMENT NUMBER, OR WHY IT WAS REJECTED, THEN *
      *    SUMMARIZED BY 6000-PRINT-SUMMARY                     *
      ***********************************************************
       FD VOID-RPT-FILE
           LABEL RECORDS ARE OMITTED.
       01 VOIDRPT-REC           PIC X(120).
      ***********************************************************
      *    RUN-CTL-FILE IS THE SHARED JOB-STREAM RUN CONTROL    *
      *    MAINTAINED BY THE PROG5 MASTER LOAD - THIS RUN       *
      *    REFUSES TO START WHILE A PROG3 PAY RUN IS STARTED    *
      *    BUT NOT FINISHED, SINCE THAT RUN REWRITES THE CHECK  *
      *    NUMBER CONTROL ON ITS WAY OUT                        *
      ***********************************************************
       FD RUN-CTL-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 RUN-CTL-REC           PIC X(36).
       WORKING-STORAGE SECTION.
      ***********************************************************
      *    LAYOUT FOR ONE ISSUED-CHECK TRAIL RECORD, READ FROM  *
      *    SORTED-ISSUE-FILE - STATUS I IS A CHECK THE PAY RUN  *
      *    ISSUED, R A REPLACEMENT THIS RUN ISSUED, V A VOID,   *
      *    AND P A CHECK THE PROG17 RECONCILIATION SAW PAID -   *
      *    IC-REF-CHECK-NO TIES A VOID TO ITS REPLACEMENT AND A *
      *    REPLACEMENT BACK TO THE CHECK IT REPLACED            *
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
      *    THE SAME LAYOUT FOR THE V AND R RECORDS THIS RUN     *
      *    APPENDS TO THE TRAIL - BUILT APART FROM CHKISSU-DATA *
      *    SO THE TRAIL RECORD ALREADY READ AHEAD IS NOT LOST   *
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
      *    LAYOUT FOR ONE SORTED VOID TRANSACTION, READ FROM    *
      *    SORTED-TRANS-FILE INTO WORKING STORAGE               *
      ***********************************************************
       01 TRANS-DATA.
           03 VT-CHECK-NO       PIC 9(8).
           03 VT-ACTION         PIC X(1).
           03 VT-REASON         PIC X(20).

      ***********************************************************
      *    WHAT THE TRAIL SAYS ABOUT THE CHECK NUMBER NOW BEING *
      *    WORKED - BUILT BY 1100-LOAD-CHECK-GROUP FROM EVERY   *
      *    TRAIL RECORD CARRYING THAT NUMBER AND KEPT UP TO     *
      *    DATE AS THIS RUN VOIDS IT, SO A SECOND TRANSACTION   *
      *    FOR THE SAME CHECK SEES THE FIRST ONE'S VOID         *
      ***********************************************************
       01 CHECK-GROUP.
           03 GRP-CHECK-NO      PIC 9(8)    VALUE ZEROS.
           03 GRP-EMPID         PIC 9(7)    VALUE ZEROS.
           03 GRP-AMOUNT        PIC S9(7)V99 VALUE ZEROS.
           03 GRP-PERIOD-NO     PIC 9(4)    VALUE ZEROS.
           03 GRP-LOADED-SW     PIC X(1)    VALUE 'N'.
               88 GROUP-LOADED               VALUE 'Y'.
           03 GRP-ISSUED-SW     PIC X(1)    VALUE 'N'.
               88 GROUP-ISSUED               VALUE 'Y'.
           03 GRP-VOIDED-SW     PIC X(1)    VALUE 'N'.
               88 GROUP-VOIDED               VALUE 'Y'.
           03 GRP-PAID-SW       PIC X(1)    VALUE 'N'.
               88 GROUP-PAID                 VALUE 'Y'.

      ***********************************************************
      *    LAYOUT FOR THE RUN CONTROL RECORD - THE STEP BYTES   *
      *    ARE SUBSCRIPTED BY PROGRAM NUMBER                    *
      ***********************************************************
       01 RUN-CTL-DATA.
           03 RC-GENERATION     PIC 9(6).
           03 RC-STEP-DONE OCCURS 30 TIMES
                                PIC X(1).

      ***********************************************************
      *    LAYOUT FOR THE VOID/REISSUE REGISTER HEADING,        *
      *    DETAIL, AND SUMMARY LINES                            *
      ***********************************************************
       01 VOIDRPT-HEADING1.
           03 VOIDRPT-DATE       PIC 99/99/99.
           03 FILLER             PIC X(10)   VALUE SPACES.
           03                    PIC X(42)   VALUE
               'PROG16 - CHECK VOID AND REISSUE REGISTER'.
       01 VOIDRPT-HEADING2.
           03                    PIC X(8)    VALUE 'CHECK NO'.
           03 FILLER             PIC X(2)    VALUE SPACES.
           03                    PIC X(3)    VALUE 'ACT'.
           03 FILLER             PIC X(2)    VALUE SPACES.
           03                    PIC X(6)    VALUE 'EMP ID'.
           03 FILLER             PIC X(3)    VALUE SPACES.
           03                    PIC X(6)    VALUE 'PERIOD'.
           03 FILLER             PIC X(6)    VALUE SPACES.
           03                    PIC X(6)    VALUE 'AMOUNT'.
           03 FILLER             PIC X(2)    VALUE SPACES.
           03                    PIC X(9)    VALUE 'NEW CHECK'.
           03 FILLER             PIC X(2)    VALUE SPACES.
           03                    PIC X(11)   VALUE 'DISPOSITION'.
           03 FILLER             PIC X(2)    VALUE SPACES.
           03                    PIC X(6)    VALUE 'REASON'.
       01 VOIDRPT-DETAIL.
           03 VR-CHECK-NO         PIC 9(8).
           03 FILLER              PIC X(3)    VALUE SPACES.
           03 VR-ACTION           PIC X(1).
           03 FILLER              PIC X(3)    VALUE SPACES.
           03 VR-EMPID            PIC 9(7).
           03 FILLER              PIC X(3)    VALUE SPACES.
           03 VR-PERIOD-NO        PIC ZZZ9.
           03 FILLER              PIC X(2)    VALUE SPACES.
           03 VR-AMOUNT           PIC -ZZ,ZZ9.99.
           03 FILLER              PIC X(2)    VALUE SPACES.
           03 VR-NEW-CHECK-NO     PIC Z(7)9.
           03 FILLER              PIC X(3)    VALUE SPACES.
           03 VR-DISPOSITION      PIC X(8).
           03 FILLER              PIC X(5)    VALUE SPACES.
           03 VR-REASON           PIC X(30).
       01 VOIDRPT-SUMMARY1.
           03                    PIC X(33)   VALUE
               'NUMBER OF TRANSACTIONS READ:    '.
           03 VS-TRANS-COUNT      PIC ZZZZZZ9.
       01 VOIDRPT-SUMMARY2.
           03                    PIC X(33)   VALUE
               'NUMBER OF CHECKS VOIDED:        '.
           03 VS-VOID-COUNT       PIC ZZZZZZ9.
       01 VOIDRPT-SUMMARY3.
           03                    PIC X(33)   VALUE
               'NUMBER OF REPLACEMENTS ISSUED:  '.
           03 VS-REISSUE-COUNT    PIC ZZZZZZ9.
       01 VOIDRPT-SUMMARY4.
           03                    PIC X(33)   VALUE
               'NUMBER OF TRANSACTIONS REJECTED:'.
           03 VS-REJECT-COUNT     PIC ZZZZZZ9.
       01 VOIDRPT-SUMMARY5.
           03                    PIC X(23)   VALUE
               'VOIDED CHECK TOTAL:    '.
           03 FILLER              PIC X(2)    VALUE SPACES.
           03 VS-VOID-TOTAL       PIC -$Z,ZZZ,ZZ9.99.
       01 VOIDRPT-SUMMARY6.
           03                    PIC X(23)   VALUE
               'REPLACEMENT CHECK TOTAL'.
           03 FILLER              PIC X(2)    VALUE SPACES.
           03 VS-REISSUE-TOTAL    PIC -$Z,ZZZ,ZZ9.99.
       01 VOIDRPT-SUMMARY7.
           03                    PIC X(33)   VALUE
               'NEXT CHECK NUMBER ON CONTROL:   '.
           03 VS-NEXT-CHECK-NO    PIC Z(7)9.

      * VARIABLE TO STORE TODAY'S DATE
       01 CURRENT-DATE          PIC 999999.

      * SWITCHES TO FLAG END OF FILE ON EACH SORTED FILE AND THE
      * FILE STATUSES THE OPTIONAL TRAIL, THE CHECK CONTROL, AND
      * THE RUN CONTROL ARE CHECKED THROUGH
       01 MISC.
           03 ISSUE-EOF-SW       PIC X(1)    VALUE 'N'.
               88 ISSUE-AT-EOF               VALUE 'Y'.
           03 TRANS-EOF-SW       PIC X(1)    VALUE 'N'.
               88 TRANS-AT-EOF               VALUE 'Y'.
           03 CHKISSU-FILE-STATUS PIC X(2)   VALUE '00'.
           03 ISSUE-OPEN-SW      PIC X(1)    VALUE 'N'.
               88 ISSUE-OPENED               VALUE 'Y'.
           03 CHKCTL-FILE-STATUS PIC X(2)    VALUE '00'.
           03 RUNCTL-FILE-STATUS PIC X(2)    VALUE '00'.

      * COUNTERS AND TOTALS FOR THE REGISTER SUMMARY - SEE
      * 6000-PRINT-SUMMARY
       01 MISC2.
           03 TRANS-COUNT         PIC 9(7)     VALUE ZEROS.
           03 VOID-COUNT          PIC 9(7)     VALUE ZEROS.
           03 REISSUE-COUNT       PIC 9(7)     VALUE ZEROS.
           03 REJECT-COUNT        PIC 9(7)     VALUE ZEROS.
           03 VOID-TOTAL          PIC S9(9)V99 VALUE ZEROS.
           03 REISSUE-TOTAL       PIC S9(9)V99 VALUE ZEROS.

      * THE NEXT CHECK NUMBER CARRIED IN FROM CHECK-CTL-FILE, THE
      * NUMBER GIVEN TO THE CURRENT REPLACEMENT, THE RUN DATE
      * STAMPED ON EVERY TRAIL RECORD, AND THE REJECT REASON FOR
      * THE CURRENT TRANSACTION - SEE 1200-APPLY-TRANS
       01 MISC3.
           03 NEXT-CHECK-NO       PIC 9(8)     VALUE 1.
           03 NEW-CHECK-NO        PIC 9(8)     VALUE ZEROS.
           03 RUN-DATE-YMD        PIC 9(8)     VALUE ZEROS.
           03 REJECT-REASON       PIC X(30)    VALUE SPACES.

      ************************************************************
      *      START OF PROCEDURE DIVISION                         *
      ************************************************************
       PROCEDURE DIVISION.


      ************************************************************
      *      000-MAINLINE SORTS THE ISSUED-CHECK TRAIL AND THE   *
      *      VOID TRANSACTIONS INTO CHECK-NUMBER SEQUENCE,       *
      *      APPLIES EACH TRANSACTION AGAINST WHAT THE TRAIL     *
      *      SAYS ABOUT ITS CHECK, APPENDS THE VOIDS AND         *
      *      REPLACEMENTS TO THE TRAIL, AND HANDS THE CHECK      *
      *      NUMBER SEQUENCE BACK TO THE CHECK CONTROL           *
      ************************************************************
       000-MAINLINE.
           PERFORM 8100-CHECK-RUN-CONTROL.
           ACCEPT RUN-DATE-YMD FROM DATE YYYYMMDD.
           PERFORM 1500-SORT-ISSUE-TRAIL.
           SORT TRANS-SORT-FILE
               ON ASCENDING KEY TSRT-CHECK-NO
               USING VOID-TRANS-FILE
               GIVING SORTED-TRANS-FILE.
           PERFORM 1370-READ-CHECK-CONTROL.
           OPEN INPUT SORTED-TRANS-FILE
                OUTPUT VOID-RPT-FILE.
           IF (ISSUE-OPENED) THEN
               OPEN INPUT SORTED-ISSUE-FILE
               PERFORM 9100-READ-ISSUE
           ELSE
               SET ISSUE-AT-EOF TO TRUE
           END-IF
           PERFORM 1375-OPEN-CHECK-ISSUE.
           PERFORM 5000-PRINT-HEAD.
           PERFORM 9200-READ-TRANS.
           PERFORM 1000-TRANS-LOOP
               UNTIL TRANS-AT-EOF.
           PERFORM 6200-REWRITE-CHECK-CONTROL.
           PERFORM 6000-PRINT-SUMMARY.
           CLOSE SORTED-TRANS-FILE
               VOID-RPT-FILE
               CHECK-ISSUE-FILE.
           IF (ISSUE-OPENED) THEN
               CLOSE SORTED-ISSUE-FILE
           END-IF
           PERFORM 8200-MARK-STEP-DONE.
           STOP RUN.


      ************************************************************
      *      1000-TRANS-LOOP APPLIES ONE VOID TRANSACTION AND    *
      *      READS THE NEXT ONE - THE TRAIL RECORDS FOR THE      *
      *      TRANSACTION'S CHECK ARE GATHERED FIRST UNLESS THE   *
      *      PRIOR TRANSACTION NAMED THE SAME CHECK, IN WHICH    *
      *      CASE THE GROUP ALREADY IN HAND (WITH ITS VOID) IS   *
      *      USED AS IT STANDS                                   *
      ************************************************************
       1000-TRANS-LOOP.
           ADD 1 TO TRANS-COUNT
           IF (NOT GROUP-LOADED)
              OR (GRP-CHECK-NO NOT = VT-CHECK-NO) THEN
               PERFORM 1100-LOAD-CHECK-GROUP
           END-IF
           PERFORM 1200-APPLY-TRANS
           PERFORM 9200-READ-TRANS.


      ************************************************************
      *      1100-LOAD-CHECK-GROUP SKIPS THE TRAIL FORWARD TO    *
      *      THE TRANSACTION'S CHECK NUMBER AND FOLDS EVERY      *
      *      TRAIL RECORD CARRYING THAT NUMBER INTO CHECK-GROUP  *
      *      - THE CURSOR ONLY EVER MOVES FORWARD BECAUSE BOTH   *
      *      FILES RUN IN ASCENDING CHECK-NUMBER SEQUENCE        *
      ************************************************************
       1100-LOAD-CHECK-GROUP.
           MOVE VT-CHECK-NO       TO GRP-CHECK-NO
           MOVE ZEROS             TO GRP-EMPID
           MOVE ZEROS             TO GRP-AMOUNT
           MOVE ZEROS             TO GRP-PERIOD-NO
           MOVE 'N'               TO GRP-ISSUED-SW
           MOVE 'N'               TO GRP-VOIDED-SW
           MOVE 'N'               TO GRP-PAID-SW
           SET GROUP-LOADED TO TRUE
           PERFORM 9100-READ-ISSUE
               UNTIL (ISSUE-AT-EOF) OR (IC-CHECK-NO >= GRP-CHECK-NO)
           PERFORM 1150-TAKE-ONE-ISSUE-REC
               UNTIL (ISSUE-AT-EOF) OR (IC-CHECK-NO NOT = GRP-CHECK-NO).


      ************************************************************
      *      1150-TAKE-ONE-ISSUE-REC FOLDS ONE TRAIL RECORD FOR  *
      *      THE GROUP'S CHECK NUMBER INTO CHECK-GROUP - AN I OR *
      *      R RECORD SUPPLIES THE PAYEE, AMOUNT, AND PERIOD, A  *
      *      V MARKS THE CHECK VOIDED, AND A P MARKS IT ALREADY  *
      *      PAID BY THE BANK - THEN READS THE NEXT ONE          *
      ************************************************************
       1150-TAKE-ONE-ISSUE-REC.
           IF (IC-STATUS = 'I') OR (IC-STATUS = 'R') THEN
               SET GROUP-ISSUED TO TRUE
               MOVE IC-EMPID          TO GRP-EMPID
               MOVE IC-AMOUNT         TO GRP-AMOUNT
               MOVE IC-PERIOD-NO      TO GRP-PERIOD-NO
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
      *      1200-APPLY-TRANS VOIDS THE TRANSACTION'S CHECK AND, *
      *      FOR AN R, ISSUES THE REPLACEMENT - A BAD ACTION     *
      *      CODE, A CHECK THE TRAIL NEVER ISSUED, ONE ALREADY   *
      *      VOIDED, OR ONE THE BANK HAS ALREADY PAID IS         *
      *      REJECTED ON THE REGISTER AND LEAVES THE TRAIL AND   *
      *      THE CHECK CONTROL UNTOUCHED                         *
      ************************************************************
       1200-APPLY-TRANS.
           MOVE SPACES            TO REJECT-REASON
           IF (VT-ACTION NOT = 'V') AND (VT-ACTION NOT = 'R') THEN
               MOVE 'ACTION CODE NOT A V OR R'  TO REJECT-REASON
           ELSE
               IF (NOT GROUP-ISSUED) THEN
                   MOVE 'CHECK NOT ON ISSUED TRAIL' TO REJECT-REASON
               ELSE
                   IF (GROUP-VOIDED) THEN
                       MOVE 'CHECK ALREADY VOIDED' TO REJECT-REASON
                   ELSE
                       IF (GROUP-PAID) THEN
                           MOVE 'CHECK ALREADY PAID BY BANK'
                               TO REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF (REJECT-REASON NOT = SPACES) THEN
               ADD 1 TO REJECT-COUNT
               MOVE ZEROS             TO NEW-CHECK-NO
               MOVE 'REJECTED'        TO VR-DISPOSITION
               MOVE REJECT-REASON     TO VR-REASON
           ELSE
               IF (VT-ACTION = 'R') THEN
                   MOVE NEXT-CHECK-NO TO NEW-CHECK-NO
                   ADD 1 TO NEXT-CHECK-NO
               ELSE
                   MOVE ZEROS         TO NEW-CHECK-NO
               END-IF
               PERFORM 1300-VOID-CHECK
               IF (VT-ACTION = 'R') THEN
                   PERFORM 1400-ISSUE-REPLACEMENT
                   MOVE 'REISSUED'    TO VR-DISPOSITION
               ELSE
                   MOVE 'VOIDED'      TO VR-DISPOSITION
               END-IF
               MOVE VT-REASON         TO VR-REASON
           END-IF
           PERFORM 1600-PRINT-TRANS-LINE.


      ************************************************************
      *      1300-VOID-CHECK APPENDS THE V RECORD FOR THE GROUP'S*
      *      CHECK TO THE TRAIL, POINTING AT THE REPLACEMENT     *
      *      NUMBER WHEN THERE IS ONE, AND MARKS THE GROUP       *
      *      VOIDED SO THE CHECK CANNOT BE VOIDED TWICE          *
      ************************************************************
       1300-VOID-CHECK.
           ADD 1 TO VOID-COUNT
           ADD GRP-AMOUNT         TO VOID-TOTAL
           MOVE GRP-CHECK-NO      TO IO-CHECK-NO
           MOVE GRP-EMPID         TO IO-EMPID
           MOVE GRP-AMOUNT        TO IO-AMOUNT
           MOVE RUN-DATE-YMD      TO IO-ACTIVITY-DATE
           MOVE GRP-PERIOD-NO     TO IO-PERIOD-NO
           MOVE RC-GENERATION     TO IO-GENERATION
           MOVE 'V'               TO IO-STATUS
           MOVE NEW-CHECK-NO      TO IO-REF-CHECK-NO
           WRITE CHKISSU-REC FROM CHKISSU-OUT-DATA
           SET GROUP-VOIDED TO TRUE.


      ************************************************************
      *      1400-ISSUE-REPLACEMENT APPENDS THE R RECORD FOR THE *
      *      REPLACEMENT CHECK - SAME PAYEE, AMOUNT, AND PAY     *
      *      PERIOD AS THE CHECK IT REPLACES, UNDER THE NEW      *
      *      NUMBER, POINTING BACK AT THE ORIGINAL - SO THE      *
      *      RECONCILIATION CARRIES IT AS OUTSTANDING UNTIL THE  *
      *      BANK PAYS IT                                        *
      ************************************************************
       1400-ISSUE-REPLACEMENT.
           ADD 1 TO REISSUE-COUNT
           ADD GRP-AMOUNT         TO REISSUE-TOTAL
           MOVE NEW-CHECK-NO      TO IO-CHECK-NO
           MOVE GRP-EMPID         TO IO-EMPID
           MOVE GRP-AMOUNT        TO IO-AMOUNT
           MOVE RUN-DATE-YMD      TO IO-ACTIVITY-DATE
           MOVE GRP-PERIOD-NO     TO IO-PERIOD-NO
           MOVE RC-GENERATION     TO IO-GENERATION
           MOVE 'R'               TO IO-STATUS
           MOVE GRP-CHECK-NO      TO IO-REF-CHECK-NO
           WRITE CHKISSU-REC FROM CHKISSU-OUT-DATA.


      ************************************************************
      *      1370-READ-CHECK-CONTROL PICKS UP THE NEXT CHECK     *
      *      NUMBER FROM THE SINGLE-RECORD RUN CONTROL, THE SAME *
      *      WAY THE PROG3 PAY RUN DOES - A MISSING OR EMPTY     *
      *      FILE STARTS THE SEQUENCE AT 1                       *
      ************************************************************
       1370-READ-CHECK-CONTROL.
           OPEN INPUT CHECK-CTL-FILE
           IF (CHKCTL-FILE-STATUS = '00') THEN
               READ CHECK-CTL-FILE
               IF (CHKCTL-FILE-STATUS = '00') THEN
                   MOVE CC-NEXT-CHECK-NO TO NEXT-CHECK-NO
               END-IF
               CLOSE CHECK-CTL-FILE
           END-IF.


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
      *      SO THE TRAIL SIDE STARTS AT EOF AND EVERY           *
      *      TRANSACTION IS REJECTED                             *
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
      *      1600-PRINT-TRANS-LINE PRINTS THE CURRENT            *
      *      TRANSACTION'S LINE ON THE REGISTER WITH THE         *
      *      DISPOSITION AND REASON ALREADY FILLED IN            *
      ************************************************************
       1600-PRINT-TRANS-LINE.
           MOVE VT-CHECK-NO       TO VR-CHECK-NO
           MOVE VT-ACTION         TO VR-ACTION
           MOVE GRP-EMPID         TO VR-EMPID
           MOVE GRP-PERIOD-NO     TO VR-PERIOD-NO
           MOVE GRP-AMOUNT        TO VR-AMOUNT
           MOVE NEW-CHECK-NO      TO VR-NEW-CHECK-NO
           WRITE VOIDRPT-REC FROM VOIDRPT-DETAIL
               AFTER ADVANCING 1 LINE.


      ************************************************************
      *      5000-PRINT-HEAD PRINTS THE REGISTER HEADING LINES   *
      *      AT THE TOP OF THE RUN                               *
      ************************************************************
       5000-PRINT-HEAD.
           ACCEPT CURRENT-DATE FROM DATE
           MOVE CURRENT-DATE      TO VOIDRPT-DATE
           WRITE VOIDRPT-REC FROM VOIDRPT-HEADING1
               AFTER ADVANCING 1 LINE
           WRITE VOIDRPT-REC FROM VOIDRPT-HEADING2
               AFTER ADVANCING 2 LINE
           MOVE SPACES TO VOIDRPT-REC
           WRITE VOIDRPT-REC
               AFTER ADVANCING 1 LINE.


      ************************************************************
      *      6000-PRINT-SUMMARY PRINTS THE COUNT OF              *
      *      TRANSACTIONS READ, CHECKS VOIDED, REPLACEMENTS      *
      *      ISSUED, AND TRANSACTIONS REJECTED, THE VOIDED AND   *
      *      REPLACEMENT TOTALS, AND THE CHECK NUMBER THE NEXT   *
      *      RUN WILL START FROM                                 *
      ************************************************************
       6000-PRINT-SUMMARY.
           MOVE TRANS-COUNT       TO VS-TRANS-COUNT
           MOVE VOID-COUNT        TO VS-VOID-COUNT
           MOVE REISSUE-COUNT     TO VS-REISSUE-COUNT
           MOVE REJECT-COUNT      TO VS-REJECT-COUNT
           MOVE VOID-TOTAL        TO VS-VOID-TOTAL
           MOVE REISSUE-TOTAL     TO VS-REISSUE-TOTAL
           MOVE NEXT-CHECK-NO     TO VS-NEXT-CHECK-NO
           MOVE SPACES TO VOIDRPT-REC
           WRITE VOIDRPT-REC
               AFTER ADVANCING 1 LINE
           WRITE VOIDRPT-REC FROM VOIDRPT-SUMMARY1
               AFTER ADVANCING 1 LINE
           WRITE VOIDRPT-REC FROM VOIDRPT-SUMMARY2
               AFTER ADVANCING 1 LINE
           WRITE VOIDRPT-REC FROM VOIDRPT-SUMMARY3
               AFTER ADVANCING 1 LINE
           WRITE VOIDRPT-REC FROM VOIDRPT-SUMMARY4
               AFTER ADVANCING 1 LINE
           WRITE VOIDRPT-REC FROM VOIDRPT-SUMMARY5
               AFTER ADVANCING 1 LINE
           WRITE VOIDRPT-REC FROM VOIDRPT-SUMMARY6
               AFTER ADVANCING 1 LINE
           WRITE VOIDRPT-REC FROM VOIDRPT-SUMMARY7
               AFTER ADVANCING 1 LINE.


      ************************************************************
      *      6200-REWRITE-CHECK-CONTROL WRITES THE NEXT UNUSED   *
      *      CHECK NUMBER BACK TO THE RUN CONTROL SO THE NEXT    *
      *      PAY RUN PICKS UP THE SEQUENCE AFTER THE LAST        *
      *      REPLACEMENT                                         *
      ************************************************************
       6200-REWRITE-CHECK-CONTROL.
           OPEN OUTPUT CHECK-CTL-FILE
           MOVE NEXT-CHECK-NO     TO CC-NEXT-CHECK-NO
           WRITE CHECK-CTL-REC
           CLOSE CHECK-CTL-FILE.


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
      *      9200-READ-TRANS READS ONE RECORD FROM THE SORTED    *
      *      VOID TRANSACTION FILE - AT END IT SETS TRANS-AT-EOF *
      ************************************************************
       9200-READ-TRANS.
           READ SORTED-TRANS-FILE INTO TRANS-DATA
                AT END
                   SET TRANS-AT-EOF TO TRUE
           END-READ.


      ************************************************************
      *      8100-CHECK-RUN-CONTROL ENFORCES THE JOB-STREAM      *
      *      SEQUENCE BEFORE ANYTHING IS TOUCHED - THE RUN       *
      *      ABENDS WITH AN OPERATOR MESSAGE IF THE SHARED RUN   *
      *      CONTROL IS MISSING OR IF A PROG3 PAY RUN IS STARTED *
      *      BUT NOT FINISHED, SINCE THE TWO WOULD FIGHT OVER    *
      *      THE CHECK NUMBER SEQUENCE - A CLEAN START IS        *
      *      STAMPED S SO AN INTERRUPTED RUN IS VISIBLE          *
      ************************************************************
       8100-CHECK-RUN-CONTROL.
           OPEN INPUT RUN-CTL-FILE
           IF (RUNCTL-FILE-STATUS NOT = '00') THEN
               DISPLAY 'PROG16: RUN CONTROL NOT FOUND - '
                   'RUN PROG5 MASTER LOAD FIRST'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           READ RUN-CTL-FILE INTO RUN-CTL-DATA
           IF (RUNCTL-FILE-STATUS NOT = '00') THEN
               DISPLAY 'PROG16: RUN CONTROL UNREADABLE - '
                   'RUN PROG5 MASTER LOAD FIRST'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE RUN-CTL-FILE
           IF (RC-STEP-DONE(3) = 'S') THEN
               DISPLAY 'PROG16: PROG3 PAY RUN STARTED BUT NOT '
                   'COMPLETE FOR GENERATION ' RC-GENERATION
                   ' - RUN ABORTED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF (RC-STEP-DONE(16) NOT = 'S') THEN
               MOVE 'S' TO RC-STEP-DONE(16)
               PERFORM 8300-REWRITE-RUN-CONTROL
           END-IF.


      ************************************************************
      *      8200-MARK-STEP-DONE STAMPS THIS RUN AS COMPLETED    *
      *      FOR THE GENERATION IT RAN UNDER ON THE SHARED RUN   *
      *      CONTROL                                             *
      ************************************************************
       8200-MARK-STEP-DONE.
           MOVE 'Y' TO RC-STEP-DONE(16)
           PERFORM 8300-REWRITE-RUN-CONTROL.


       8300-REWRITE-RUN-CONTROL.
           OPEN OUTPUT RUN-CTL-FILE
           WRITE RUN-CTL-REC FROM RUN-CTL-DATA
           CLOSE RUN-CTL-FILE.

           SELECT YTD-IN-FILE       ASSIGN TO DA-S-YTDIN.
           SELECT YTD-OUT-FILE      ASSIGN TO DA-S-YTDOUT.
           SELECT STATEMENT-FILE    ASSIGN TO UR-S-ANNSTMT.
           SELECT LEAVE-IN-FILE     ASSIGN TO DA-S-LEAVEIN
               FILE STATUS IS LEAVEIN-FILE-STATUS.
           SELECT LEAVE-OUT-FILE    ASSIGN TO DA-S-LEAVEOUT.
           SELECT LEAVE-RATE-FILE   ASSIGN TO DA-S-LEAVERT
               FILE STATUS IS LVRATE-FILE-STATUS.
           SELECT RUN-CTL-FILE      ASSIGN TO DA-S-RUNCTL
               FILE STATUS IS RUNCTL-FILE-STATUS.
       DATA DIVISION.
       FD YTD-IN-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 YTD-IN-REC            PIC X(155).
      ***********************************************************
      *    YTD-OUT-FILE IS THE YTD ACCUMULATOR FILE FOR THE NEW  *
      *    YEAR - IT IS CREATED EMPTY, SO THE FIRST PROG3 RUN OF *
       FD YTD-OUT-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 YTD-OUT-REC           PIC X(155).
      ***********************************************************
      *    STATEMENT-FILE IS THE PRINTED ANNUAL EARNINGS         *
      *    STATEMENT - TWO LINES PER EMPLOYEE WITH A YTD RECORD, *
           LABEL RECORDS ARE OMITTED.
       01 ANNSTMT-REC           PIC X(130).
      ***********************************************************
      *    LEAVE-IN-FILE IS THE LEAVE BALANCE FILE AS THE LAST   *
      *    PROG20 LEAVE RUN OF THE YEAR LEFT IT IN EMPID         *
      *    SEQUENCE - A MISSING FILE MEANS NO LEAVE IS KEPT, AND *
      *    THE CARRYOVER IS SKIPPED                              *
      ***********************************************************
       FD LEAVE-IN-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 LEAVE-IN-REC          PIC X(70).
      ***********************************************************
      *    LEAVE-OUT-FILE IS THE LEAVE BALANCE FILE FOR THE NEW  *
      *    YEAR - EVERY BALANCE RECORD IS CARRIED OVER, CUT BACK *
      *    TO THE CARRYOVER CAP FOR ITS SERVICE BAND, WITH THE   *
      *    YEAR-TO-DATE HOURS STARTED OVER FROM ZERO             *
      ***********************************************************
       FD LEAVE-OUT-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 LEAVE-OUT-REC         PIC X(70).
      ***********************************************************
      *    LEAVE-RATE-FILE IS THE PROG20 LEAVE ACCRUAL RATE      *
      *    TABLE - ONLY THE CARRYOVER CAPS BY SERVICE BAND ARE   *
      *    USED HERE - IT MUST BE PRESENT WHENEVER THE LEAVE     *
      *    BALANCE FILE IS                                       *
      ***********************************************************
       FD LEAVE-RATE-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 LVRATE-REC            PIC X(30).
      ***********************************************************
      *    RUN-CTL-FILE IS THE SHARED JOB-STREAM RUN CONTROL    *
      *    MAINTAINED BY THE PROG5 MASTER LOAD - THE YEAR-END   *
      *    RUN REFUSES TO START UNTIL THE PROG3 PAY RUN HAS     *
      ***********************************************************
      *    LAYOUT FOR ONE YTD RECORD, IN THE SAME FORM PROG3     *
      *    WRITES IT - THE THREE DEDUCTION PAIRS ARE THE SAME    *
      *    POSITIONAL SLOTS I-DEDUCTIONS CARRIES EVERYWHERE, AND *
      *    THE WITHHOLDING FIELDS ARE READ BY PROG19             *
      ***********************************************************
       01 YTD-DATA.
           03 YT-EMPID          PIC 9(7).
           03 YT-DEDUCT OCCURS 3 TIMES.
              05 YT-DEDUCT-CODE    PIC X(2).
              05 YT-DEDUCT-AMOUNT  PIC 9(7)V99.
           03 YT-FED-TAX        PIC 9(9)V99.
           03 YT-STA-TAX        PIC 9(9)V99.
           03 YT-FICA-TAX       PIC 9(9)V99.
           03 YT-QTR-KEY.
              05 YT-QTR-YEAR    PIC 9(4).
              05 YT-QTR-NO      PIC 9(1).
           03 YT-QTD-GROSS      PIC 9(9)V99.
           03 YT-QTD-FED-TAX    PIC 9(9)V99.
           03 YT-QTD-STA-TAX    PIC 9(9)V99.
           03 YT-QTD-FICA-TAX   PIC 9(9)V99.

      ***********************************************************
      *    LAYOUT FOR ONE LEAVE BALANCE RECORD, IN THE SAME FORM *
      *    PROG20 WRITES IT - THE SERVICE BAND IS THE ONE THE    *
      *    LAST ACCRUAL OF THE YEAR USED AND PICKS THE CAP       *
      ***********************************************************
       01 LEAVE-DATA.
           03 LV-EMPID          PIC 9(7).
           03 LV-SERVICE-BAND   PIC 9(1).
           03 LV-VAC-BALANCE    PIC 9(5)V99.
           03 LV-SICK-BALANCE   PIC 9(5)V99.
           03 LV-VAC-YTD-ACCRUED PIC 9(5)V99.
           03 LV-VAC-YTD-TAKEN  PIC 9(5)V99.
           03 LV-SICK-YTD-ACCRUED PIC 9(5)V99.
           03 LV-SICK-YTD-TAKEN PIC 9(5)V99.
           03 LV-LAST-PERIOD-NO PIC 9(4).
           03 LV-LAST-GENERATION PIC 9(6).
           03 FILLER            PIC X(10).

      ***********************************************************
      *    LAYOUT FOR ONE LEAVE RATE RECORD AND THE CARRYOVER    *
      *    CAPS LOADED FROM IT, SUBSCRIPTED BY SERVICE BAND - A  *
      *    ZERO CAP MEANS NO CAP                                 *
      ***********************************************************
       01 LVRATE-DATA.
           03 LR-SERVICE-BAND   PIC 9(1).
           03 LR-VAC-ACCRUAL    PIC 9(3)V99.
           03 LR-SICK-ACCRUAL   PIC 9(3)V99.
           03 LR-VAC-CARRY-CAP  PIC 9(4)V99.
           03 LR-SICK-CARRY-CAP PIC 9(4)V99.
           03 FILLER            PIC X(7).
       01 LEAVE-CAP-TABLE.
           03 LEAVE-CAP-ENTRY OCCURS 4 TIMES.
              05 LCT-VAC-CARRY-CAP PIC 9(4)V99 VALUE ZEROS.
              05 LCT-SICK-CARRY-CAP PIC 9(4)V99 VALUE ZEROS.

      ***********************************************************
      *    LAYOUT FOR THE ANNUAL STATEMENT HEADING, DETAIL, AND  *
               'ANNUAL NET PAY TOTAL:  '.
           03 FILLER              PIC X(2)    VALUE SPACES.
           03 AS-NET-TOTAL        PIC -$Z,ZZZ,ZZZ,ZZ9.99.
       01 ANNSTMT-LEAVE-HEADING1.
           03                    PIC X(40)   VALUE
               'LEAVE CARRYOVER - BALANCES OVER THE CAP '.
       01 ANNSTMT-LEAVE-HEADING2.
           03                    PIC X(6)    VALUE 'EMP ID'.
           03 FILLER             PIC X(3)    VALUE SPACES.
           03                    PIC X(4)    VALUE 'BAND'.
           03 FILLER             PIC X(3)    VALUE SPACES.
           03                    PIC X(7)    VALUE 'VAC BAL'.
           03 FILLER             PIC X(4)    VALUE SPACES.
           03                    PIC X(7)    VALUE 'CARRIED'.
           03 FILLER             PIC X(3)    VALUE SPACES.
           03                    PIC X(9)    VALUE 'FORFEITED'.
           03 FILLER             PIC X(3)    VALUE SPACES.
           03                    PIC X(8)    VALUE 'SICK BAL'.
           03 FILLER             PIC X(3)    VALUE SPACES.
           03                    PIC X(7)    VALUE 'CARRIED'.
           03 FILLER             PIC X(3)    VALUE SPACES.
           03                    PIC X(9)    VALUE 'FORFEITED'.
       01 ANNSTMT-LEAVE-DETAIL.
           03 AL-EMPID            PIC 9(7).
           03 FILLER              PIC X(5)    VALUE SPACES.
           03 AL-BAND             PIC 9(1).
           03 FILLER              PIC X(2)    VALUE SPACES.
           03 AL-VAC-BALANCE      PIC ZZ,ZZ9.99.
           03 FILLER              PIC X(2)    VALUE SPACES.
           03 AL-VAC-CARRIED      PIC ZZ,ZZ9.99.
           03 FILLER              PIC X(3)    VALUE SPACES.
           03 AL-VAC-FORFEITED    PIC ZZ,ZZ9.99.
           03 FILLER              PIC X(2)    VALUE SPACES.
           03 AL-SICK-BALANCE     PIC ZZ,ZZ9.99.
           03 FILLER              PIC X(2)    VALUE SPACES.
           03 AL-SICK-CARRIED     PIC ZZ,ZZ9.99.
           03 FILLER              PIC X(3)    VALUE SPACES.
           03 AL-SICK-FORFEITED   PIC ZZ,ZZ9.99.
       01 ANNSTMT-LEAVE-NONE.
           03                    PIC X(30)   VALUE
               'NO LEAVE BALANCE FILE PRESENT'.
       01 ANNSTMT-SUMMARY7.
           03                    PIC X(33)   VALUE
               'NUMBER OF LEAVE RECORDS ROLLED: '.
           03 AS-LEAVE-COUNT      PIC ZZZZZZ9.
       01 ANNSTMT-SUMMARY8.
           03                    PIC X(33)   VALUE
               'NUMBER OF LEAVE RECORDS CAPPED: '.
           03 AS-CAPPED-COUNT     PIC ZZZZZZ9.
       01 ANNSTMT-SUMMARY9.
           03                    PIC X(23)   VALUE
               'VACATION HRS FORFEITED:'.
           03 FILLER              PIC X(2)    VALUE SPACES.
           03 AS-VAC-FORFEITED    PIC Z,ZZZ,ZZ9.99.
       01 ANNSTMT-SUMMARY10.
           03                    PIC X(23)   VALUE
               'SICK HOURS FORFEITED:  '.
           03 FILLER              PIC X(2)    VALUE SPACES.
           03 AS-SICK-FORFEITED   PIC Z,ZZZ,ZZ9.99.

      * VARIABLE TO STORE TODAY'S DATE
       01 CURRENT-DATE          PIC 999999.
           03 YTD-EOF-SW         PIC X(1)    VALUE 'N'.
               88 YTD-AT-EOF                 VALUE 'Y'.
           03 RUNCTL-FILE-STATUS PIC X(2)    VALUE '00'.
           03 LEAVE-EOF-SW       PIC X(1)    VALUE 'N'.
               88 LEAVE-AT-EOF               VALUE 'Y'.
           03 LEAVEIN-OPEN-SW    PIC X(1)    VALUE 'N'.
               88 LEAVEIN-OPENED             VALUE 'Y'.
           03 LVRATE-EOF-SW      PIC X(1)    VALUE 'N'.
               88 LVRATE-AT-EOF              VALUE 'Y'.
           03 LEAVEIN-FILE-STATUS PIC X(2)   VALUE '00'.
           03 LVRATE-FILE-STATUS PIC X(2)    VALUE '00'.

      * COUNTERS AND ANNUAL TOTALS FOR THE STATEMENT SUMMARY -
      * SEE 6000-PRINT-SUMMARY
           03 DEDUCT-TOTAL        PIC 9(11)V99 VALUE ZEROS.
           03 NET-TOTAL           PIC S9(11)V99 VALUE ZEROS.

      * LEAVE CARRYOVER WORK FIELDS AND TOTALS - SEE
      * 2100-ROLL-ONE-LEAVE
       01 MISC3.
           03 BAND-SUB            PIC 9(1)     COMP.
           03 LEAVE-COUNT         PIC 9(7)     VALUE ZEROS.
           03 CAPPED-COUNT        PIC 9(7)     VALUE ZEROS.
           03 VAC-FORFEITED       PIC 9(5)V99  VALUE ZEROS.
           03 SICK-FORFEITED      PIC 9(5)V99  VALUE ZEROS.
           03 VAC-FORFEIT-TOTAL   PIC 9(7)V99  VALUE ZEROS.
           03 SICK-FORFEIT-TOTAL  PIC 9(7)V99  VALUE ZEROS.

      ************************************************************
      *      START OF PROCEDURE DIVISION                         *
      ************************************************************
      *      STATEMENT PER YTD RECORD, AND LEAVES BEHIND AN      *
      *      EMPTY YTD FILE SO THE NEW YEAR STARTS FROM ZERO -   *
      *      YTD-OUT-FILE IS OPENED AND CLOSED WITH NOTHING      *
      *      WRITTEN TO IT, WHICH IS THE RESET - THE LEAVE       *
      *      BALANCES ARE THEN ROLLED INTO THE NEW YEAR UNDER    *
      *      THE CARRYOVER CAPS                                  *
      ************************************************************
       000-MAINLINE.
           PERFORM 8100-CHECK-RUN-CONTROL.
           PERFORM 2000-OPEN-LEAVE-INPUT.
           SORT MASTER-SORT-FILE
               ON ASCENDING KEY MSRT-EMPID
               USING RAW-MASTER-FILE
           OPEN INPUT SORTED-MASTER-FILE
                INPUT YTD-IN-FILE
                OUTPUT YTD-OUT-FILE
                OUTPUT STATEMENT-FILE
                OUTPUT LEAVE-OUT-FILE.
           PERFORM 5000-PRINT-HEAD.
           PERFORM 9100-READ-MASTER.
           PERFORM 9200-READ-YTD.
           PERFORM 1000-MATCH-LOOP
               UNTIL YTD-AT-EOF.
           PERFORM 2050-PRINT-LEAVE-HEAD.
           PERFORM 2100-ROLL-ONE-LEAVE
               UNTIL LEAVE-AT-EOF.
           PERFORM 6000-PRINT-SUMMARY.
           CLOSE SORTED-MASTER-FILE
               YTD-IN-FILE
               YTD-OUT-FILE
               STATEMENT-FILE
               LEAVE-OUT-FILE.
           IF (LEAVEIN-OPENED) THEN
               CLOSE LEAVE-IN-FILE
           END-IF
           PERFORM 8200-MARK-STEP-DONE.
           STOP RUN.

               AFTER ADVANCING 1 LINE.


      ************************************************************
      *      2000-OPEN-LEAVE-INPUT OPENS THE LEAVE BALANCE FILE  *
      *      AND PRIMES THE FIRST RECORD - A MISSING FILE MEANS  *
      *      NO LEAVE IS KEPT, SO THE CURSOR STARTS AT EOF AND   *
      *      THE NEW YEAR'S FILE IS LEFT EMPTY - WHEN BALANCES   *
      *      ARE PRESENT THE CARRYOVER CAPS ARE LOADED, AND A    *
      *      MISSING RATE TABLE ABENDS THE RUN BEFORE ANYTHING   *
      *      IS WRITTEN RATHER THAN CARRY BALANCES UNCAPPED      *
      ************************************************************
       2000-OPEN-LEAVE-INPUT.
           OPEN INPUT LEAVE-IN-FILE
           IF (LEAVEIN-FILE-STATUS = '00') THEN
               SET LEAVEIN-OPENED TO TRUE
               OPEN INPUT LEAVE-RATE-FILE
               IF (LVRATE-FILE-STATUS NOT = '00') THEN
                   DISPLAY 'PROG11: LEAVE RATE TABLE NOT FOUND - '
                       'RUN ABORTED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 9400-READ-LVRATE
               PERFORM 2010-ADD-ONE-CAP
                   UNTIL LVRATE-AT-EOF
               CLOSE LEAVE-RATE-FILE
               PERFORM 9300-READ-LEAVE
           ELSE
               SET LEAVE-AT-EOF TO TRUE
           END-IF.


       2010-ADD-ONE-CAP.
           IF (LR-SERVICE-BAND > 0) AND (LR-SERVICE-BAND < 5) THEN
               MOVE LR-SERVICE-BAND TO BAND-SUB
               MOVE LR-VAC-CARRY-CAP
                   TO LCT-VAC-CARRY-CAP(BAND-SUB)
               MOVE LR-SICK-CARRY-CAP
                   TO LCT-SICK-CARRY-CAP(BAND-SUB)
           END-IF
           PERFORM 9400-READ-LVRATE.


      ************************************************************
      *      2050-PRINT-LEAVE-HEAD STARTS THE LEAVE CARRYOVER    *
      *      SECTION OF THE STATEMENT RUN, AFTER THE LAST        *
      *      EARNINGS STATEMENT                                  *
      ************************************************************
       2050-PRINT-LEAVE-HEAD.
           MOVE SPACES TO ANNSTMT-REC
           WRITE ANNSTMT-REC
               AFTER ADVANCING 1 LINE
           WRITE ANNSTMT-REC FROM ANNSTMT-LEAVE-HEADING1
               AFTER ADVANCING 1 LINE
           IF (LEAVEIN-OPENED) THEN
               WRITE ANNSTMT-REC FROM ANNSTMT-LEAVE-HEADING2
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE ANNSTMT-REC FROM ANNSTMT-LEAVE-NONE
                   AFTER ADVANCING 1 LINE
           END-IF.


      ************************************************************
      *      2100-ROLL-ONE-LEAVE CARRIES ONE LEAVE BALANCE INTO  *
      *      THE NEW YEAR - EACH BALANCE OVER THE CAP FOR THE    *
      *      RECORD'S SERVICE BAND IS CUT BACK TO THE CAP, THE   *
      *      HOURS CUT ARE PRINTED AS FORFEITED, AND THE         *
      *      YEAR-TO-DATE HOURS ARE STARTED OVER - A ZERO CAP,   *
      *      OR A RECORD THAT NEVER ACCRUED UNDER A BAND, IS     *
      *      CARRIED IN FULL                                     *
      ************************************************************
       2100-ROLL-ONE-LEAVE.
           ADD 1 TO LEAVE-COUNT
           MOVE ZEROS TO VAC-FORFEITED
           MOVE ZEROS TO SICK-FORFEITED
           MOVE LV-EMPID           TO AL-EMPID
           MOVE LV-SERVICE-BAND    TO AL-BAND
           MOVE LV-VAC-BALANCE     TO AL-VAC-BALANCE
           MOVE LV-SICK-BALANCE    TO AL-SICK-BALANCE
           IF (LV-SERVICE-BAND > 0) AND (LV-SERVICE-BAND < 5) THEN
               MOVE LV-SERVICE-BAND TO BAND-SUB
               IF (LCT-VAC-CARRY-CAP(BAND-SUB) > 0)
                  AND (LV-VAC-BALANCE > LCT-VAC-CARRY-CAP(BAND-SUB))
                  THEN
                   COMPUTE VAC-FORFEITED = LV-VAC-BALANCE
                       - LCT-VAC-CARRY-CAP(BAND-SUB)
                   MOVE LCT-VAC-CARRY-CAP(BAND-SUB)
                       TO LV-VAC-BALANCE
               END-IF
               IF (LCT-SICK-CARRY-CAP(BAND-SUB) > 0)
                  AND (LV-SICK-BALANCE > LCT-SICK-CARRY-CAP(BAND-SUB))
                  THEN
                   COMPUTE SICK-FORFEITED = LV-SICK-BALANCE
                       - LCT-SICK-CARRY-CAP(BAND-SUB)
                   MOVE LCT-SICK-CARRY-CAP(BAND-SUB)
                       TO LV-SICK-BALANCE
               END-IF
           END-IF
           IF (VAC-FORFEITED > 0) OR (SICK-FORFEITED > 0) THEN
               ADD 1 TO CAPPED-COUNT
               ADD VAC-FORFEITED   TO VAC-FORFEIT-TOTAL
               ADD SICK-FORFEITED  TO SICK-FORFEIT-TOTAL
               MOVE LV-VAC-BALANCE  TO AL-VAC-CARRIED
               MOVE VAC-FORFEITED   TO AL-VAC-FORFEITED
               MOVE LV-SICK-BALANCE TO AL-SICK-CARRIED
               MOVE SICK-FORFEITED  TO AL-SICK-FORFEITED
               WRITE ANNSTMT-REC FROM ANNSTMT-LEAVE-DETAIL
                   AFTER ADVANCING 1 LINE
           END-IF
           MOVE ZEROS TO LV-VAC-YTD-ACCRUED
           MOVE ZEROS TO LV-VAC-YTD-TAKEN
           MOVE ZEROS TO LV-SICK-YTD-ACCRUED
           MOVE ZEROS TO LV-SICK-YTD-TAKEN
           WRITE LEAVE-OUT-REC FROM LEAVE-DATA
           PERFORM 9300-READ-LEAVE.


      ************************************************************
      *      5000-PRINT-HEAD PRINTS THE ANNUAL STATEMENT HEADING *
      *      LINES AT THE TOP OF THE RUN                         *
      ************************************************************
      *      6000-PRINT-SUMMARY PRINTS THE COUNT OF YTD RECORDS  *
      *      READ, STATEMENTS PRINTED, AND EMPLOYEES NO LONGER   *
      *      ON THE MASTER, THE ANNUAL GROSS/DEDUCTION/NET       *
      *      GRAND TOTALS, AND THE LEAVE CARRYOVER TOTALS AT THE *
      *      END OF THE RUN                                      *
      ************************************************************
       6000-PRINT-SUMMARY.
           MOVE YTD-COUNT         TO AS-YTD-COUNT
           MOVE GROSS-TOTAL       TO AS-GROSS-TOTAL
           MOVE DEDUCT-TOTAL      TO AS-DEDUCT-TOTAL
           MOVE NET-TOTAL         TO AS-NET-TOTAL
           MOVE LEAVE-COUNT       TO AS-LEAVE-COUNT
           MOVE CAPPED-COUNT      TO AS-CAPPED-COUNT
           MOVE VAC-FORFEIT-TOTAL TO AS-VAC-FORFEITED
           MOVE SICK-FORFEIT-TOTAL TO AS-SICK-FORFEITED
           MOVE SPACES TO ANNSTMT-REC
           WRITE ANNSTMT-REC
               AFTER ADVANCING 1 LINE
           WRITE ANNSTMT-REC FROM ANNSTMT-SUMMARY5
               AFTER ADVANCING 1 LINE
           WRITE ANNSTMT-REC FROM ANNSTMT-SUMMARY6
               AFTER ADVANCING 1 LINE
           WRITE ANNSTMT-REC FROM ANNSTMT-SUMMARY7
               AFTER ADVANCING 1 LINE
           WRITE ANNSTMT-REC FROM ANNSTMT-SUMMARY8
               AFTER ADVANCING 1 LINE
           WRITE ANNSTMT-REC FROM ANNSTMT-SUMMARY9
               AFTER ADVANCING 1 LINE
           WRITE ANNSTMT-REC FROM ANNSTMT-SUMMARY10
               AFTER ADVANCING 1 LINE.


           END-IF.


      ************************************************************
      *      9300-READ-LEAVE READS ONE RECORD FROM THE LEAVE     *
      *      BALANCE FILE - AT END IT SETS LEAVE-AT-EOF          *
      ************************************************************
       9300-READ-LEAVE.
           READ LEAVE-IN-FILE INTO LEAVE-DATA
                AT END
                   SET LEAVE-AT-EOF TO TRUE
           END-READ.


      ************************************************************
      *      9400-READ-LVRATE READS ONE RECORD FROM THE LEAVE    *
      *      RATE TABLE - AT END IT SETS LVRATE-AT-EOF           *
      ************************************************************
       9400-READ-LVRATE.
           READ LEAVE-RATE-FILE INTO LVRATE-DATA
                AT END
                   SET LVRATE-AT-EOF TO TRUE
           END-READ.


      ************************************************************
      *      8100-CHECK-RUN-CONTROL ENFORCES THE JOB-STREAM      *
      *      SEQUENCE BEFORE ANYTHING IS TOUCHED - THE RUN       *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG22.
       AUTHOR. TIM PATRICK.
      * BUDGET VERSUS ACTUAL HEADCOUNT AND LABOR-DOLLAR VARIANCE
      * REPORT BY DEPARTMENT AND COST CENTER, RUN AGAINST THE
      * BUDGET FILE, THE PROG14 ASSIGNMENT FILE, THE PROG1 MASTER
      * FILE, AND THE PROG3 COST-CENTER ACTUALS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUD-CARD-FILE     ASSIGN TO DA-S-BUDPARM
               FILE STATUS IS BUDCARD-FILE-STATUS.
           SELECT INPUT-FILE        ASSIGN TO DA-S-INPUT.
           SELECT DEPT-IN-FILE      ASSIGN TO DA-S-DEPT
               FILE STATUS IS DEPTIN-FILE-STATUS.
           SELECT CC-ACTUAL-FILE    ASSIGN TO DA-S-CCACT
               FILE STATUS IS CCACT-FILE-STATUS.
           SELECT PAY-CAL-FILE      ASSIGN TO DA-S-PAYCAL
               FILE STATUS IS PAYCAL-FILE-STATUS.
           SELECT BUDGET-IN-FILE    ASSIGN TO DA-S-BUDGET
               FILE STATUS IS BUDGET-FILE-STATUS.
           SELECT BUDGET-SORT-FILE  ASSIGN TO SORTWK1.
           SELECT SORTED-BUDGET-FILE ASSIGN TO DA-S-SRTBUDG.
           SELECT VAR-RPT-FILE      ASSIGN TO UR-S-VARRPT.
           SELECT RUN-CTL-FILE      ASSIGN TO DA-S-RUNCTL
               FILE STATUS IS RUNCTL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      ***********************************************************
      *    BUD-CARD-FILE IS THE SINGLE-CARD OPERATOR SELECTION  *
      *    OF THE VARIANCE TOLERANCE - A PERCENT IN COLUMNS 1-4 *
      *    WITH TWO IMPLIED DECIMALS (0500 IS 5.00 PERCENT) - A *
      *    MISSING CARD USES THE STANDING 5 PERCENT TOLERANCE   *
      ***********************************************************
       FD BUD-CARD-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 BUDCARD-REC           PIC X(80).
      ***********************************************************
      *    INPUT-FILE IS THE EXISTING PROG1 MASTER, IN THE SAME *
      *    PHYSICAL LAYOUT AS PROG1'S INPUT-REC - IT IS LOADED  *
      *    INTO A LOOKUP TABLE AT STARTUP SO EACH ASSIGNMENT    *
      *    CAN BE COUNTED AS A FILLED POSITION AND ANNUALIZED   *
      *    THE WAY PROG1 PROJECTS IT                            *
      ***********************************************************
       FD INPUT-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 INPUT-REC             PIC X(106).
      ***********************************************************
      *    DEPT-IN-FILE IS THE DEPARTMENT/COST-CENTER           *
      *    ASSIGNMENT FILE PROG14 MAINTAINS - IT PUTS EACH      *
      *    EMPLOYEE ON THE MASTER IN A COST CENTER, AND A       *
      *    MISSING FILE LEAVES EVERY EMPLOYEE UNASSIGNED, THE   *
      *    SAME AS THE PAY RUN DOES                             *
      ***********************************************************
       FD DEPT-IN-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 DEPT-IN-REC           PIC X(24).
      ***********************************************************
      *    CC-ACTUAL-FILE IS THE LABOR DISTRIBUTION THE PROG3   *
      *    PAY RUN WROTE FOR THE PERIOD IT JUST PAID - ONE      *
      *    RECORD PER COST CENTER WITH ITS PERIOD GROSS AND YTD *
      *    GROSS - IT MUST CARRY THE CURRENT GENERATION AND THE *
      *    LATEST PAID PERIOD                                   *
      ***********************************************************
       FD CC-ACTUAL-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 CCACT-REC             PIC X(60).
      ***********************************************************
      *    PAY-CAL-FILE IS THE PAY-PERIOD CALENDAR THE PROG3    *
      *    PAY RUN MAINTAINS - THE LATEST PAID PERIOD IS THE    *
      *    ONE BEING REPORTED, AND THE PERIODS PAID SO FAR IN   *
      *    ITS YEAR SET THE YEAR-TO-DATE BUDGET                 *
      ***********************************************************
       FD PAY-CAL-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 PAYCAL-REC            PIC X(21).
      ***********************************************************
      *    BUDGET-IN-FILE IS THE LABOR BUDGET - ONE RECORD PER  *
      *    COST CENTER UNDER ITS OWNING DEPARTMENT, WITH THE    *
      *    AUTHORIZED HEADCOUNT, THE BUDGETED ANNUAL LABOR      *
      *    DOLLARS, AND THE BUDGETED LABOR DOLLARS PER PAY      *
      *    PERIOD - SORTED BELOW INTO DEPARTMENT AND COST-      *
      *    CENTER SEQUENCE SO THE REPORT BREAKS CLEANLY ON EACH *
      *    DEPARTMENT                                           *
      ***********************************************************
       FD BUDGET-IN-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 BUDGET-IN-REC         PIC X(40).
       SD BUDGET-SORT-FILE.
       01 BSRT-REC.
           03 BSRT-DEPT-CODE    PIC X(4).
           03 BSRT-COST-CENTER  PIC X(6).
           03 FILLER            PIC X(30).
       FD SORTED-BUDGET-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 SRTD-BUDGET-REC       PIC X(40).
      ***********************************************************
      *    VAR-RPT-FILE IS THE PRINTED VARIANCE REPORT - ONE    *
      *    LINE PER BUDGETED COST CENTER WITH FILLED AGAINST    *
      *    AUTHORIZED POSITIONS AND PERIOD, YEAR-TO-DATE, AND   *
      *    PROJECTED ANNUAL DOLLARS AGAINST BUDGET, A SUBTOTAL  *
      *    PER DEPARTMENT, THE COST CENTERS WITH NO BUDGET, AND *
      *    A RUN SUMMARY                                        *
      ***********************************************************
       FD VAR-RPT-FILE
           LABEL RECORDS ARE OMITTED.
       01 VARRPT-REC            PIC X(132).
      ***********************************************************
      *    RUN-CTL-FILE IS THE SHARED JOB-STREAM RUN CONTROL    *
      *    MAINTAINED BY THE PROG5 MASTER LOAD - THIS RUN       *
      *    REFUSES TO START UNTIL THE PROG3 PAY RUN HAS         *
      *    COMPLETED FOR THE CURRENT GENERATION, SO THE ACTUALS *
      *    ARE NEVER HALF WRITTEN                               *
      ***********************************************************
       FD RUN-CTL-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 RUN-CTL-REC           PIC X(36).
       WORKING-STORAGE SECTION.
      ***********************************************************
      *    LAYOUT FOR THE RUN CONTROL RECORD - THE STEP BYTES   *
      *    ARE SUBSCRIPTED BY PROGRAM NUMBER                    *
      ***********************************************************
       01 RUN-CTL-DATA.
           03 RC-GENERATION     PIC 9(6).
           03 RC-STEP-DONE OCCURS 30 TIMES
                                PIC X(1).

      ***********************************************************
      *    LAYOUT FOR THE OPERATOR'S TOLERANCE CARD             *
      ***********************************************************
       01 BUDCARD-DATA.
           03 BC-TOLERANCE      PIC X(4).
           03 BC-TOLERANCE-N    REDEFINES BC-TOLERANCE
                                PIC 99V99.
           03 FILLER            PIC X(76).

      ***********************************************************
      *    LAYOUT FOR THE INPUT FILE TO STORE EACH VALUE        *
      *    RESPECTIVELY                                         *
      ***********************************************************
      * READ THE EMPLOYEES DATA AND ASSIGN IT TO NEW VARIABLES
       01 INPUT-DATA.
           03 I-EMPID          PIC 9(7).
           03 I-LNAME          PIC X(15).
           03 I-FNAME          PIC X(15).
           03 I-EMPTYPE        PIC 9(2).
           03 I-TITLE          PIC X(17).
           03 I-SSN.
              05 I-SSN1        PIC 999.
              05 I-SSN2        PIC 99.
              05 I-SSN3        PIC 9999.
           03 I-DEDUCTIONS.
              05 I-DEDUCT OCCURS 3 TIMES.
                 07 I-DEDUCT-CODE      PIC X(2).
                 07 I-DEDUCT-AMOUNT    PIC 9999V99.
           03 I-DATE           PIC 9(8).
           03 FILLER           PIC X(2)     VALUE SPACES.
           03 I-EMPRATE        PIC 9999V99.
           03 I-EMPSTATUS      PIC X(1).

      ***********************************************************
      *    LAYOUT FOR ONE ASSIGNMENT RECORD, READ FROM DEPT-IN- *
      *    FILE INTO WORKING STORAGE                            *
      ***********************************************************
       01 DEPT-DATA.
           03 DP-EMPID          PIC 9(7).
           03 DP-DEPT-CODE      PIC X(4).
           03 DP-COST-CENTER    PIC X(6).
           03 DP-SUPERVISOR     PIC 9(7).

      ***********************************************************
      *    LAYOUT FOR ONE COST-CENTER ACTUALS RECORD, THE SAME  *
      *    AS THE PROG3 PAY RUN WRITES IT                       *
      ***********************************************************
       01 CCACT-DATA.
           03 CA-COST-CENTER    PIC X(6).
           03 CA-EMP-COUNT      PIC 9(7).
           03 CA-PERIOD-GROSS   PIC 9(9)V99.
           03 CA-YTD-GROSS      PIC 9(9)V99.
           03 CA-GENERATION     PIC 9(6).
           03 CA-PERIOD-NO      PIC 9(4).
           03 CA-PERIOD-END     PIC 9(8).
           03 FILLER            PIC X(7).

      ***********************************************************
      *    LAYOUT FOR ONE PAY CALENDAR RECORD AND THE TABLE THE *
      *    CALENDAR IS LOADED INTO, THE SAME AS THE PROG3 PAY   *
      *    RUN - SEE 1100-LOAD-PAY-CALENDAR                     *
      ***********************************************************
       01 PAYCAL-DATA.
           03 PC-PERIOD-NO      PIC 9(4).
           03 PC-START-DATE     PIC 9(8).
           03 PC-END-DATE       PIC 9(8).
           03 PC-PAID-SW        PIC X(1).
       01 PAYCAL-TABLE.
           03 PAYCAL-COUNT      PIC 9(2)    VALUE ZEROS.
           03 PAYCAL-ENTRY OCCURS 40 TIMES.
              05 PCT-PERIOD-NO  PIC 9(4).
              05 PCT-START-DATE PIC 9(8).
              05 PCT-END-DATE   PIC 9(8).
              05 PCT-PAID-SW    PIC X(1).

      ***********************************************************
      *    WORK AREA TO SPLIT A CALENDAR END DATE SO ITS YEAR   *
      *    CAN BE COMPARED                                      *
      ***********************************************************
       01 DATE-CONVERT.
           03 DC-YMD.
              05 DC-Y           PIC 9(4).
              05 DC-M           PIC 9(2).
              05 DC-D           PIC 9(2).

      ***********************************************************
      *    LAYOUT FOR ONE SORTED BUDGET RECORD - THE AMOUNTS    *
      *    ARE CHECKED NUMERIC BEFORE THEY ARE USED, SO A       *
      *    KEYING ERROR IS REJECTED ON THE REPORT RATHER THAN   *
      *    ABENDING THE RUN                                     *
      ***********************************************************
       01 BUDGET-DATA.
           03 BG-DEPT-CODE      PIC X(4).
           03 BG-COST-CENTER    PIC X(6).
           03 BG-AUTH-HEADCOUNT PIC 9(4).
           03 BG-ANNUAL-BUDGET  PIC 9(9)V99.
           03 BG-PERIOD-BUDGET  PIC 9(7)V99.
           03 FILLER            PIC X(6).

      ***********************************************************
      *    TABLE OF EVERY EMPLOYEE ON THE MASTER, LOADED AT     *
      *    STARTUP BY 1300-LOAD-MASTER-TABLE - THE SAME         *
      *    5000-ENTRY SIZING AS THE PROG15 ROSTER - THE         *
      *    ASSIGNED SWITCH IS SET AS EACH ASSIGNMENT IS         *
      *    COUNTED, SO WHOEVER IS LEFT OVER CAN BE POOLED UNDER *
      *    UNASSN THE WAY PROG1 AND PROG3 POOL THEM             *
      ***********************************************************
       01 EMP-TABLE.
           03 EMP-COUNT         PIC 9(4)     COMP  VALUE ZEROS.
           03 EMP-ENTRY OCCURS 0 TO 5000 TIMES
                   DEPENDING ON EMP-COUNT
                   INDEXED BY EMP-IDX.
              05 ET-EMPID       PIC 9(7).
              05 ET-EMPRATE     PIC 9999V99.
              05 ET-EMPSTATUS   PIC X(1).
              05 ET-ASSIGNED-SW PIC X(1).

      ***********************************************************
      *    TABLE OF EVERY COST CENTER THE RUN HAS SEEN - FROM   *
      *    THE ACTUALS, THE ASSIGNMENTS, OR THE BUDGET - WITH   *
      *    ITS FILLED POSITIONS, PROG1-STYLE ANNUALIZED COST,   *
      *    AND PERIOD AND YTD GROSS, AND WHETHER A BUDGET LINE  *
      *    HAS CLAIMED IT - MORE DISTINCT COST CENTERS THAN THE *
      *    TABLE HOLDS FOLD INTO THE LAST ENTRY, AS THEY DO IN  *
      *    PROG1 AND PROG3, AND THE REPORT SAYS SO              *
      ***********************************************************
       01 CC-TABLE.
           03 CC-COUNT          PIC 9(3)    VALUE ZEROS.
           03 CC-ENTRY OCCURS 100 TIMES.
              05 CCB-CODE       PIC X(6).
              05 CCB-FILLED     PIC 9(5).
              05 CCB-PROJECTED  PIC 9(11)V99.
              05 CCB-PER-ACTUAL PIC 9(9)V99.
              05 CCB-YTD-ACTUAL PIC 9(9)V99.
              05 CCB-BUDGETED-SW PIC X(1).

      ***********************************************************
      *    LAYOUT FOR THE VARIANCE REPORT HEADING, COLUMN,      *
      *    DETAIL, SECTION, REJECT, AND SUMMARY LINES - THE     *
      *    DOLLAR COLUMNS ARE ROUNDED TO WHOLE DOLLARS SO ALL   *
      *    THREE COMPARISONS FIT ON ONE LINE                    *
      ***********************************************************
       01 VARRPT-HEADING1.
           03 VARRPT-DATE        PIC 99/99/99.
           03 FILLER             PIC X(10)   VALUE SPACES.
           03                    PIC X(44)   VALUE
               'PROG22 - LABOR BUDGET VARIANCE REPORT       '.
           03                    PIC X(11)   VALUE 'PAY PERIOD '.
           03 VH-PERIOD-NO       PIC ZZZ9.
           03 FILLER             PIC X(4)    VALUE SPACES.
           03                    PIC X(11)   VALUE 'TOLERANCE: '.
           03 VH-TOLERANCE       PIC ZZ9.99.
           03                    PIC X(1)    VALUE '%'.
           03 FILLER             PIC X(4)    VALUE SPACES.
           03                    PIC X(23)   VALUE
               'PERIODS IN YTD BUDGET: '.
           03 VH-YTD-PERIODS     PIC Z9.
       01 VARRPT-HEADING2.
           03                    PIC X(25)   VALUE
               '              POSITIONS  '.
           03                    PIC X(31)   VALUE
               '----------- PERIOD ----------  '.
           03                    PIC X(33)   VALUE
               '--------- YEAR TO DATE --------  '.
           03                    PIC X(33)   VALUE
               '------------ ANNUAL -----------  '.
           03                    PIC X(4)    VALUE
               'OVER'.
       01 VARRPT-HEADING3.
           03                    PIC X(25)   VALUE
               'DEPT  CST CTR AUTH FILL  '.
           03                    PIC X(31)   VALUE
               '    ACTUAL     BUDGET   VAR %  '.
           03                    PIC X(33)   VALUE
               '     ACTUAL      BUDGET   VAR %  '.
           03                    PIC X(33)   VALUE
               '  PROJECTED      BUDGET   VAR %  '.
           03                    PIC X(7)    VALUE
               'H P Y A'.
       01 VARRPT-DETAIL.
           03 VD-DEPT-CODE        PIC X(4).
           03 FILLER              PIC X(2)    VALUE SPACES.
           03 VD-COST-CENTER      PIC X(6).
           03 FILLER              PIC X(2)    VALUE SPACES.
           03 VD-AUTH             PIC ZZZ9.
           03 FILLER              PIC X(1)    VALUE SPACES.
           03 VD-FILLED           PIC ZZZ9.
           03 FILLER              PIC X(2)    VALUE SPACES.
           03 VD-PER-ACTUAL       PIC ZZ,ZZZ,ZZ9.
           03 FILLER              PIC X(1)    VALUE SPACES.
           03 VD-PER-BUDGET       PIC ZZ,ZZZ,ZZ9.
           03 FILLER              PIC X(1)    VALUE SPACES.
           03 VD-PER-PCT          PIC ----9.9.
           03 FILLER              PIC X(2)    VALUE SPACES.
           03 VD-YTD-ACTUAL       PIC ZZZ,ZZZ,ZZ9.
           03 FILLER              PIC X(1)    VALUE SPACES.
           03 VD-YTD-BUDGET       PIC ZZZ,ZZZ,ZZ9.
           03 FILLER              PIC X(1)    VALUE SPACES.
           03 VD-YTD-PCT          PIC ----9.9.
           03 FILLER              PIC X(2)    VALUE SPACES.
           03 VD-PROJECTED        PIC ZZZ,ZZZ,ZZ9.
           03 FILLER              PIC X(1)    VALUE SPACES.
           03 VD-ANNUAL           PIC ZZZ,ZZZ,ZZ9.
           03 FILLER              PIC X(1)    VALUE SPACES.
           03 VD-ANN-PCT          PIC ----9.9.
           03 FILLER              PIC X(2)    VALUE SPACES.
           03 VD-HC-FLAG          PIC X(1).
           03 FILLER              PIC X(1)    VALUE SPACES.
           03 VD-PER-FLAG         PIC X(1).
           03 FILLER              PIC X(1)    VALUE SPACES.
           03 VD-YTD-FLAG         PIC X(1).
           03 FILLER              PIC X(1)    VALUE SPACES.
           03 VD-ANN-FLAG         PIC X(1).
       01 VARRPT-SECTION.
           03                    PIC X(12)   VALUE 'DEPARTMENT: '.
           03 VS-DEPT-CODE        PIC X(4).
       01 VARRPT-REJECT.
           03 VJ-DEPT-CODE        PIC X(4).
           03 FILLER              PIC X(2)    VALUE SPACES.
           03 VJ-COST-CENTER      PIC X(6).
           03 FILLER              PIC X(2)    VALUE SPACES.
           03                    PIC X(22)   VALUE
               'BUDGET LINE REJECTED -'.
           03 FILLER              PIC X(1)    VALUE SPACES.
           03 VJ-REASON           PIC X(34).
       01 VARRPT-NOBUDGET-HEADING.
           03                    PIC X(44)   VALUE
               'COST CENTERS WITH PAY OR STAFF BUT NO BUDGET'.
       01 VARRPT-NODEPT.
           03                    PIC X(52)   VALUE
               'DEPARTMENT FILE NOT SUPPLIED - ALL STAFF UNASSIGNED '.
       01 VARRPT-EMP-OVERFLOW.
           03                    PIC X(52)   VALUE
               'MASTER TABLE FULL - SOME EMPLOYEES NOT COUNTED      '.
       01 VARRPT-CC-OVERFLOW.
           03                    PIC X(52)   VALUE
               'COST CENTER TABLE FULL - LAST ENTRY HOLDS OVERFLOW  '.
       01 VARRPT-SUMMARY1.
           03                    PIC X(33)   VALUE
               'BUDGET LINES REPORTED:          '.
           03 VT-REPORTED-COUNT   PIC ZZZZZZ9.
       01 VARRPT-SUMMARY2.
           03                    PIC X(33)   VALUE
               'BUDGET LINES REJECTED:          '.
           03 VT-REJECTED-COUNT   PIC ZZZZZZ9.
       01 VARRPT-SUMMARY3.
           03                    PIC X(33)   VALUE
               'COST CENTERS OVER TOLERANCE:    '.
           03 VT-OVER-COUNT       PIC ZZZZZZ9.
       01 VARRPT-SUMMARY4.
           03                    PIC X(33)   VALUE
               'COST CENTERS WITH NO BUDGET:    '.
           03 VT-NOBUDGET-COUNT   PIC ZZZZZZ9.
       01 VARRPT-SUMMARY5.
           03                    PIC X(33)   VALUE
               'ASSIGNMENTS NOT ON MASTER:      '.
           03 VT-NOMASTER-COUNT   PIC ZZZZZZ9.
       01 VARRPT-SUMMARY6.
           03                    PIC X(33)   VALUE
               'EMPLOYEES NOT ASSIGNED:         '.
           03 VT-UNASSIGNED-COUNT PIC ZZZZZZ9.
       01 VARRPT-FLAG-NOTE.
           03                    PIC X(44)   VALUE
               'OVER: H = FILLED OVER AUTHORIZED, P/Y/A = PE'.
           03                    PIC X(44)   VALUE
               'RIOD/YTD/ANNUAL VARIANCE OVER THE TOLERANCE '.

      * VARIABLE TO STORE TODAY'S DATE
       01 CURRENT-DATE          PIC 999999.

      * SWITCHES TO FLAG END OF FILE ON EACH INPUT AND THE FILE
      * STATUSES THE CARD, CONTROL, AND OPTIONAL FILES ARE CHECKED
      * THROUGH
       01 MISC.
           03 INPUT-EOF-SW        PIC X(1)    VALUE 'N'.
               88 INPUT-AT-EOF                VALUE 'Y'.
           03 DEPT-EOF-SW         PIC X(1)    VALUE 'N'.
               88 DEPT-AT-EOF                 VALUE 'Y'.
           03 CCACT-EOF-SW        PIC X(1)    VALUE 'N'.
               88 CCACT-AT-EOF                VALUE 'Y'.
           03 PAYCAL-EOF-SW       PIC X(1)    VALUE 'N'.
               88 PAYCAL-AT-EOF               VALUE 'Y'.
           03 BUDGET-EOF-SW       PIC X(1)    VALUE 'N'.
               88 BUDGET-AT-EOF               VALUE 'Y'.
           03 BUDCARD-FILE-STATUS PIC X(2)    VALUE '00'.
           03 DEPTIN-FILE-STATUS  PIC X(2)    VALUE '00'.
           03 DEPTIN-OPEN-SW      PIC X(1)    VALUE 'N'.
               88 DEPTIN-OPENED               VALUE 'Y'.
           03 CCACT-FILE-STATUS   PIC X(2)    VALUE '00'.
           03 PAYCAL-FILE-STATUS  PIC X(2)    VALUE '00'.
           03 BUDGET-FILE-STATUS  PIC X(2)    VALUE '00'.
           03 RUNCTL-FILE-STATUS  PIC X(2)    VALUE '00'.
           03 EMP-FOUND-SW        PIC X(1)    VALUE 'N'.
               88 EMP-FOUND                   VALUE 'Y'.
           03 EMP-OVERFLOW-SW     PIC X(1)    VALUE 'N'.
               88 EMP-OVERFLOWED              VALUE 'Y'.
           03 CC-OVERFLOW-SW      PIC X(1)    VALUE 'N'.
               88 CC-OVERFLOWED               VALUE 'Y'.
           03 LINE-OVER-SW        PIC X(1)    VALUE 'N'.
               88 LINE-OVER                   VALUE 'Y'.
           03 VAR-OVER-SW         PIC X(1)    VALUE 'N'.
               88 VAR-OVER                    VALUE 'Y'.

      * THE PERIOD BEING REPORTED, THE TOLERANCE, AND THE NUMBER OF
      * PAID PERIODS IN ITS YEAR THE YEAR-TO-DATE BUDGET COVERS - SEE
      * 1000-READ-TOLERANCE-CARD AND 1100-LOAD-PAY-CALENDAR
       01 MISC2.
           03 TOLERANCE-PCT       PIC 9(3)V99  VALUE 5.00.
           03 REPORT-PERIOD-NO    PIC 9(4)     VALUE ZEROS.
           03 REPORT-PERIOD-SUB   PIC 9(2)     VALUE ZEROS.
           03 REPORT-YEAR         PIC 9(4)     VALUE ZEROS.
           03 YTD-PERIODS         PIC 9(2)     VALUE ZEROS.
           03 STD-ANNUAL-HOURS    PIC 9(4)     VALUE 2080.
           03 PERIODS-PER-YEAR    PIC 9(2)     VALUE 12.
           03 ANNUAL-WORK         PIC 9(11)V99 VALUE ZEROS.
           03 WORK-COST-CENTER    PIC X(6)     VALUE SPACES.
           03 CURRENT-DEPT-CODE   PIC X(4)     VALUE SPACES.
           03 DEPT-LINE-COUNT     PIC 9(5)     VALUE ZEROS.
           03 PCAL-SUB            PIC 9(2)     COMP.
           03 CC-SUB              PIC 9(3)     COMP.
           03 CC-HIT-SUB          PIC 9(3)     COMP.

      * COUNTERS FOR THE RUN SUMMARY - SEE 6000-PRINT-SUMMARY
       01 MISC3.
           03 REPORTED-COUNT      PIC 9(7)     VALUE ZEROS.
           03 REJECTED-COUNT      PIC 9(7)     VALUE ZEROS.
           03 OVER-COUNT          PIC 9(7)     VALUE ZEROS.
           03 NOBUDGET-COUNT      PIC 9(7)     VALUE ZEROS.
           03 NOMASTER-COUNT      PIC 9(7)     VALUE ZEROS.
           03 UNASSIGNED-COUNT    PIC 9(7)     VALUE ZEROS.

      * THE FIGURES FOR THE LINE BEING PRINTED - ONE COST CENTER, A
      * DEPARTMENT SUBTOTAL, OR THE GRAND TOTAL - AND THE RUNNING
      * DEPARTMENT AND GRAND TOTALS THEY ARE ADDED INTO - SEE
      * 2400-PRINT-VARIANCE-LINE
       01 MISC4.
           03 LN-AUTH             PIC 9(5)     VALUE ZEROS.
           03 LN-FILLED           PIC 9(5)     VALUE ZEROS.
           03 LN-PER-ACTUAL       PIC 9(11)V99 VALUE ZEROS.
           03 LN-PER-BUDGET       PIC 9(11)V99 VALUE ZEROS.
           03 LN-YTD-ACTUAL       PIC 9(11)V99 VALUE ZEROS.
           03 LN-YTD-BUDGET       PIC 9(11)V99 VALUE ZEROS.
           03 LN-PROJECTED        PIC 9(11)V99 VALUE ZEROS.
           03 LN-ANNUAL           PIC 9(11)V99 VALUE ZEROS.
           03 DT-AUTH             PIC 9(5)     VALUE ZEROS.
           03 DT-FILLED           PIC 9(5)     VALUE ZEROS.
           03 DT-PER-ACTUAL       PIC 9(11)V99 VALUE ZEROS.
           03 DT-PER-BUDGET       PIC 9(11)V99 VALUE ZEROS.
           03 DT-YTD-ACTUAL       PIC 9(11)V99 VALUE ZEROS.
           03 DT-YTD-BUDGET       PIC 9(11)V99 VALUE ZEROS.
           03 DT-PROJECTED        PIC 9(11)V99 VALUE ZEROS.
           03 DT-ANNUAL           PIC 9(11)V99 VALUE ZEROS.
           03 GT-AUTH             PIC 9(5)     VALUE ZEROS.
           03 GT-FILLED           PIC 9(5)     VALUE ZEROS.
           03 GT-PER-ACTUAL       PIC 9(11)V99 VALUE ZEROS.
           03 GT-PER-BUDGET       PIC 9(11)V99 VALUE ZEROS.
           03 GT-YTD-ACTUAL       PIC 9(11)V99 VALUE ZEROS.
           03 GT-YTD-BUDGET       PIC 9(11)V99 VALUE ZEROS.
           03 GT-PROJECTED        PIC 9(11)V99 VALUE ZEROS.
           03 GT-ANNUAL           PIC 9(11)V99 VALUE ZEROS.

      * WORK FIELDS FOR ONE VARIANCE PERCENT - SEE 2450-CALC-ONE-PCT
       01 MISC5.
           03 VAR-ACTUAL          PIC 9(11)V99 VALUE ZEROS.
           03 VAR-BUDGET          PIC 9(11)V99 VALUE ZEROS.
           03 VAR-AMOUNT          PIC S9(11)V99 VALUE ZEROS.
           03 VAR-PCT             PIC S9(4)V9  VALUE ZEROS.

      ************************************************************
      *      START OF PROCEDURE DIVISION                         *
      ************************************************************
       PROCEDURE DIVISION.


      ************************************************************
      *      000-MAINLINE CHECKS THE JOB STREAM, TAKES THE       *
      *      TOLERANCE AND THE PERIOD BEING REPORTED, BUILDS     *
      *      EACH COST CENTER'S ACTUALS, FILLED POSITIONS, AND   *
      *      PROJECTION FROM THE PAY RUN'S ACTUALS, THE MASTER,  *
      *      AND THE ASSIGNMENTS, THEN PRINTS THE BUDGET FILE    *
      *      ONE DEPARTMENT AT A TIME AGAINST THEM, FOLLOWED BY  *
      *      ANY COST CENTER WITH PAY OR STAFF AND NO BUDGET     *
      ************************************************************
       000-MAINLINE.
           PERFORM 8100-CHECK-RUN-CONTROL.
           PERFORM 1000-READ-TOLERANCE-CARD.
           PERFORM 1100-LOAD-PAY-CALENDAR.
           PERFORM 1200-LOAD-CC-ACTUALS.
           PERFORM 1300-LOAD-MASTER-TABLE.
           PERFORM 1400-COUNT-ASSIGNMENTS.
           PERFORM 1500-SORT-BUDGET.
           OPEN OUTPUT VAR-RPT-FILE.
           PERFORM 5000-PRINT-HEAD.
           IF (NOT DEPTIN-OPENED) THEN
               WRITE VARRPT-REC FROM VARRPT-NODEPT
                   AFTER ADVANCING 1 LINE
           END-IF
           IF (EMP-OVERFLOWED) THEN
               WRITE VARRPT-REC FROM VARRPT-EMP-OVERFLOW
                   AFTER ADVANCING 1 LINE
           END-IF
           PERFORM 9500-READ-BUDGET.
           PERFORM 2000-BUDGET-LOOP
               UNTIL BUDGET-AT-EOF.
           IF (CURRENT-DEPT-CODE NOT = SPACES) THEN
               PERFORM 2300-CLOSE-DEPT-GROUP
           END-IF
           CLOSE SORTED-BUDGET-FILE.
           PERFORM 2600-PRINT-GRAND-TOTAL.
           PERFORM 3000-PRINT-UNBUDGETED.
           IF (CC-OVERFLOWED) THEN
               WRITE VARRPT-REC FROM VARRPT-CC-OVERFLOW
                   AFTER ADVANCING 2 LINE
           END-IF
           PERFORM 6000-PRINT-SUMMARY.
           CLOSE VAR-RPT-FILE.
           PERFORM 8200-MARK-STEP-DONE.
           STOP RUN.


      ************************************************************
      *      1000-READ-TOLERANCE-CARD TAKES THE VARIANCE         *
      *      TOLERANCE FROM THE OPERATOR CARD, OR KEEPS THE      *
      *      STANDING 5 PERCENT WHEN NO CARD IS SUPPLIED - A     *
      *      CARD THAT IS NOT FOUR DIGITS ABENDS THE RUN RATHER  *
      *      THAN FLAG AGAINST THE WRONG TOLERANCE               *
      ************************************************************
       1000-READ-TOLERANCE-CARD.
           OPEN INPUT BUD-CARD-FILE
           IF (BUDCARD-FILE-STATUS = '00') THEN
               READ BUD-CARD-FILE INTO BUDCARD-DATA
               IF (BUDCARD-FILE-STATUS = '00') THEN
                   IF (BC-TOLERANCE IS NUMERIC) THEN
                       MOVE BC-TOLERANCE-N TO TOLERANCE-PCT
                   ELSE
                       DISPLAY 'PROG22: TOLERANCE CARD INVALID - '
                           BUDCARD-REC(1:4) ' - RUN ABORTED'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
               CLOSE BUD-CARD-FILE
           END-IF.


      ************************************************************
      *      1100-LOAD-PAY-CALENDAR LOADS THE PAY-PERIOD         *
      *      CALENDAR, TAKES THE LATEST PERIOD MARKED PAID AS    *
      *      THE ONE BEING REPORTED, AND COUNTS THE PERIODS PAID *
      *      SO FAR IN THAT PERIOD'S YEAR FOR THE YEAR-TO-DATE   *
      *      BUDGET - A MISSING CALENDAR, OR ONE WITH NOTHING    *
      *      PAID, ABENDS THE RUN                                *
      ************************************************************
       1100-LOAD-PAY-CALENDAR.
           OPEN INPUT PAY-CAL-FILE
           IF (PAYCAL-FILE-STATUS NOT = '00') THEN
               DISPLAY 'PROG22: PAY PERIOD CALENDAR NOT FOUND - '
                   'RUN ABORTED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 9400-READ-PAYCAL
           PERFORM 1110-ADD-ONE-PERIOD
               UNTIL PAYCAL-AT-EOF
           CLOSE PAY-CAL-FILE
           PERFORM 1120-CHECK-ONE-PAID-PERIOD
               VARYING PCAL-SUB FROM 1 BY 1
               UNTIL PCAL-SUB > PAYCAL-COUNT
           IF (REPORT-PERIOD-SUB = 0) THEN
               DISPLAY 'PROG22: NO PAID PERIOD ON THE PAY CALENDAR'
                   ' - RUN ABORTED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PCT-END-DATE(REPORT-PERIOD-SUB) TO DC-YMD
           MOVE DC-Y TO REPORT-YEAR
           PERFORM 1130-COUNT-ONE-YTD-PERIOD
               VARYING PCAL-SUB FROM 1 BY 1
               UNTIL PCAL-SUB > PAYCAL-COUNT.


       1110-ADD-ONE-PERIOD.
           IF (PAYCAL-COUNT < 40) THEN
               ADD 1 TO PAYCAL-COUNT
               MOVE PC-PERIOD-NO  TO PCT-PERIOD-NO(PAYCAL-COUNT)
               MOVE PC-START-DATE TO PCT-START-DATE(PAYCAL-COUNT)
               MOVE PC-END-DATE   TO PCT-END-DATE(PAYCAL-COUNT)
               MOVE PC-PAID-SW    TO PCT-PAID-SW(PAYCAL-COUNT)
           END-IF
           PERFORM 9400-READ-PAYCAL.


       1120-CHECK-ONE-PAID-PERIOD.
           IF (PCT-PAID-SW(PCAL-SUB) = 'Y')
              AND (PCT-PERIOD-NO(PCAL-SUB) > REPORT-PERIOD-NO) THEN
               MOVE PCT-PERIOD-NO(PCAL-SUB) TO REPORT-PERIOD-NO
               MOVE PCAL-SUB                TO REPORT-PERIOD-SUB
           END-IF.


       1130-COUNT-ONE-YTD-PERIOD.
           MOVE PCT-END-DATE(PCAL-SUB) TO DC-YMD
           IF (PCT-PAID-SW(PCAL-SUB) = 'Y')
              AND (DC-Y = REPORT-YEAR)
              AND (PCT-PERIOD-NO(PCAL-SUB) <= REPORT-PERIOD-NO) THEN
               ADD 1 TO YTD-PERIODS
           END-IF.


      ************************************************************
      *      1200-LOAD-CC-ACTUALS FILES THE PAY RUN'S PERIOD AND *
      *      YTD GROSS UNDER EACH COST CENTER - EVERY RECORD     *
      *      MUST CARRY THE CURRENT GENERATION AND THE PERIOD    *
      *      BEING REPORTED, SO A FILE LEFT OVER FROM AN EARLIER *
      *      RUN IS NEVER REPORTED AS THIS PERIOD'S SPEND        *
      ************************************************************
       1200-LOAD-CC-ACTUALS.
           OPEN INPUT CC-ACTUAL-FILE
           IF (CCACT-FILE-STATUS NOT = '00') THEN
               DISPLAY 'PROG22: COST CENTER ACTUALS NOT FOUND - '
                   'RUN PROG3 PAY RUN FIRST'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 9300-READ-CCACT
           PERFORM 1210-FILE-ONE-ACTUAL
               UNTIL CCACT-AT-EOF
           CLOSE CC-ACTUAL-FILE.


       1210-FILE-ONE-ACTUAL.
           IF (CA-GENERATION NOT = RC-GENERATION)
              OR (CA-PERIOD-NO NOT = REPORT-PERIOD-NO) THEN
               DISPLAY 'PROG22: COST CENTER ACTUALS ARE FOR PERIOD '
                   CA-PERIOD-NO ' GENERATION ' CA-GENERATION
                   ' - RUN ABORTED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CA-COST-CENTER TO WORK-COST-CENTER
           PERFORM 1600-FIND-CC-ENTRY
           ADD CA-PERIOD-GROSS TO CCB-PER-ACTUAL(CC-HIT-SUB)
           ADD CA-YTD-GROSS    TO CCB-YTD-ACTUAL(CC-HIT-SUB)
           PERFORM 9300-READ-CCACT.


      ************************************************************
      *      1300-LOAD-MASTER-TABLE READS THE MASTER ONE RECORD  *
      *      AT A TIME INTO THE LOOKUP TABLE - ONCE THE TABLE IS *
      *      FULL THE REMAINING EMPLOYEES ARE SKIPPED AND THE    *
      *      REPORT SAYS SO ONCE                                 *
      ************************************************************
       1300-LOAD-MASTER-TABLE.
           OPEN INPUT INPUT-FILE
           PERFORM 9100-READ-INPUT
           PERFORM 1310-ADD-ONE-EMPLOYEE
               UNTIL INPUT-AT-EOF
           CLOSE INPUT-FILE.


       1310-ADD-ONE-EMPLOYEE.
           IF (EMP-COUNT < 5000) THEN
               ADD 1 TO EMP-COUNT
               MOVE I-EMPID     TO ET-EMPID(EMP-COUNT)
               MOVE I-EMPRATE   TO ET-EMPRATE(EMP-COUNT)
               MOVE I-EMPSTATUS TO ET-EMPSTATUS(EMP-COUNT)
               MOVE 'N'         TO ET-ASSIGNED-SW(EMP-COUNT)
           ELSE
               SET EMP-OVERFLOWED TO TRUE
           END-IF
           PERFORM 9100-READ-INPUT.


      ************************************************************
      *      1400-COUNT-ASSIGNMENTS COUNTS EACH ASSIGNED         *
      *      EMPLOYEE STILL ON THE MASTER AS A FILLED POSITION   *
      *      IN THE ASSIGNED COST CENTER AND ADDS THEIR          *
      *      ANNUALIZED COST TO IT - AN ASSIGNMENT FOR AN EMPID  *
      *      NO LONGER ON THE MASTER IS COUNTED AS SUCH AND      *
      *      SKIPPED - THEN EVERY MASTER EMPLOYEE NOT ASSIGNED   *
      *      IS POOLED UNDER UNASSN                              *
      ************************************************************
       1400-COUNT-ASSIGNMENTS.
           OPEN INPUT DEPT-IN-FILE
           IF (DEPTIN-FILE-STATUS = '00') THEN
               SET DEPTIN-OPENED TO TRUE
               PERFORM 9200-READ-DEPT
               PERFORM 1410-COUNT-ONE-ASSIGNMENT
                   UNTIL DEPT-AT-EOF
               CLOSE DEPT-IN-FILE
           END-IF
           MOVE 'UNASSN' TO WORK-COST-CENTER
           PERFORM 1430-POOL-ONE-UNASSIGNED
               VARYING EMP-IDX FROM 1 BY 1
               UNTIL EMP-IDX > EMP-COUNT.


       1410-COUNT-ONE-ASSIGNMENT.
           PERFORM 1420-FIND-EMPLOYEE
           IF (EMP-FOUND) THEN
               IF (ET-ASSIGNED-SW(EMP-IDX) = 'N') THEN
                   MOVE 'Y' TO ET-ASSIGNED-SW(EMP-IDX)
                   MOVE DP-COST-CENTER TO WORK-COST-CENTER
                   PERFORM 1450-ADD-FILLED-POSITION
               END-IF
           ELSE
               ADD 1 TO NOMASTER-COUNT
           END-IF
           PERFORM 9200-READ-DEPT.


       1420-FIND-EMPLOYEE.
           MOVE 'N' TO EMP-FOUND-SW
           IF (EMP-COUNT > 0) THEN
               SET EMP-IDX TO 1
               SEARCH EMP-ENTRY
                   AT END
                       MOVE 'N' TO EMP-FOUND-SW
                   WHEN (ET-EMPID(EMP-IDX) = DP-EMPID)
                       SET EMP-FOUND TO TRUE
               END-SEARCH
           END-IF.


       1430-POOL-ONE-UNASSIGNED.
           IF (ET-ASSIGNED-SW(EMP-IDX) = 'N') THEN
               ADD 1 TO UNASSIGNED-COUNT
               PERFORM 1450-ADD-FILLED-POSITION
           END-IF.


      ************************************************************
      *      1450-ADD-FILLED-POSITION COUNTS THE EMPLOYEE AT     *
      *      EMP-IDX AS A FILLED POSITION IN WORK-COST-CENTER    *
      *      AND ADDS THEIR ANNUALIZED PAY THE SAME WAY PROG1    *
      *      PROJECTS IT - AN HOURLY RATE OVER THE STANDARD      *
      *      ANNUAL HOURS AND A SALARIED PER-PERIOD RATE OVER    *
      *      THE PERIODS IN A YEAR - SO THE PROJECTION HERE      *
      *      AGREES WITH THE PROG1 REPORT                        *
      ************************************************************
       1450-ADD-FILLED-POSITION.
           IF (ET-EMPSTATUS(EMP-IDX) = 'H') THEN
               COMPUTE ANNUAL-WORK =
                   ET-EMPRATE(EMP-IDX) * STD-ANNUAL-HOURS
           ELSE
               COMPUTE ANNUAL-WORK =
                   ET-EMPRATE(EMP-IDX) * PERIODS-PER-YEAR
           END-IF
           PERFORM 1600-FIND-CC-ENTRY
           ADD 1           TO CCB-FILLED(CC-HIT-SUB)
           ADD ANNUAL-WORK TO CCB-PROJECTED(CC-HIT-SUB).


      ************************************************************
      *      1500-SORT-BUDGET SORTS THE BUDGET FILE INTO         *
      *      DEPARTMENT AND COST-CENTER SEQUENCE AND OPENS THE   *
      *      SORTED RESULT - WITH NO BUDGET THERE IS NOTHING TO  *
      *      REPORT, SO A MISSING FILE ABENDS THE RUN            *
      ************************************************************
       1500-SORT-BUDGET.
           OPEN INPUT BUDGET-IN-FILE
           IF (BUDGET-FILE-STATUS NOT = '00') THEN
               DISPLAY 'PROG22: BUDGET FILE NOT FOUND - '
                   'RUN ABORTED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE BUDGET-IN-FILE
           SORT BUDGET-SORT-FILE
               ON ASCENDING KEY BSRT-DEPT-CODE
               ON ASCENDING KEY BSRT-COST-CENTER
               USING BUDGET-IN-FILE
               GIVING SORTED-BUDGET-FILE
           OPEN INPUT SORTED-BUDGET-FILE.


      ************************************************************
      *      1600-FIND-CC-ENTRY FINDS OR STARTS THE TABLE ENTRY  *
      *      FOR WORK-COST-CENTER AND LEAVES ITS SUBSCRIPT IN    *
      *      CC-HIT-SUB - A FILE WITH MORE DISTINCT COST CENTERS *
      *      THAN THE TABLE HOLDS FOLDS THE OVERFLOW INTO THE    *
      *      LAST ENTRY RATHER THAN LOSING IT                    *
      ************************************************************
       1600-FIND-CC-ENTRY.
           MOVE 0 TO CC-HIT-SUB
           PERFORM 1610-SCAN-ONE-CC-ENTRY
               VARYING CC-SUB FROM 1 BY 1
               UNTIL (CC-SUB > CC-COUNT) OR (CC-HIT-SUB > 0)
           IF (CC-HIT-SUB = 0) THEN
               IF (CC-COUNT < 100) THEN
                   ADD 1 TO CC-COUNT
                   MOVE WORK-COST-CENTER TO CCB-CODE(CC-COUNT)
                   MOVE ZEROS            TO CCB-FILLED(CC-COUNT)
                   MOVE ZEROS            TO CCB-PROJECTED(CC-COUNT)
                   MOVE ZEROS            TO CCB-PER-ACTUAL(CC-COUNT)
                   MOVE ZEROS            TO CCB-YTD-ACTUAL(CC-COUNT)
                   MOVE 'N'              TO CCB-BUDGETED-SW(CC-COUNT)
               ELSE
                   SET CC-OVERFLOWED TO TRUE
               END-IF
               MOVE CC-COUNT TO CC-HIT-SUB
           END-IF.


       1610-SCAN-ONE-CC-ENTRY.
           IF (CCB-CODE(CC-SUB) = WORK-COST-CENTER) THEN
               MOVE CC-SUB TO CC-HIT-SUB
           END-IF.


      ************************************************************
      *      2000-BUDGET-LOOP PROCESSES ONE SORTED BUDGET LINE - *
      *      ON A CHANGE OF DEPARTMENT IT CLOSES THE PRIOR GROUP *
      *      AND OPENS A NEW SECTION - A LINE WITH A NON-NUMERIC *
      *      AMOUNT, OR FOR A COST CENTER ANOTHER LINE HAS       *
      *      ALREADY CLAIMED, IS REJECTED, AND ANY OTHER LINE IS *
      *      PRINTED AGAINST ITS COST CENTER'S ACTUALS - THEN    *
      *      READS THE NEXT LINE                                 *
      ************************************************************
       2000-BUDGET-LOOP.
           IF (BG-DEPT-CODE NOT = CURRENT-DEPT-CODE) THEN
               IF (CURRENT-DEPT-CODE NOT = SPACES) THEN
                   PERFORM 2300-CLOSE-DEPT-GROUP
               END-IF
               PERFORM 2200-OPEN-DEPT-GROUP
           END-IF
           IF (BG-AUTH-HEADCOUNT IS NOT NUMERIC)
              OR (BG-ANNUAL-BUDGET IS NOT NUMERIC)
              OR (BG-PERIOD-BUDGET IS NOT NUMERIC) THEN
               MOVE 'HEADCOUNT OR AMOUNT NOT NUMERIC' TO VJ-REASON
               PERFORM 2900-REJECT-BUDGET-LINE
           ELSE
               MOVE BG-COST-CENTER TO WORK-COST-CENTER
               PERFORM 1600-FIND-CC-ENTRY
               IF (CCB-BUDGETED-SW(CC-HIT-SUB) = 'Y') THEN
                   MOVE 'COST CENTER ALREADY BUDGETED' TO VJ-REASON
                   PERFORM 2900-REJECT-BUDGET-LINE
               ELSE
                   MOVE 'Y' TO CCB-BUDGETED-SW(CC-HIT-SUB)
                   PERFORM 2100-PRINT-BUDGET-LINE
               END-IF
           END-IF
           PERFORM 9500-READ-BUDGET.


      ************************************************************
      *      2100-PRINT-BUDGET-LINE LINES THE BUDGET UP AGAINST  *
      *      THE COST CENTER AT CC-HIT-SUB - THE YEAR-TO-DATE    *
      *      BUDGET IS THE PERIOD BUDGET TIMES THE PERIODS PAID  *
      *      SO FAR THIS YEAR - PRINTS IT, AND ADDS IT TO THE    *
      *      DEPARTMENT AND GRAND TOTALS                         *
      ************************************************************
       2100-PRINT-BUDGET-LINE.
           ADD 1 TO REPORTED-COUNT
           ADD 1 TO DEPT-LINE-COUNT
           MOVE BG-AUTH-HEADCOUNT              TO LN-AUTH
           MOVE CCB-FILLED(CC-HIT-SUB)         TO LN-FILLED
           MOVE CCB-PER-ACTUAL(CC-HIT-SUB)     TO LN-PER-ACTUAL
           MOVE BG-PERIOD-BUDGET               TO LN-PER-BUDGET
           MOVE CCB-YTD-ACTUAL(CC-HIT-SUB)     TO LN-YTD-ACTUAL
           COMPUTE LN-YTD-BUDGET = BG-PERIOD-BUDGET * YTD-PERIODS
           MOVE CCB-PROJECTED(CC-HIT-SUB)      TO LN-PROJECTED
           MOVE BG-ANNUAL-BUDGET               TO LN-ANNUAL
           MOVE BG-DEPT-CODE                   TO VD-DEPT-CODE
           MOVE BG-COST-CENTER                 TO VD-COST-CENTER
           PERFORM 2400-PRINT-VARIANCE-LINE
           IF (LINE-OVER) THEN
               ADD 1 TO OVER-COUNT
           END-IF
           ADD LN-AUTH       TO DT-AUTH
           ADD LN-FILLED     TO DT-FILLED
           ADD LN-PER-ACTUAL TO DT-PER-ACTUAL
           ADD LN-PER-BUDGET TO DT-PER-BUDGET
           ADD LN-YTD-ACTUAL TO DT-YTD-ACTUAL
           ADD LN-YTD-BUDGET TO DT-YTD-BUDGET
           ADD LN-PROJECTED  TO DT-PROJECTED
           ADD LN-ANNUAL     TO DT-ANNUAL.


      ************************************************************
      *      2200-OPEN-DEPT-GROUP STARTS THE REPORT SECTION FOR  *
      *      A NEW DEPARTMENT AND CLEARS THE DEPARTMENT TOTALS   *
      ************************************************************
       2200-OPEN-DEPT-GROUP.
           MOVE BG-DEPT-CODE      TO CURRENT-DEPT-CODE
           MOVE ZEROS             TO DEPT-LINE-COUNT
           MOVE ZEROS             TO DT-AUTH
           MOVE ZEROS             TO DT-FILLED
           MOVE ZEROS             TO DT-PER-ACTUAL
           MOVE ZEROS             TO DT-PER-BUDGET
           MOVE ZEROS             TO DT-YTD-ACTUAL
           MOVE ZEROS             TO DT-YTD-BUDGET
           MOVE ZEROS             TO DT-PROJECTED
           MOVE ZEROS             TO DT-ANNUAL
           MOVE SPACES TO VARRPT-REC
           WRITE VARRPT-REC
               AFTER ADVANCING 1 LINE
           MOVE BG-DEPT-CODE      TO VS-DEPT-CODE
           WRITE VARRPT-REC FROM VARRPT-SECTION
               AFTER ADVANCING 1 LINE.


      ************************************************************
      *      2300-CLOSE-DEPT-GROUP PRINTS THE FINISHED           *
      *      DEPARTMENT'S TOTALS ON THE SAME COLUMNS AS ITS COST *
      *      CENTERS, FLAGGED AGAINST THE SAME TOLERANCE, AND    *
      *      ADDS THEM TO THE GRAND TOTAL                        *
      ************************************************************
       2300-CLOSE-DEPT-GROUP.
           IF (DEPT-LINE-COUNT > 0) THEN
               MOVE DT-AUTH           TO LN-AUTH
               MOVE DT-FILLED         TO LN-FILLED
               MOVE DT-PER-ACTUAL     TO LN-PER-ACTUAL
               MOVE DT-PER-BUDGET     TO LN-PER-BUDGET
               MOVE DT-YTD-ACTUAL     TO LN-YTD-ACTUAL
               MOVE DT-YTD-BUDGET     TO LN-YTD-BUDGET
               MOVE DT-PROJECTED      TO LN-PROJECTED
               MOVE DT-ANNUAL         TO LN-ANNUAL
               MOVE CURRENT-DEPT-CODE TO VD-DEPT-CODE
               MOVE 'TOTAL '          TO VD-COST-CENTER
               PERFORM 2400-PRINT-VARIANCE-LINE
               ADD DT-AUTH            TO GT-AUTH
               ADD DT-FILLED          TO GT-FILLED
               ADD DT-PER-ACTUAL      TO GT-PER-ACTUAL
               ADD DT-PER-BUDGET      TO GT-PER-BUDGET
               ADD DT-YTD-ACTUAL      TO GT-YTD-ACTUAL
               ADD DT-YTD-BUDGET      TO GT-YTD-BUDGET
               ADD DT-PROJECTED       TO GT-PROJECTED
               ADD DT-ANNUAL          TO GT-ANNUAL
           END-IF.


      ************************************************************
      *      2400-PRINT-VARIANCE-LINE PRINTS THE FIGURES IN THE  *
      *      LN- FIELDS ROUNDED TO WHOLE DOLLARS, WITH EACH      *
      *      DOLLAR COMPARISON'S VARIANCE PERCENT - A FLAG GOES  *
      *      UNDER H WHEN FILLED POSITIONS ARE OVER AUTHORIZED   *
      *      AND UNDER P, Y, OR A WHEN THE PERIOD, YEAR-TO-DATE, *
      *      OR PROJECTED ANNUAL SPEND IS OVER BUDGET BY MORE    *
      *      THAN THE TOLERANCE - LINE-OVER IS LEFT SET WHEN ANY *
      *      FLAG IS                                             *
      ************************************************************
       2400-PRINT-VARIANCE-LINE.
           MOVE 'N' TO LINE-OVER-SW
           MOVE LN-AUTH           TO VD-AUTH
           MOVE LN-FILLED         TO VD-FILLED
           MOVE SPACES            TO VD-HC-FLAG
           IF (LN-FILLED > LN-AUTH) THEN
               MOVE '*'           TO VD-HC-FLAG
               SET LINE-OVER TO TRUE
           END-IF
           COMPUTE VD-PER-ACTUAL ROUNDED = LN-PER-ACTUAL
           COMPUTE VD-PER-BUDGET ROUNDED = LN-PER-BUDGET
           MOVE LN-PER-ACTUAL     TO VAR-ACTUAL
           MOVE LN-PER-BUDGET     TO VAR-BUDGET
           PERFORM 2450-CALC-ONE-PCT
           MOVE VAR-PCT           TO VD-PER-PCT
           MOVE SPACES            TO VD-PER-FLAG
           IF (VAR-OVER) THEN
               MOVE '*'           TO VD-PER-FLAG
               SET LINE-OVER TO TRUE
           END-IF
           COMPUTE VD-YTD-ACTUAL ROUNDED = LN-YTD-ACTUAL
           COMPUTE VD-YTD-BUDGET ROUNDED = LN-YTD-BUDGET
           MOVE LN-YTD-ACTUAL     TO VAR-ACTUAL
           MOVE LN-YTD-BUDGET     TO VAR-BUDGET
           PERFORM 2450-CALC-ONE-PCT
           MOVE VAR-PCT           TO VD-YTD-PCT
           MOVE SPACES            TO VD-YTD-FLAG
           IF (VAR-OVER) THEN
               MOVE '*'           TO VD-YTD-FLAG
               SET LINE-OVER TO TRUE
           END-IF
           COMPUTE VD-PROJECTED ROUNDED = LN-PROJECTED
           COMPUTE VD-ANNUAL ROUNDED = LN-ANNUAL
           MOVE LN-PROJECTED      TO VAR-ACTUAL
           MOVE LN-ANNUAL         TO VAR-BUDGET
           PERFORM 2450-CALC-ONE-PCT
           MOVE VAR-PCT           TO VD-ANN-PCT
           MOVE SPACES            TO VD-ANN-FLAG
           IF (VAR-OVER) THEN
               MOVE '*'           TO VD-ANN-FLAG
               SET LINE-OVER TO TRUE
           END-IF
           WRITE VARRPT-REC FROM VARRPT-DETAIL
               AFTER ADVANCING 1 LINE.


      ************************************************************
      *      2450-CALC-ONE-PCT WORKS OUT HOW FAR VAR-ACTUAL IS   *
      *      OVER (OR UNDER) VAR-BUDGET AS A PERCENT OF THE      *
      *      BUDGET, HELD AT 9999.9 SO A NEAR-ZERO BUDGET CANNOT *
      *      OVERFLOW THE COLUMN, AND SETS VAR-OVER WHEN THE     *
      *      ACTUAL IS OVER BY MORE THAN THE TOLERANCE - ANY     *
      *      SPEND AGAINST A ZERO BUDGET IS OVER                 *
      ************************************************************
       2450-CALC-ONE-PCT.
           MOVE 'N' TO VAR-OVER-SW
           COMPUTE VAR-AMOUNT = VAR-ACTUAL - VAR-BUDGET
           IF (VAR-BUDGET = 0) THEN
               MOVE ZEROS TO VAR-PCT
               IF (VAR-ACTUAL > 0) THEN
                   SET VAR-OVER TO TRUE
               END-IF
           ELSE
               IF (VAR-AMOUNT > VAR-BUDGET * 99) THEN
                   MOVE 9999.9 TO VAR-PCT
               ELSE
                   COMPUTE VAR-PCT ROUNDED =
                       VAR-AMOUNT * 100 / VAR-BUDGET
               END-IF
               IF (VAR-AMOUNT * 100 > VAR-BUDGET * TOLERANCE-PCT) THEN
                   SET VAR-OVER TO TRUE
               END-IF
           END-IF.


      ************************************************************
      *      2600-PRINT-GRAND-TOTAL PRINTS THE TOTAL OF EVERY    *
      *      DEPARTMENT REPORTED, ON THE SAME COLUMNS AND        *
      *      AGAINST THE SAME TOLERANCE                          *
      ************************************************************
       2600-PRINT-GRAND-TOTAL.
           MOVE SPACES TO VARRPT-REC
           WRITE VARRPT-REC
               AFTER ADVANCING 1 LINE
           MOVE GT-AUTH           TO LN-AUTH
           MOVE GT-FILLED         TO LN-FILLED
           MOVE GT-PER-ACTUAL     TO LN-PER-ACTUAL
           MOVE GT-PER-BUDGET     TO LN-PER-BUDGET
           MOVE GT-YTD-ACTUAL     TO LN-YTD-ACTUAL
           MOVE GT-YTD-BUDGET     TO LN-YTD-BUDGET
           MOVE GT-PROJECTED      TO LN-PROJECTED
           MOVE GT-ANNUAL         TO LN-ANNUAL
           MOVE 'ALL '            TO VD-DEPT-CODE
           MOVE 'TOTAL '          TO VD-COST-CENTER
           PERFORM 2400-PRINT-VARIANCE-LINE.


       2900-REJECT-BUDGET-LINE.
           ADD 1 TO REJECTED-COUNT
           MOVE BG-DEPT-CODE      TO VJ-DEPT-CODE
           MOVE BG-COST-CENTER    TO VJ-COST-CENTER
           WRITE VARRPT-REC FROM VARRPT-REJECT
               AFTER ADVANCING 1 LINE.


      ************************************************************
      *      3000-PRINT-UNBUDGETED LISTS EVERY COST CENTER WITH  *
      *      PAY, STAFF, OR A PROJECTION THAT NO BUDGET LINE     *
      *      CLAIMED - INCLUDING THE UNASSN POOL - AGAINST A     *
      *      ZERO BUDGET, SO EVERY DOLLAR ON THE REGISTER IS     *
      *      ACCOUNTED FOR ON THE REPORT                         *
      ************************************************************
       3000-PRINT-UNBUDGETED.
           MOVE SPACES TO VARRPT-REC
           WRITE VARRPT-REC
               AFTER ADVANCING 1 LINE
           WRITE VARRPT-REC FROM VARRPT-NOBUDGET-HEADING
               AFTER ADVANCING 1 LINE
           PERFORM 3100-PRINT-ONE-UNBUDGETED
               VARYING CC-SUB FROM 1 BY 1
               UNTIL CC-SUB > CC-COUNT.


       3100-PRINT-ONE-UNBUDGETED.
           IF (CCB-BUDGETED-SW(CC-SUB) = 'N') THEN
               IF (CCB-FILLED(CC-SUB) > 0)
                  OR (CCB-PER-ACTUAL(CC-SUB) > 0)
                  OR (CCB-YTD-ACTUAL(CC-SUB) > 0) THEN
                   ADD 1 TO NOBUDGET-COUNT
                   MOVE ZEROS                  TO LN-AUTH
                   MOVE CCB-FILLED(CC-SUB)     TO LN-FILLED
                   MOVE CCB-PER-ACTUAL(CC-SUB) TO LN-PER-ACTUAL
                   MOVE ZEROS                  TO LN-PER-BUDGET
                   MOVE CCB-YTD-ACTUAL(CC-SUB) TO LN-YTD-ACTUAL
                   MOVE ZEROS                  TO LN-YTD-BUDGET
                   MOVE CCB-PROJECTED(CC-SUB)  TO LN-PROJECTED
                   MOVE ZEROS                  TO LN-ANNUAL
                   MOVE SPACES                 TO VD-DEPT-CODE
                   MOVE CCB-CODE(CC-SUB)       TO VD-COST-CENTER
                   PERFORM 2400-PRINT-VARIANCE-LINE
               END-IF
           END-IF.


      ************************************************************
      *      5000-PRINT-HEAD PRINTS THE REPORT HEADING WITH THE  *
      *      PERIOD, THE TOLERANCE, AND THE PERIODS THE YEAR-TO- *
      *      DATE BUDGET COVERS, AND THE COLUMN HEADINGS         *
      ************************************************************
       5000-PRINT-HEAD.
           ACCEPT CURRENT-DATE FROM DATE
           MOVE CURRENT-DATE      TO VARRPT-DATE
           MOVE REPORT-PERIOD-NO  TO VH-PERIOD-NO
           MOVE TOLERANCE-PCT     TO VH-TOLERANCE
           MOVE YTD-PERIODS       TO VH-YTD-PERIODS
           WRITE VARRPT-REC FROM VARRPT-HEADING1
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO VARRPT-REC
           WRITE VARRPT-REC
               AFTER ADVANCING 1 LINE
           WRITE VARRPT-REC FROM VARRPT-HEADING2
               AFTER ADVANCING 1 LINE
           WRITE VARRPT-REC FROM VARRPT-HEADING3
               AFTER ADVANCING 1 LINE.


      ************************************************************
      *      6000-PRINT-SUMMARY PRINTS THE COUNT OF BUDGET LINES *
      *      REPORTED AND REJECTED, THE COST CENTERS OVER        *
      *      TOLERANCE OR WITH NO BUDGET, AND THE STAFF THAT     *
      *      COULD NOT BE PLACED, WITH A KEY TO THE FLAG COLUMNS *
      ************************************************************
       6000-PRINT-SUMMARY.
           MOVE REPORTED-COUNT    TO VT-REPORTED-COUNT
           MOVE REJECTED-COUNT    TO VT-REJECTED-COUNT
           MOVE OVER-COUNT        TO VT-OVER-COUNT
           MOVE NOBUDGET-COUNT    TO VT-NOBUDGET-COUNT
           MOVE NOMASTER-COUNT    TO VT-NOMASTER-COUNT
           MOVE UNASSIGNED-COUNT  TO VT-UNASSIGNED-COUNT
           MOVE SPACES TO VARRPT-REC
           WRITE VARRPT-REC
               AFTER ADVANCING 1 LINE
           WRITE VARRPT-REC FROM VARRPT-SUMMARY1
               AFTER ADVANCING 1 LINE
           WRITE VARRPT-REC FROM VARRPT-SUMMARY2
               AFTER ADVANCING 1 LINE
           WRITE VARRPT-REC FROM VARRPT-SUMMARY3
               AFTER ADVANCING 1 LINE
           WRITE VARRPT-REC FROM VARRPT-SUMMARY4
               AFTER ADVANCING 1 LINE
           WRITE VARRPT-REC FROM VARRPT-SUMMARY5
               AFTER ADVANCING 1 LINE
           WRITE VARRPT-REC FROM VARRPT-SUMMARY6
               AFTER ADVANCING 1 LINE
           WRITE VARRPT-REC FROM VARRPT-FLAG-NOTE
               AFTER ADVANCING 2 LINE.


      ************************************************************
      *      9100-READ-INPUT READS A RECORD AT A TIME FROM THE   *
      *      MASTER FILE - AT END IT SETS INPUT-AT-EOF           *
      ************************************************************
       9100-READ-INPUT.
           READ INPUT-FILE INTO INPUT-DATA
                AT END
                   SET INPUT-AT-EOF TO TRUE
           END-READ.


       9200-READ-DEPT.
           READ DEPT-IN-FILE INTO DEPT-DATA
                AT END
                   SET DEPT-AT-EOF TO TRUE
           END-READ.


       9300-READ-CCACT.
           READ CC-ACTUAL-FILE INTO CCACT-DATA
                AT END
                   SET CCACT-AT-EOF TO TRUE
           END-READ.


       9400-READ-PAYCAL.
           READ PAY-CAL-FILE INTO PAYCAL-DATA
                AT END
                   SET PAYCAL-AT-EOF TO TRUE
           END-READ.


       9500-READ-BUDGET.
           READ SORTED-BUDGET-FILE INTO BUDGET-DATA
                AT END
                   SET BUDGET-AT-EOF TO TRUE
           END-READ.


      ************************************************************
      *      8100-CHECK-RUN-CONTROL ENFORCES THE JOB-STREAM      *
      *      SEQUENCE BEFORE ANYTHING IS TOUCHED - THE RUN       *
      *      ABENDS WITH AN OPERATOR MESSAGE IF THE SHARED RUN   *
      *      CONTROL IS MISSING OR IF THE PROG3 PAY RUN HAS NOT  *
      *      COMPLETED FOR THIS GENERATION - A CLEAN START IS    *
      *      STAMPED S SO AN INTERRUPTED RUN IS VISIBLE          *
      ************************************************************
       8100-CHECK-RUN-CONTROL.
           OPEN INPUT RUN-CTL-FILE
           IF (RUNCTL-FILE-STATUS NOT = '00') THEN
               DISPLAY 'PROG22: RUN CONTROL NOT FOUND - '
                   'RUN PROG5 MASTER LOAD FIRST'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           READ RUN-CTL-FILE INTO RUN-CTL-DATA
           IF (RUNCTL-FILE-STATUS NOT = '00') THEN
               DISPLAY 'PROG22: RUN CONTROL UNREADABLE - '
                   'RUN PROG5 MASTER LOAD FIRST'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE RUN-CTL-FILE
           IF (RC-STEP-DONE(3) NOT = 'Y') THEN
               DISPLAY 'PROG22: PROG3 PAY RUN NOT COMPLETE FOR '
                   'GENERATION ' RC-GENERATION ' - RUN ABORTED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF (RC-STEP-DONE(22) = 'N') THEN
               MOVE 'S' TO RC-STEP-DONE(22)
               PERFORM 8300-REWRITE-RUN-CONTROL
           END-IF.


      ************************************************************
      *      8200-MARK-STEP-DONE STAMPS THIS RUN AS COMPLETED    *
      *      FOR THE GENERATION IT CONSUMED ON THE SHARED RUN    *
      *      CONTROL                                             *
      ************************************************************
       8200-MARK-STEP-DONE.
           MOVE 'Y' TO RC-STEP-DONE(22)
           PERFORM 8300-REWRITE-RUN-CONTROL.


       8300-REWRITE-RUN-CONTROL.
           OPEN OUTPUT RUN-CTL-FILE
           WRITE RUN-CTL-REC FROM RUN-CTL-DATA
           CLOSE RUN-CTL-FILE.

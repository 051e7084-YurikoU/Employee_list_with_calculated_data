           SELECT CHECK-REG-FILE    ASSIGN TO UR-S-CHKREG.
           SELECT CHECK-CTL-FILE    ASSIGN TO DA-S-CHECKCTL
               FILE STATUS IS CHKCTL-FILE-STATUS.
           SELECT CHECK-ISSUE-FILE  ASSIGN TO DA-S-CHKISSU
               FILE STATUS IS CHKISSU-FILE-STATUS.
           SELECT TAX-RATE-FILE     ASSIGN TO DA-S-TAXRATE
               FILE STATUS IS TAXRATE-FILE-STATUS.
           SELECT TAX-SUM-FILE      ASSIGN TO DA-S-TAXSUM.
           SELECT TAX-HIST-FILE     ASSIGN TO DA-S-TAXHIST
               FILE STATUS IS TAXHIST-FILE-STATUS.
           SELECT DED-RULES-FILE    ASSIGN TO DA-S-DEDRULES
               FILE STATUS IS DEDRULE-FILE-STATUS.
           SELECT ARR-IN-FILE       ASSIGN TO DA-S-ARRIN
               FILE STATUS IS PAYCAL-FILE-STATUS.
           SELECT OVERRIDE-CARD-FILE ASSIGN TO DA-S-PAYOVRD
               FILE STATUS IS OVRD-FILE-STATUS.
           SELECT PAY-HIST-FILE     ASSIGN TO DA-S-PAYHIST
               FILE STATUS IS PAYHIST-FILE-STATUS.
           SELECT RETRO-PAY-FILE    ASSIGN TO DA-S-RETROPAY
               FILE STATUS IS RETRO-FILE-STATUS.
           SELECT ER-RATE-FILE      ASSIGN TO DA-S-ERRATES
               FILE STATUS IS ERRATE-FILE-STATUS.
           SELECT ER-ACCRUAL-FILE   ASSIGN TO DA-S-ERACCR.
           SELECT CC-ACTUAL-FILE    ASSIGN TO DA-S-CCACT.
           SELECT EARN-CODE-FILE    ASSIGN TO DA-S-EARNCODE
               FILE STATUS IS EARNCD-FILE-STATUS.
           SELECT RAW-GARN-FILE     ASSIGN TO DA-S-GARNIN
               FILE STATUS IS GARNIN-FILE-STATUS.
           SELECT GARN-SORT-FILE    ASSIGN TO SORTWK4.
           SELECT SORTED-GARN-FILE  ASSIGN TO DA-S-SRTGARN.
           SELECT GARN-OUT-FILE     ASSIGN TO DA-S-GARNOUT.
           SELECT REMIT-WORK-FILE   ASSIGN TO DA-S-GARNWRK.
           SELECT REMIT-SORT-FILE   ASSIGN TO SORTWK5.
           SELECT GARN-PAY-FILE     ASSIGN TO DA-S-GARNPAY.
           SELECT GARN-REG-FILE     ASSIGN TO UR-S-GARNREG.
           SELECT PROOF-CARD-FILE   ASSIGN TO DA-S-PROOFCD
               FILE STATUS IS PROOFCD-FILE-STATUS.
           SELECT PROOF-SIGN-FILE   ASSIGN TO DA-S-PROOFOK
               FILE STATUS IS PROOFOK-FILE-STATUS.
           SELECT PROOF-CTL-FILE    ASSIGN TO DA-S-PROOFCTL
               FILE STATUS IS PROOFCTL-FILE-STATUS.
           SELECT PHIST-SORT-FILE   ASSIGN TO SORTWK6.
           SELECT SORTED-PHIST-FILE ASSIGN TO DA-S-SRTPHST.
           SELECT PROOF-RPT-FILE    ASSIGN TO UR-S-PAYPRF.
       DATA DIVISION.
       FILE SECTION.
      ***********************************************************
      ***********************************************************
      *    RAW-TIME-FILE CARRIES ONE TIMECARD PER EMPLOYEE PER   *
      *    PAY PERIOD - THE EMPLOYEE'S I-EMPID AND THE REGULAR   *
      *    AND OVERTIME HOURS WORKED THIS PERIOD, PLUS UP TO     *
      *    FIVE EARNINGS-CODE/HOURS LINES FOR PREMIUM PAY - THIS *
      *    IS THE EDITED FEED THE PROG12 PRE-EDIT RUN PRODUCES   *
      *    FROM THE RAW DA-S-TIMECARD BATCH, SO EVERY CARD HERE  *
      *    HAS ALREADY PASSED THE NUMERIC, LIMIT, DUPLICATE,     *
      *    MASTER-PRESENCE, AND EARNINGS-CODE EDITS              *
      ***********************************************************
       FD RAW-TIME-FILE
           BLOCK CONTAINS 0 RECORDS
           03 RW-REG-HOURS       PIC 999V99.
           03 RW-OT-HOURS        PIC 999V99.
           03 RW-WORK-DATE       PIC 9(8).
           03 RW-EARN-LINES      PIC X(35).
      ***********************************************************
      *    TIME-SORT-FILE SORTS THE TIMECARDS INTO I-EMPID       *
      *    SEQUENCE TO MATCH THE SORTED MASTER                   *
           03 TMSRT-REG-HOURS    PIC 999V99.
           03 TMSRT-OT-HOURS     PIC 999V99.
           03 TMSRT-WORK-DATE    PIC 9(8).
           03 TMSRT-EARN-LINES   PIC X(35).
       FD SORTED-TIME-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
           03 STM-REG-HOURS      PIC 999V99.
           03 STM-OT-HOURS       PIC 999V99.
           03 STM-WORK-DATE      PIC 9(8).
           03 STM-EARN-LINES     PIC X(35).
      ***********************************************************
      *    REGISTER-FILE IS THE PRINTED PAYROLL REGISTER - ONE   *
      *    LINE PER EMPLOYEE PAID THIS PERIOD, WITH THE PERIOD   *
      *    TERMINATED EMPLOYEE) IS CARRIED FORWARD UNCHANGED SO  *
      *    THE YEAR-END STATEMENT RUN STILL SEES THE FULL YEAR.  *
      *    A MISSING YTD-IN-FILE IS THE FIRST RUN OF A NEW YEAR  *
      *    AND EVERY EMPLOYEE STARTS FROM ZERO - EACH RECORD ALSO*
      *    CARRIES THE EMPLOYEE'S YEAR-TO-DATE AND QUARTER-TO-   *
      *    DATE WITHHOLDING FOR THE PROG19 QUARTERLY RUN         *
      ***********************************************************
       FD YTD-IN-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 YTD-IN-REC            PIC X(155).
       FD YTD-OUT-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 YTD-OUT-REC           PIC X(155).
      ***********************************************************
      *    RAW-ENROLL-FILE IS THE DIRECT-DEPOSIT ENROLLMENT     *
      *    FILE KEYED ON EMPID - EACH RECORD CARRIES THE        *
       01 CHECK-CTL-REC.
           03 CC-NEXT-CHECK-NO  PIC 9(8).
      ***********************************************************
      *    CHECK-ISSUE-FILE IS THE CUMULATIVE ISSUED-CHECK      *
      *    TRAIL - ONE RECORD PER PAPER CHECK DRAWN, CARRYING   *
      *    THE CHECK NUMBER, EMPID, AMOUNT, ISSUE DATE, AND PAY *
      *    PERIOD - APPENDED TO EVERY RUN SO THE PROG16 VOID/   *
      *    REISSUE RUN AND THE PROG17 BANK RECONCILIATION CAN   *
      *    FOLLOW EVERY CHECK FROM ISSUE TO CLEARING            *
      ***********************************************************
       FD CHECK-ISSUE-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 CHKISSU-REC           PIC X(60).
      ***********************************************************
      *    TAX-RATE-FILE IS THE STATUTORY WITHHOLDING RATE      *
      *    CONTROL PAYROLL UPDATES WHEN THE RATES CHANGE - ONE  *
      *    RECORD PER BRACKET, CARRYING THE JURISDICTION (F =   *
           LABEL RECORDS ARE STANDARD.
       01 TAXSUM-REC            PIC X(30).
      ***********************************************************
      *    TAX-HIST-FILE IS THE CUMULATIVE TRAIL OF EVERY        *
      *    TAX-SUM-FILE RECORD EVER WRITTEN, EACH STAMPED WITH   *
      *    THE CALENDAR QUARTER ITS PERIOD FALLS IN - IT IS      *
      *    APPENDED TO EACH RUN (A MISSING FILE IS CREATED) AND  *
      *    IS WHAT THE PROG19 QUARTERLY RUN PROVES THE PER-      *
      *    EMPLOYEE WITHHOLDING AGAINST                          *
      ***********************************************************
       FD TAX-HIST-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 TAXHIST-REC           PIC X(40).
      ***********************************************************
      *    DED-RULES-FILE IS THE DEDUCTION-CODE RULES MASTER -  *
      *    ONE RECORD PER CODE CARRYING ITS DESCRIPTION, GL     *
      *    ACCOUNT, PRIORITY (1 IS TAKEN FIRST), AND ANNUAL     *
      *    MAINTAINED BY THE PROG5 MASTER LOAD - THE PAY RUN    *
      *    REFUSES TO START UNTIL THE PROG12 TIMECARD PRE-EDIT  *
      *    HAS COMPLETED FOR THIS GENERATION, SO PAY IS NEVER   *
      *    CALCULATED FROM AN UNEDITED OR STALE TIMECARD FEED,  *
      *    NOR WHILE PROG2 HAS LEFT BACK-DATED RATE CHANGES     *
      *    THAT THE PROG18 RETRO PAY RUN HAS NOT YET PRICED -   *
      *    THE GENERATION NUMBER IS ALSO STAMPED ON THE BANK    *
      *    EXTRACT AND THE TAX SUMMARY SO DOWNSTREAM USERS CAN  *
      *    SEE WHICH GENERATION A FILE CAME FROM                *
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 OVRDCARD-REC          PIC X(80).
      ***********************************************************
      *    PAY-HIST-FILE IS THE CUMULATIVE PAY HISTORY - ONE    *
      *    RECORD PER EMPLOYEE PAID PER RUN CARRYING THE PERIOD,*
      *    THE RATE AND HOURS PAID FROM, AND EVERY AMOUNT ON    *
      *    THE REGISTER LINE, FOLLOWED BY ONE CARRYING ANY      *
      *    CODED EARNINGS LINES, PLUS ONE RECORD PER RETRO PAY  *
      *    LINE SETTLED - APPENDED TO EVERY RUN THE SAME WAY AS *
      *    THE ISSUED-CHECK TRAIL SO THE PROG18 RETRO PAY RUN   *
      *    CAN SEE WHAT EACH PAST PERIOD WAS ACTUALLY PAID AT   *
      ***********************************************************
       FD PAY-HIST-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 PAYHIST-REC           PIC X(200).
      ***********************************************************
      *    RETRO-PAY-FILE IS THE RETRO PAY OWED FROM BACK-DATED *
      *    RATE CHANGES, PRICED BY THE PROG18 RETRO PAY RUN IN  *
      *    EMPID/PERIOD SEQUENCE - EACH RECORD IS PAID THIS RUN *
      *    AS A SEPARATE EARNINGS LINE UNDER THE EMPLOYEE'S     *
      *    REGISTER LINE - A MISSING FILE MEANS NO RETRO IS     *
      *    OWED, AND A FILE LEFT OVER FROM AN EARLIER           *
      *    GENERATION IS REFUSED RATHER THAN PAID TWICE         *
      ***********************************************************
       FD RETRO-PAY-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 RETRO-PAY-REC         PIC X(50).
      ***********************************************************
      *    ER-RATE-FILE IS THE EMPLOYER COST RATE TABLE - ONE   *
      *    RECORD PER COST TYPE (MATCHING FICA, UNEMPLOYMENT,   *
      *    THE EMPLOYER SHARE OF A BENEFIT) CARRYING ITS RATE,  *
      *    WAGE-BASE CAP, AND THE EXPENSE AND LIABILITY GL      *
      *    ACCOUNTS THE PROG4 RUN POSTS IT TO - A MISSING FILE  *
      *    MEANS NO EMPLOYER COST IS ACCRUED, AND THE REGISTER  *
      *    SAYS SO                                              *
      ***********************************************************
       FD ER-RATE-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 ERRATE-REC            PIC X(55).
      ***********************************************************
      *    ER-ACCRUAL-FILE IS THE PERIOD'S EMPLOYER COST        *
      *    ACCRUAL HANDED TO THE PROG4 GL POSTING RUN - ONE     *
      *    RECORD PER COST CENTER AND COST TYPE WITH ITS GL     *
      *    ACCOUNTS, EMPLOYEE COUNT, AND AMOUNT - REWRITTEN IN  *
      *    FULL EVERY RUN                                       *
      ***********************************************************
       FD ER-ACCRUAL-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 ERACCR-REC            PIC X(80).
      ***********************************************************
      *    CC-ACTUAL-FILE IS THE PERIOD'S LABOR DISTRIBUTION    *
      *    HANDED TO THE PROG22 BUDGET VARIANCE RUN - ONE       *
      *    RECORD PER COST CENTER WITH ITS HEADCOUNT PAID,      *
      *    PERIOD GROSS, AND YTD GROSS OF EVERY YTD RECORD      *
      *    UNDER IT, PAID THIS PERIOD OR NOT - REWRITTEN IN     *
      *    FULL EVERY RUN                                       *
      ***********************************************************
       FD CC-ACTUAL-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 CCACT-REC             PIC X(60).
      ***********************************************************
      *    EARN-CODE-FILE IS THE EARNINGS-CODE MASTER - ONE      *
      *    RECORD PER PREMIUM EARNINGS CODE GIVING ITS           *
      *    DESCRIPTION, HOW IT IS PRICED (A MULTIPLIER OF THE    *
      *    HOURLY RATE OR A FLAT PREMIUM PER HOUR OVER IT), ANY  *
      *    CALL-BACK MINIMUM HOURS, AND WHETHER ITS HOURS COUNT  *
      *    TOWARD OVERTIME - A MISSING MASTER PAYS NO CODED      *
      *    LINE AND THE REGISTER SAYS SO                         *
      ***********************************************************
       FD EARN-CODE-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 EARNCD-REC            PIC X(40).
      ***********************************************************
      *    RAW-GARN-FILE IS THE GARNISHMENT ORDER FILE - ONE    *
      *    RECORD PER COURT OR AGENCY ORDER, KEYED ON EMPID AND *
      *    CASE NUMBER, CARRYING WHAT THE ORDER TAKES (A        *
      *    PERCENT OF DISPOSABLE EARNINGS OR A FLAT AMOUNT),    *
      *    THE DISPOSABLE-EARNINGS CAP, THE TOTAL OWED AND WHAT *
      *    HAS BEEN PAID TO DATE - IT IS SORTED INTO EMPID/CASE *
      *    SEQUENCE AND THE NEXT GENERATION, WITH THIS PERIOD'S *
      *    PAYMENTS FOLDED IN, IS WRITTEN TO GARN-OUT-FILE THE  *
      *    SAME WAY YTD-OUT-FILE IS - A MISSING FILE MEANS NO   *
      *    ORDERS ARE ON FILE                                   *
      ***********************************************************
       FD RAW-GARN-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 RAW-GARN-REC          PIC X(100).
       SD GARN-SORT-FILE.
       01 GNSRT-REC.
           03 GNSRT-EMPID       PIC 9(7).
           03 GNSRT-CASE-NO     PIC X(15).
           03 FILLER            PIC X(78).
       FD SORTED-GARN-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 SRTD-GARN-REC         PIC X(100).
       FD GARN-OUT-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 GARN-OUT-REC          PIC X(100).
      ***********************************************************
      *    REMIT-WORK-FILE COLLECTS ONE RECORD PER GARNISHMENT  *
      *    WITHHELD AS EMPLOYEES ARE PAID - AT END OF RUN IT IS *
      *    SORTED INTO AGENCY/CASE SEQUENCE TO GIVE GARN-PAY-   *
      *    FILE, THE REMITTANCE PAYMENT EXTRACT, WHICH IS THEN  *
      *    READ BACK TO PRINT THE REMITTANCE REGISTER ON GARN-  *
      *    REG-FILE - SEE 6190-WRITE-REMITTANCE                 *
      ***********************************************************
       FD REMIT-WORK-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 REMIT-WORK-REC        PIC X(100).
       SD REMIT-SORT-FILE.
       01 RMSRT-REC.
           03 RMSRT-AGENCY-CODE PIC X(6).
           03 RMSRT-CASE-NO     PIC X(15).
           03 RMSRT-EMPID       PIC 9(7).
           03 FILLER            PIC X(72).
       FD GARN-PAY-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 GARNPAY-REC           PIC X(100).
       FD GARN-REG-FILE
           LABEL RECORDS ARE OMITTED.
       01 GARNREG-REC           PIC X(132).
      ***********************************************************
      *    PROOF-CARD-FILE IS THE OPTIONAL PROOF RUN CARD - A P *
      *    IN COLUMN ONE MAKES THIS A PROOF RUN, WHICH          *
      *    CALCULATES THE WHOLE PAYROLL FROM THE SAME INPUTS AS *
      *    THE LIVE RUN BUT UPDATES NOTHING AND WRITES NO       *
      *    PAYMENT FILES, AND THE CARD CAN OVERRIDE THE CHANGE  *
      *    PERCENT AND HOURS LIMIT THE PROOF LISTING FLAGS      *
      *    EMPLOYEES AT - A MISSING CARD OR ANYTHING ELSE IN    *
      *    COLUMN ONE IS A LIVE RUN                             *
      ***********************************************************
       FD PROOF-CARD-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 PROOFCD-REC           PIC X(80).
      ***********************************************************
      *    PROOF-SIGN-FILE IS PAYROLL'S SIGN-OFF CARD FOR THE   *
      *    PROOF LISTING - A LIVE RUN WILL NOT START WITHOUT    *
      *    ONE CARRYING A Y, THE PERIOD, AND THE NET PAY        *
      *    CONTROL TOTAL PRINTED ON THE PROOF THAT WAS SIGNED   *
      ***********************************************************
       FD PROOF-SIGN-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 PROOFOK-REC           PIC X(80).
      ***********************************************************
      *    PROOF-CTL-FILE IS THE SINGLE-RECORD PROOF CONTROL -  *
      *    THE PROOF RUN WRITES IT WITH THE GENERATION, PERIOD, *
      *    AND TOTALS IT PROVED, AND THE LIVE RUN CHECKS IT     *
      *    BEFORE ANYONE IS PAID AND MARKS IT USED AFTERWARDS,  *
      *    SO ONE SIGNED PROOF RELEASES ONE LIVE RUN            *
      ***********************************************************
       FD PROOF-CTL-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 PROOFCTL-REC          PIC X(60).
      ***********************************************************
      *    PHIST-SORT-FILE AND SORTED-PHIST-FILE HOLD A PROOF   *
      *    RUN'S COPY OF THE PAY HISTORY SORTED INTO EMPID      *
      *    SEQUENCE, EACH EMPLOYEE'S RECORDS KEPT IN THE ORDER  *
      *    THEY WERE WRITTEN, SO EVERY EMPLOYEE'S PAY CAN BE    *
      *    COMPARED AGAINST WHAT THEY WERE LAST PAID - SEE      *
      *    1955-SORT-PAY-HISTORY                                *
      ***********************************************************
       SD PHIST-SORT-FILE.
       01 PHSRT-REC.
           03 PHSRT-EMPID       PIC 9(7).
           03 FILLER            PIC X(193).
       FD SORTED-PHIST-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 SRTD-PHIST-REC        PIC X(200).
      ***********************************************************
      *    PROOF-RPT-FILE IS THE PROOF LISTING - THE EMPLOYEES  *
      *    WHOSE PAY LOOKS WRONG AGAINST WHAT THEY WERE LAST    *
      *    PAID, AND THE CONTROL TOTALS PAYROLL SIGNS OFF       *
      *    BEFORE THE LIVE RUN IS RELEASED                      *
      ***********************************************************
       FD PROOF-RPT-FILE
           LABEL RECORDS ARE OMITTED.
       01 PROOFRPT-REC          PIC X(132).
       WORKING-STORAGE SECTION.
      ***********************************************************
      *    LAYOUT FOR THE RUN CONTROL RECORD - THE STEP BYTES   *
      ***********************************************************
       01 RUN-CTL-DATA.
           03 RC-GENERATION     PIC 9(6).
           03 RC-STEP-DONE OCCURS 30 TIMES
                                PIC X(1).

      ***********************************************************
      *    LAYOUT FOR ONE ASSIGNMENT RECORD AND THE EMPID-TO-   *
              05 DE-COST-CENTER PIC X(6).

      ***********************************************************
      *    TABLE OF THE PERIOD'S GROSS, NET, HEADCOUNT PAID,    *
      *    AND YTD GROSS BY COST CENTER - BUILT AS EMPLOYEES    *
      *    ARE PAID AND AS UNPAID YTD RECORDS ARE CARRIED       *
      *    FORWARD, PRINTED AS THE LABOR DISTRIBUTION SECTION   *
      *    AT END OF RUN, AND WRITTEN TO CC-ACTUAL-FILE - AN    *
      *    EMPLOYEE WITH NO ASSIGNMENT FALLS INTO THE UNASSGN   *
      *    BUCKET SO THE DISTRIBUTION ALWAYS TIES TO THE PERIOD *
      *    TOTALS                                               *
      ***********************************************************
       01 CC-PAY-TABLE.
           03 CC-PAY-COUNT      PIC 9(2)    VALUE ZEROS.
              05 CCT-CODE       PIC X(6).
              05 CCT-GROSS      PIC 9(9)V99.
              05 CCT-NET        PIC S9(9)V99.
              05 CCT-EMP-COUNT  PIC 9(7).
              05 CCT-YTD-GROSS  PIC 9(9)V99.

      ***********************************************************
      *    LAYOUT FOR ONE MASTER RECORD, BROKEN OUT INTO ITS     *

      ***********************************************************
      *    LAYOUT FOR ONE SORTED TIMECARD, READ FROM             *
      *    SORTED-TIME-FILE INTO WORKING STORAGE - AN UNUSED     *
      *    EARNINGS LINE IS LEFT BLANK                           *
      ***********************************************************
       01 TIME-DATA.
           03 TM-EMPID          PIC 9(7).
           03 TM-REG-HOURS      PIC 999V99.
           03 TM-OT-HOURS       PIC 999V99.
           03 TM-WORK-DATE      PIC 9(8).
           03 TM-EARN-LINE OCCURS 5 TIMES.
              05 TM-EARN-CODE   PIC X(2).
              05 TM-EARN-HOURS  PIC 999V99.

      ***********************************************************
      *    LAYOUT FOR ONE YTD RECORD READ FROM YTD-IN-FILE, AND  *
      *    IT IS WRITTEN TO YTD-OUT-FILE - THE THREE DEDUCTION   *
      *    PAIRS ACCUMULATE BY SLOT, THE SAME POSITIONAL WAY     *
      *    I-DEDUCTIONS IS CARRIED EVERYWHERE ELSE IN THE        *
      *    SYSTEM - THE WITHHOLDING IS KEPT FOR THE YEAR AND FOR *
      *    THE QUARTER NAMED IN THE QUARTER KEY, WHICH STARTS    *
      *    OVER WHEN A PERIOD IN A NEW QUARTER IS PAID - SEE     *
      *    1320-UPDATE-YTD                                       *
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
       01 YTD-WORK.
           03 YW-EMPID          PIC 9(7).
           03 YW-GROSS          PIC 9(9)V99.
           03 YW-DEDUCT OCCURS 3 TIMES.
              05 YW-DEDUCT-CODE    PIC X(2).
              05 YW-DEDUCT-AMOUNT  PIC 9(7)V99.
           03 YW-FED-TAX        PIC 9(9)V99.
           03 YW-STA-TAX        PIC 9(9)V99.
           03 YW-FICA-TAX       PIC 9(9)V99.
           03 YW-QTR-KEY.
              05 YW-QTR-YEAR    PIC 9(4).
              05 YW-QTR-NO      PIC 9(1).
           03 YW-QTD-GROSS      PIC 9(9)V99.
           03 YW-QTD-FED-TAX    PIC 9(9)V99.
           03 YW-QTD-STA-TAX    PIC 9(9)V99.
           03 YW-QTD-FICA-TAX   PIC 9(9)V99.

      ***********************************************************
      *    LAYOUT FOR ONE PAY-PERIOD CALENDAR RECORD AND THE    *
           03 TS-GENERATION     PIC 9(6).
           03 TS-PERIOD-NO      PIC 9(4).

      ***********************************************************
      *    LAYOUT FOR ONE TAX SUMMARY TRAIL RECORD APPENDED TO   *
      *    TAX-HIST-FILE - THE TAX SUMMARY RECORD AS WRITTEN,    *
      *    STAMPED WITH THE QUARTER - SEE 6075-WRITE-TAX-HISTORY *
      ***********************************************************
       01 TAXHIST-DATA.
           03 TH-TAXSUM         PIC X(30).
           03 TH-QTR-KEY.
              05 TH-QTR-YEAR    PIC 9(4).
              05 TH-QTR-NO      PIC 9(1).
           03 FILLER            PIC X(5).

      ***********************************************************
      *    LAYOUT FOR ONE EMPLOYER COST RATE RECORD AND THE     *
      *    TABLE IT IS LOADED INTO AT STARTUP - BASIS G PRICES  *
      *    THE COST AS A PERCENT OF GROSS UP TO THE WAGE-BASE   *
      *    CAP (ZERO MEANS NO CAP), BASIS D AS A PERCENT OF     *
      *    WHAT WAS ACTUALLY TAKEN FOR THE NAMED DEDUCTION CODE *
      *    - SEE 1800-LOAD-ER-RATES AND 1820-CALC-EMPLOYER-COST *
      ***********************************************************
       01 ERRATE-DATA.
           03 ER-COST-TYPE      PIC X(2).
           03 ER-DESCRIPTION    PIC X(20).
           03 ER-BASIS          PIC X(1).
           03 ER-DEDUCT-CODE    PIC X(2).
           03 ER-RATE           PIC 9V9999.
           03 ER-WAGE-CAP       PIC 9(7)V99.
           03 ER-EXPENSE-GL     PIC 9(8).
           03 ER-LIABILITY-GL   PIC 9(8).
       01 ER-RATE-TABLE.
           03 ER-RATE-COUNT     PIC 9(2)    VALUE ZEROS.
           03 ER-RATE-ENTRY OCCURS 20 TIMES.
              05 ERT-COST-TYPE  PIC X(2).
              05 ERT-DESCRIPTION PIC X(20).
              05 ERT-BASIS      PIC X(1).
              05 ERT-DEDUCT-CODE PIC X(2).
              05 ERT-RATE       PIC 9V9999.
              05 ERT-WAGE-CAP   PIC 9(7)V99.
              05 ERT-EXPENSE-GL PIC 9(8).
              05 ERT-LIABILITY-GL PIC 9(8).

      ***********************************************************
      *    TABLE OF THE PERIOD'S EMPLOYER COST BY COST CENTER   *
      *    AND COST TYPE - BUILT AS EMPLOYEES ARE PAID, WRITTEN *
      *    TO ER-ACCRUAL-FILE AND PRINTED AT END OF RUN - MORE  *
      *    COMBINATIONS THAN THE TABLE HOLDS FOLD INTO THE LAST *
      *    BUCKET, THE SAME AS THE LABOR DISTRIBUTION           *
      ***********************************************************
       01 ER-COST-TABLE.
           03 ER-COST-COUNT     PIC 9(3)    VALUE ZEROS.
           03 ER-COST-ENTRY OCCURS 200 TIMES.
              05 ECT-COST-CENTER PIC X(6).
              05 ECT-RATE-SUB   PIC 9(2).
              05 ECT-EMP-COUNT  PIC 9(7).
              05 ECT-AMOUNT     PIC 9(9)V99.

      ***********************************************************
      *    LAYOUT FOR ONE EARNINGS-CODE MASTER RECORD AND THE   *
      *    TABLE IT IS LOADED INTO AT STARTUP, WHICH ALSO       *
      *    GATHERS THE PERIOD'S LINES, HOURS, AND PAY BY CODE   *
      *    FOR THE END-OF-RUN SUMMARY - PAY METHOD M PAYS THE   *
      *    HOURS AT THE HOURLY RATE TIMES THE MULTIPLIER, F     *
      *    PAYS THEM AT THE HOURLY RATE PLUS THE FLAT PREMIUM - *
      *    SEE 1850-LOAD-EARN-CODES AND 1875-PRICE-ONE-EARN-LINE*
      ***********************************************************
       01 EARNCD-DATA.
           03 EC-EARN-CODE      PIC X(2).
           03 EC-DESCRIPTION    PIC X(20).
           03 EC-PAY-METHOD     PIC X(1).
           03 EC-MULTIPLIER     PIC 9V9999.
           03 EC-FLAT-PREMIUM   PIC 9(3)V99.
           03 EC-MIN-HOURS      PIC 99V99.
           03 EC-OT-FLAG        PIC X(1).
           03 FILLER            PIC X(2).
       01 EARN-CODE-TABLE.
           03 EARN-CODE-COUNT   PIC 9(2)    VALUE ZEROS.
           03 EARN-CODE-ENTRY OCCURS 50 TIMES.
              05 ERN-EARN-CODE  PIC X(2).
              05 ERN-DESCRIPTION PIC X(20).
              05 ERN-PAY-METHOD PIC X(1).
              05 ERN-MULTIPLIER PIC 9V9999.
              05 ERN-FLAT-PREMIUM PIC 9(3)V99.
              05 ERN-MIN-HOURS  PIC 99V99.
              05 ERN-OT-FLAG    PIC X(1).
              05 ERN-LINE-COUNT PIC 9(7).
              05 ERN-HOURS      PIC 9(7)V99.
              05 ERN-AMOUNT     PIC 9(9)V99.

      ***********************************************************
      *    TABLE OF THE CODED EARNINGS LINES FOR THE EMPLOYEE   *
      *    CURRENTLY BEING PAID - ONE ENTRY PER TIMECARD LINE   *
      *    PLUS ONE FOR ANY OVERTIME PREMIUM EARNED ON CODED    *
      *    HOURS - PRINTED UNDER THE REGISTER DETAIL LINE AND   *
      *    CARRIED ON THE PAY HISTORY - PE-RATE-MULT IS WHAT    *
      *    THE PAID HOURS WERE MULTIPLIED BY ON TOP OF THE      *
      *    HOURLY RATE (ONE FOR A FLAT-PREMIUM CODE, WHOSE      *
      *    PREMIUM DOES NOT MOVE WITH THE RATE) - SEE           *
      *    1860-LOAD-EARN-LINES THROUGH 1895-PRINT-ONE-EARN-LINE*
      ***********************************************************
       01 PAY-EARN-TABLE.
           03 PAY-EARN-COUNT    PIC 9(2)    COMP.
           03 PAY-EARN-ENTRY OCCURS 6 TIMES.
              05 PE-EARN-CODE   PIC X(2).
              05 PE-DESCRIPTION PIC X(20).
              05 PE-PAY-METHOD  PIC X(1).
              05 PE-RATE-MULT   PIC 9V9999.
              05 PE-HOURS       PIC 999V99.
              05 PE-PAID-HOURS  PIC 999V99.
              05 PE-AMOUNT      PIC 9(7)V99.
              05 PE-NOTE        PIC X(24).

      ***********************************************************
      *    LAYOUT FOR ONE GARNISHMENT ORDER READ FROM SORTED-   *
      *    GARN-FILE, AND THE WORK AREA ONE ORDER IS PRICED IN  *
      *    - ORDER TYPE C IS CHILD SUPPORT, T A TAX LEVY, G A   *
      *    CREDITOR GARNISHMENT - CALC METHOD P TAKES GN-       *
      *    PERCENT OF DISPOSABLE EARNINGS, F TAKES GN-FLAT-     *
      *    AMOUNT - THE CAP IS THE MOST OF DISPOSABLE EARNINGS  *
      *    ALL OF THE EMPLOYEE'S ORDERS TOGETHER MAY TAKE ONCE  *
      *    THIS ONE IS PAID (ZERO MEANS THE 25 PERCENT CREDITOR *
      *    LIMIT), AND A ZERO TOTAL OWED MEANS THE ORDER RUNS   *
      *    UNTIL IT IS RELEASED - SEE 1900-APPLY-GARNISHMENTS   *
      ***********************************************************
       01 GARN-DATA.
           03 GN-EMPID          PIC 9(7).
           03 GN-CASE-NO        PIC X(15).
           03 GN-AGENCY-CODE    PIC X(6).
           03 GN-AGENCY-NAME    PIC X(20).
           03 GN-ORDER-TYPE     PIC X(1).
           03 GN-PRIORITY       PIC 9(2).
           03 GN-CALC-METHOD    PIC X(1).
           03 GN-PERCENT        PIC 9(2)V99.
           03 GN-FLAT-AMOUNT    PIC 9(5)V99.
           03 GN-CAP-PCT        PIC 9(2)V99.
           03 GN-TOTAL-OWED     PIC 9(7)V99.
           03 GN-PAID-TO-DATE   PIC 9(7)V99.
           03 GN-LAST-PERIOD-NO PIC 9(4).
           03 GN-STATUS         PIC X(1).
           03 FILLER            PIC X(10).
       01 GARN-WORK.
           03 GW-EMPID          PIC 9(7).
           03 GW-CASE-NO        PIC X(15).
           03 GW-AGENCY-CODE    PIC X(6).
           03 GW-AGENCY-NAME    PIC X(20).
           03 GW-ORDER-TYPE     PIC X(1).
           03 GW-PRIORITY       PIC 9(2).
           03 GW-CALC-METHOD    PIC X(1).
               88 GW-FLAT-METHOD              VALUE 'F'.
           03 GW-PERCENT        PIC 9(2)V99.
           03 GW-FLAT-AMOUNT    PIC 9(5)V99.
           03 GW-CAP-PCT        PIC 9(2)V99.
           03 GW-TOTAL-OWED     PIC 9(7)V99.
           03 GW-PAID-TO-DATE   PIC 9(7)V99.
           03 GW-LAST-PERIOD-NO PIC 9(4).
           03 GW-STATUS         PIC X(1).
               88 GW-ACTIVE                   VALUE 'A'.
               88 GW-SATISFIED                VALUE 'S'.
           03 FILLER            PIC X(10).

      ***********************************************************
      *    TABLE OF THE GARNISHMENT ORDERS ON FILE FOR THE      *
      *    EMPLOYEE CURRENTLY PAYING, IN EMPID/CASE ORDER AS    *
      *    READ, WITH WHAT EACH ONE TOOK THIS PERIOD - THE      *
      *    ORDERS ARE PRICED IN PRIORITY ORDER (LOWEST NUMBER   *
      *    FIRST) AND WRITTEN BACK OUT, TAKEN OR NOT, TO GARN-  *
      *    OUT-FILE - SEE 1900-APPLY-GARNISHMENTS AND           *
      *    1940-PRINT-GARN-LINES                                *
      ***********************************************************
       01 GARN-EMP-TABLE.
           03 GARN-EMP-COUNT    PIC 9(2)    COMP.
           03 GARN-EMP-ENTRY OCCURS 10 TIMES.
              05 GE-ORDER       PIC X(100).
              05 GE-PRIORITY    PIC 9(2).
              05 GE-DONE-SW     PIC X(1).
              05 GE-TAKEN       PIC 9(7)V99.

      ***********************************************************
      *    LAYOUT FOR ONE GARNISHMENT REMITTANCE RECORD -       *
      *    WRITTEN TO REMIT-WORK-FILE AS EACH ORDER IS PAID,    *
      *    AND READ BACK FROM THE AGENCY/CASE-SORTED GARN-PAY-  *
      *    FILE EXTRACT TO PRINT THE REMITTANCE REGISTER - GP-  *
      *    REMAINING IS THE BALANCE LEFT ON THE ORDER AFTER     *
      *    THIS PAYMENT, ZERO FOR AN ORDER WITH NO TOTAL OWED - *
      *    RECORD TYPE P IS A PAYMENT, R THE PROG21 REVERSAL OF *
      *    ONE - SEE 1922-WRITE-REMIT-WORK AND 6190-WRITE-      *
      *    REMITTANCE                                           *
      ***********************************************************
       01 GARNPAY-DATA.
           03 GP-AGENCY-CODE    PIC X(6).
           03 GP-CASE-NO        PIC X(15).
           03 GP-EMPID          PIC 9(7).
           03 GP-AGENCY-NAME    PIC X(20).
           03 GP-ORDER-TYPE     PIC X(1).
           03 GP-SSN            PIC 9(9).
           03 GP-AMOUNT         PIC 9(7)V99.
           03 GP-REMAINING      PIC 9(7)V99.
           03 GP-GENERATION     PIC 9(6).
           03 GP-PERIOD-NO      PIC 9(4).
           03 GP-REC-TYPE       PIC X(1).
           03 FILLER            PIC X(13).

      ***********************************************************
      *    LAYOUT FOR ONE EMPLOYER COST ACCRUAL RECORD WRITTEN  *
      *    TO ER-ACCRUAL-FILE FOR THE PROG4 GL POSTING RUN -    *
      *    SEE 6080-WRITE-ER-ACCRUAL                            *
      ***********************************************************
       01 ERACCR-DATA.
           03 EA-COST-TYPE      PIC X(2).
           03 EA-DESCRIPTION    PIC X(20).
           03 EA-COST-CENTER    PIC X(6).
           03 EA-EXPENSE-GL     PIC 9(8).
           03 EA-LIABILITY-GL   PIC 9(8).
           03 EA-EMP-COUNT      PIC 9(7).
           03 EA-AMOUNT         PIC 9(9)V99.
           03 EA-GENERATION     PIC 9(6).
           03 EA-PERIOD-NO      PIC 9(4).
           03 FILLER            PIC X(8).

      ***********************************************************
      *    LAYOUT FOR ONE COST-CENTER ACTUALS RECORD WRITTEN TO *
      *    CC-ACTUAL-FILE FOR THE PROG22 BUDGET VARIANCE RUN -  *
      *    SEE 6155-WRITE-CC-ACTUALS                            *
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
      *    LAYOUT FOR THE PROOF RUN CARD - A BLANK PERCENT OR   *
      *    HOURS FIELD LEAVES THE DEFAULT IN MISC14 - SEE       *
      *    1650-READ-PROOF-CARD                                 *
      ***********************************************************
       01 PROOFCD-DATA.
           03 PP-MODE           PIC X(1).
           03 PP-CHANGE-PCT     PIC X(5).
           03 PP-CHANGE-PCT-N REDEFINES PP-CHANGE-PCT
                                PIC 999V99.
           03 PP-HOURS-LIMIT    PIC X(5).
           03 PP-HOURS-LIMIT-N REDEFINES PP-HOURS-LIMIT
                                PIC 999V99.
           03 FILLER            PIC X(69).

      ***********************************************************
      *    LAYOUT FOR PAYROLL'S SIGN-OFF CARD - THE NET TOTAL   *
      *    IS KEYED EXACTLY AS THE PROOF LISTING PRINTS IT,     *
      *    DIGITS ONLY WITH THE CENTS AND NO POINT - SEE        *
      *    1670-CHECK-PROOF-SIGNOFF                             *
      ***********************************************************
       01 PROOFOK-DATA.
           03 SG-SIGNOFF        PIC X(1).
           03 SG-PERIOD-NO      PIC 9(4).
           03 SG-NET-TOTAL      PIC 9(9)V99.
           03 SG-INITIALS       PIC X(3).
           03 FILLER            PIC X(61).

      ***********************************************************
      *    LAYOUT FOR THE PROOF CONTROL RECORD - STATUS P IS A  *
      *    PROOF WAITING FOR ITS LIVE RUN, U IS ONE A LIVE RUN  *
      *    HAS ALREADY USED - SEE 6420-WRITE-PROOF-CONTROL AND  *
      *    6450-COMPARE-TO-PROOF                                *
      ***********************************************************
       01 PROOFCTL-DATA.
           03 PF-GENERATION     PIC 9(6).
           03 PF-PERIOD-NO      PIC 9(4).
           03 PF-STATUS         PIC X(1).
               88 PF-PROOF-USED               VALUE 'U'.
           03 PF-RUN-DATE       PIC 9(8).
           03 PF-PAID-COUNT     PIC 9(7).
           03 PF-GROSS-TOTAL    PIC 9(9)V99.
           03 PF-NET-TOTAL      PIC S9(9)V99.
           03 PF-EXCEPT-COUNT   PIC 9(7).
           03 FILLER            PIC X(5).

      ***********************************************************
      *    LAYOUT FOR ONE SORTED PAY HISTORY RECORD READ BY A   *
      *    PROOF RUN - ONLY THE FIELDS THE COMPARISON NEEDS ARE *
      *    BROKEN OUT, IN THE SAME POSITIONS AS IN PAYHIST-     *
      *    DATA, WHICH THE PAY PARAGRAPHS STILL BUILD INTO -    *
      *    SEE 1960-FETCH-PRIOR-PAY                             *
      ***********************************************************
       01 PRIOR-HIST-DATA.
           03 PV-EMPID          PIC 9(7).
           03 PV-PERIOD-NO      PIC 9(4).
           03 PV-GENERATION     PIC 9(6).
           03 PV-REC-TYPE       PIC X(1).
           03 PV-EMPSTATUS      PIC X(1).
           03 FILLER            PIC X(16).
           03 PV-GROSS          PIC S9(7)V99.
           03 FILLER            PIC X(45).
           03 PV-NET            PIC S9(7)V99.
           03 FILLER            PIC X(23).
           03 PV-PAID-PERIOD-NO PIC 9(4).
           03 FILLER            PIC X(75).

      ***********************************************************
      *    LAYOUT FOR ONE ENROLLMENT RECORD, READ FROM           *
      *    SORTED-ENROLL-FILE INTO WORKING STORAGE - SEE          *
           03 BT-PERIOD-NO      PIC 9(4).
           03 FILLER            PIC X(25)   VALUE SPACES.

      ***********************************************************
      *    LAYOUT FOR ONE ISSUED-CHECK TRAIL RECORD - THE PAY    *
      *    RUN ONLY EVER WRITES STATUS I (ISSUED) - V (VOIDED),  *
      *    R (REPLACEMENT ISSUED), AND P (PAID BY THE BANK) ARE  *
      *    APPENDED LATER BY PROG16 AND PROG17 - SEE             *
      *    1350-WRITE-PAYMENT                                    *
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
      *    LAYOUT FOR ONE PAY HISTORY RECORD - TYPE P IS THE    *
      *    PAY FOR THE PERIOD IN HS-PERIOD-NO, TYPE R IS A      *
      *    RETRO PAY LINE SETTLED AGAINST THE EARLIER PERIOD IN *
      *    HS-PERIOD-NO AT THE RATE IN HS-EMPRATE, PAID WITH    *
      *    THE PERIOD IN HS-PAID-PERIOD-NO - A P RECORD ALSO    *
      *    CARRIES WHAT WAS TAKEN AGAINST EACH MASTER DEDUCTION *
      *    SLOT AND THE ARREARS THE EMPLOYEE OWED GOING INTO    *
      *    THE PERIOD, SO THE PROG21 REVERSAL RUN CAN BACK THE  *
      *    PERIOD OUT EXACTLY - PROG21 APPENDS X (A REVERSED P) *
      *    AND Y (A REVERSED R) RECORDS - SEE                   *
      *    1355-WRITE-PAY-HISTORY AND 1735-PRINT-ONE-RETRO-LINE *
      ***********************************************************
       01 PAYHIST-DATA.
           03 HS-EMPID          PIC 9(7).
           03 HS-PERIOD-NO      PIC 9(4).
           03 HS-GENERATION     PIC 9(6).
           03 HS-REC-TYPE       PIC X(1).
           03 HS-EMPSTATUS      PIC X(1).
           03 HS-EMPRATE        PIC 9999V99.
           03 HS-REG-HOURS      PIC 999V99.
           03 HS-OT-HOURS       PIC 999V99.
           03 HS-GROSS          PIC S9(7)V99.
           03 HS-RETRO-AMOUNT   PIC S9(7)V99.
           03 HS-DEDUCTIONS     PIC S9(7)V99.
           03 HS-FED-TAX        PIC S9(7)V99.
           03 HS-STA-TAX        PIC S9(7)V99.
           03 HS-FICA-TAX       PIC S9(7)V99.
           03 HS-NET            PIC S9(7)V99.
           03 HS-PAY-METHOD     PIC X(1).
           03 HS-CHECK-NO       PIC 9(8).
           03 HS-COST-CENTER    PIC X(6).
           03 HS-RUN-DATE       PIC 9(8).
           03 HS-PAID-PERIOD-NO PIC 9(4).
           03 HS-SLOT-TAKEN OCCURS 3 TIMES
                                PIC 9(5)V99.
           03 HS-ARR-BEFORE OCCURS 6 TIMES.
              05 HS-ARR-CODE    PIC X(2).
              05 HS-ARR-AMOUNT  PIC 9(5)V99.

      ***********************************************************
      *    LAYOUT FOR A TYPE E PAY HISTORY RECORD - THE CODED   *
      *    EARNINGS LINES AN HOURLY EMPLOYEE WAS PAID, WRITTEN  *
      *    RIGHT AFTER THE P RECORD THEY BELONG TO SO THE       *
      *    PROG18 RETRO PAY RUN CAN REPRICE SHIFT, HOLIDAY,     *
      *    CALL-BACK, AND CODED OVERTIME HOURS AS WELL AS THE   *
      *    REGULAR AND OVERTIME HOURS ON THE P RECORD - THE     *
      *    KEY AND PAID-PERIOD FIELDS SIT WHERE THEY DO ON      *
      *    EVERY OTHER TYPE - SEE 1358-WRITE-EARN-HISTORY       *
      ***********************************************************
       01 PAYHIST-EARN-DATA REDEFINES PAYHIST-DATA.
           03 HE-EMPID          PIC 9(7).
           03 HE-PERIOD-NO      PIC 9(4).
           03 HE-GENERATION     PIC 9(6).
           03 HE-REC-TYPE       PIC X(1).
           03 HE-LINE-COUNT     PIC 9(1).
           03 HE-EARN-LINE OCCURS 6 TIMES.
              05 HE-EARN-CODE   PIC X(2).
              05 HE-PAY-METHOD  PIC X(1).
              05 HE-RATE-MULT   PIC 9V9999.
              05 HE-PAID-HOURS  PIC 999V99.
           03 FILLER            PIC X(24).
           03 HE-PAID-PERIOD-NO PIC 9(4).
           03 FILLER            PIC X(75).

      ***********************************************************
      *    LAYOUT FOR ONE RETRO PAY RECORD FROM PROG18, AND THE *
      *    TABLE OF RETRO LINES OWED THE EMPLOYEE CURRENTLY     *
      *    BEING PAID - ONE ENTRY PER EARLIER PERIOD, THE SAME  *
      *    40-ENTRY SIZING AS THE PAY CALENDAR - SEE            *
      *    1710-FETCH-RETRO-PAY                                 *
      ***********************************************************
       01 RETROPAY-DATA.
           03 RP-EMPID          PIC 9(7).
           03 RP-PERIOD-NO      PIC 9(4).
           03 RP-OLD-AMOUNT     PIC S9(7)V99.
           03 RP-NEW-AMOUNT     PIC S9(7)V99.
           03 RP-RETRO-AMOUNT   PIC S9(7)V99.
           03 RP-GENERATION     PIC 9(6).
           03 RP-NEW-RATE       PIC 9999V99.
       01 RETRO-LINE-TABLE.
           03 RETRO-LINE-COUNT  PIC 9(2)    COMP.
           03 RETRO-LINE-ENTRY OCCURS 40 TIMES.
              05 RX-PERIOD-NO   PIC 9(4).
              05 RX-OLD-AMOUNT  PIC S9(7)V99.
              05 RX-NEW-AMOUNT  PIC S9(7)V99.
              05 RX-RETRO-AMOUNT PIC S9(7)V99.
              05 RX-NEW-RATE    PIC 9999V99.

      ***********************************************************
      *    LAYOUT FOR THE PAPER-CHECK REGISTER HEADING, DETAIL,  *
      *    AND SUMMARY LINES - ONE DETAIL LINE PER CHECK DRAWN   *
       01 PAYREG-RERUN-NOTE.
           03                    PIC X(48)   VALUE
               'OPERATOR OVERRIDE - RERUN OF PERIOD ALREADY PAID'.
       01 PAYREG-RETRO-DETAIL.
           03 FILLER              PIC X(9)    VALUE SPACES.
           03                    PIC X(24)   VALUE
               'RETRO PAY FOR PERIOD    '.
           03 RD-PERIOD-NO        PIC ZZZ9.
           03 FILLER              PIC X(2)    VALUE SPACES.
           03                    PIC X(5)    VALUE 'OLD: '.
           03 RD-OLD-AMOUNT       PIC ZZ,ZZ9.99.
           03 FILLER              PIC X(2)    VALUE SPACES.
           03                    PIC X(5)    VALUE 'NEW: '.
           03 RD-NEW-AMOUNT       PIC ZZ,ZZ9.99.
           03 FILLER              PIC X(2)    VALUE SPACES.
           03                    PIC X(7)    VALUE 'RETRO: '.
           03 RD-RETRO-AMOUNT     PIC ZZ,ZZ9.99.
       01 PAYREG-RETRO-NOMAST.
           03                    PIC X(7)    VALUE 'EMP ID:'.
           03 RM-EMPID            PIC 9(7).
           03 FILLER              PIC X(2)    VALUE SPACES.
           03                    PIC X(17)   VALUE 'RETRO PAY PERIOD '.
           03 RM-PERIOD-NO        PIC ZZZ9.
           03 FILLER              PIC X(2)    VALUE SPACES.
           03 RM-RETRO-AMOUNT     PIC ZZ,ZZ9.99.
           03 FILLER              PIC X(1)    VALUE SPACES.
           03                    PIC X(32)   VALUE
               'NO MASTER RECORD - NOT PAID     '.
       01 PAYREG-RETRO-STALE.
           03                    PIC X(52)   VALUE
               'RETRO PAY FILE FROM AN EARLIER GENERATION - NOT PAID'.
       01 PAYREG-TOTAL11.
           03                    PIC X(23)   VALUE
               'PERIOD RETRO PAY TOTAL:'.
           03 FILLER              PIC X(2)    VALUE SPACES.
           03 PT-RETRO-TOTAL      PIC $Z,ZZZ,ZZ9.99.
       01 PAYREG-ER-HEADING.
           03                    PIC X(36)   VALUE
               'EMPLOYER COST ACCRUAL BY COST CENTER'.
       01 PAYREG-ER-DETAIL.
           03                    PIC X(8)    VALUE 'CST CTR '.
           03 ED-COST-CENTER      PIC X(6).
           03 FILLER              PIC X(2)    VALUE SPACES.
           03                    PIC X(5)    VALUE 'TYPE '.
           03 ED-COST-TYPE        PIC X(2).
           03 FILLER              PIC X(1)    VALUE SPACES.
           03 ED-DESCRIPTION      PIC X(20).
           03 FILLER              PIC X(2)    VALUE SPACES.
           03                    PIC X(11)   VALUE 'EMPLOYEES: '.
           03 ED-EMP-COUNT        PIC ZZZZZZ9.
           03 FILLER              PIC X(3)    VALUE SPACES.
           03                    PIC X(8)    VALUE 'AMOUNT: '.
           03 ED-AMOUNT           PIC $ZZZ,ZZZ,ZZ9.99.
       01 PAYREG-ER-NONE.
           03                    PIC X(48)   VALUE
               'EMPLOYER COST RATES NOT SUPPLIED - NONE ACCRUED '.
       01 PAYREG-TOTAL12.
           03                    PIC X(23)   VALUE
               'PERIOD EMPLOYER COST:  '.
           03 FILLER              PIC X(2)    VALUE SPACES.
           03 PT-ER-COST-TOTAL    PIC $Z,ZZZ,ZZ9.99.
       01 PAYREG-EARN-DETAIL.
           03 FILLER              PIC X(9)    VALUE SPACES.
           03                    PIC X(9)    VALUE 'EARNINGS '.
           03 EL-EARN-CODE        PIC X(2).
           03 FILLER              PIC X(1)    VALUE SPACES.
           03 EL-DESCRIPTION      PIC X(20).
           03 FILLER              PIC X(2)    VALUE SPACES.
           03                    PIC X(7)    VALUE 'HOURS: '.
           03 EL-HOURS            PIC ZZ9.99.
           03 FILLER              PIC X(2)    VALUE SPACES.
           03                    PIC X(6)    VALUE 'PAID: '.
           03 EL-PAID-HOURS       PIC ZZ9.99.
           03 FILLER              PIC X(2)    VALUE SPACES.
           03                    PIC X(8)    VALUE 'AMOUNT: '.
           03 EL-AMOUNT           PIC Z,ZZZ,ZZ9.99.
           03 FILLER              PIC X(2)    VALUE SPACES.
           03 EL-NOTE             PIC X(24).
       01 PAYREG-EARN-HEADING.
           03                    PIC X(33)   VALUE
               'PREMIUM EARNINGS BY EARNINGS CODE'.
       01 PAYREG-EARN-SUMMARY.
           03                    PIC X(10)   VALUE 'EARN CODE '.
           03 ES-EARN-CODE        PIC X(2).
           03 FILLER              PIC X(1)    VALUE SPACES.
           03 ES-DESCRIPTION      PIC X(20).
           03 FILLER              PIC X(2)    VALUE SPACES.
           03                    PIC X(7)    VALUE 'LINES: '.
           03 ES-LINE-COUNT       PIC ZZZZZZ9.
           03 FILLER              PIC X(3)    VALUE SPACES.
           03                    PIC X(7)    VALUE 'HOURS: '.
           03 ES-HOURS            PIC Z,ZZZ,ZZ9.99.
           03 FILLER              PIC X(3)    VALUE SPACES.
           03                    PIC X(8)    VALUE 'AMOUNT: '.
           03 ES-AMOUNT           PIC $ZZZ,ZZZ,ZZ9.99.
       01 PAYREG-EARN-NONE.
           03                    PIC X(48)   VALUE
               'EARNINGS CODE MASTER NOT SUPPLIED - NONE PAID   '.
       01 PAYREG-TOTAL13.
           03                    PIC X(23)   VALUE
               'PERIOD PREMIUM EARNINGS'.
           03 FILLER              PIC X(2)    VALUE SPACES.
           03 PT-EARN-TOTAL       PIC $Z,ZZZ,ZZ9.99.
       01 PAYREG-GARN-DETAIL.
           03 FILLER              PIC X(9)    VALUE SPACES.
           03                    PIC X(12)   VALUE 'GARNISHMENT '.
           03 GD-CASE-NO          PIC X(15).
           03 FILLER              PIC X(2)    VALUE SPACES.
           03                    PIC X(8)    VALUE 'AGENCY: '.
           03 GD-AGENCY-CODE      PIC X(6).
           03 FILLER              PIC X(2)    VALUE SPACES.
           03                    PIC X(8)    VALUE 'AMOUNT: '.
           03 GD-AMOUNT           PIC Z,ZZZ,ZZ9.99.
           03 FILLER              PIC X(2)    VALUE SPACES.
           03                    PIC X(9)    VALUE 'BALANCE: '.
           03 GD-REMAINING        PIC Z,ZZZ,ZZ9.99.
           03 FILLER              PIC X(2)    VALUE SPACES.
           03 GD-NOTE             PIC X(24).
       01 PAYREG-GARNOVER.
           03                    PIC X(7)    VALUE 'EMP ID:'.
           03 GO-EMPID            PIC 9(7).
           03 FILLER              PIC X(2)    VALUE SPACES.
           03                    PIC X(5)    VALUE 'CASE '.
           03 GO-CASE-NO          PIC X(15).
           03 FILLER              PIC X(1)    VALUE SPACES.
           03                    PIC X(42)   VALUE
               'TOO MANY ORDERS FOR EMPLOYEE - NOT APPLIED'.
       01 PAYREG-TOTAL14.
           03                    PIC X(33)   VALUE
               'NUMBER OF GARNISHMENTS WITHHELD:'.
           03 PT-GARN-COUNT       PIC ZZZZZZ9.
       01 PAYREG-TOTAL15.
           03                    PIC X(23)   VALUE
               'PERIOD GARNISHMENTS:   '.
           03 FILLER              PIC X(2)    VALUE SPACES.
           03 PT-GARN-TOTAL       PIC $Z,ZZZ,ZZ9.99.
       01 PAYREG-TOTAL16.
           03                    PIC X(33)   VALUE
               'NUMBER OF ORDERS SATISFIED:     '.
           03 PT-GARN-SATISFIED   PIC ZZZZZZ9.

      ***********************************************************
      *    LAYOUT FOR THE GARNISHMENT REMITTANCE REGISTER - ONE *
      *    DETAIL LINE PER ORDER PAID, GROUPED BY AGENCY AND    *
      *    CASE NUMBER WITH A TOTAL FOR EACH AGENCY AND A GRAND *
      *    TOTAL THAT TIES TO THE PERIOD GARNISHMENT TOTAL ON   *
      *    THE PAYROLL REGISTER - SEE 6190-WRITE-REMITTANCE     *
      ***********************************************************
       01 GARNREG-HEADING1.
           03 GARNREG-DATE       PIC 99/99/99.
           03 FILLER             PIC X(10)   VALUE SPACES.
           03                    PIC X(40)   VALUE
               'PROG3 - GARNISHMENT REMITTANCE REGISTER'.
           03                    PIC X(11)   VALUE 'PAY PERIOD '.
           03 GH-PERIOD-NO       PIC ZZZ9.
       01 GARNREG-HEADING2.
           03                    PIC X(6)    VALUE 'AGENCY'.
           03 FILLER             PIC X(2)    VALUE SPACES.
           03                    PIC X(11)   VALUE 'AGENCY NAME'.
           03 FILLER             PIC X(11)   VALUE SPACES.
           03                    PIC X(7)    VALUE 'CASE NO'.
           03 FILLER             PIC X(10)   VALUE SPACES.
           03                    PIC X(6)    VALUE 'EMP ID'.
           03 FILLER             PIC X(3)    VALUE SPACES.
           03                    PIC X(3)    VALUE 'SSN'.
           03 FILLER             PIC X(9)    VALUE SPACES.
           03                    PIC X(2)    VALUE 'TP'.
           03 FILLER             PIC X(7)    VALUE SPACES.
           03                    PIC X(6)    VALUE 'AMOUNT'.
           03 FILLER             PIC X(6)    VALUE SPACES.
           03                    PIC X(7)    VALUE 'BALANCE'.
       01 GARNREG-DETAIL.
           03 GR-AGENCY-CODE      PIC X(6).
           03 FILLER              PIC X(2)    VALUE SPACES.
           03 GR-AGENCY-NAME      PIC X(20).
           03 FILLER              PIC X(2)    VALUE SPACES.
           03 GR-CASE-NO          PIC X(15).
           03 FILLER              PIC X(2)    VALUE SPACES.
           03 GR-EMPID            PIC 9(7).
           03 FILLER              PIC X(2)    VALUE SPACES.
           03 GR-SSN              PIC 999B99B9999.
           03 FILLER              PIC X(2)    VALUE SPACES.
           03 GR-ORDER-TYPE       PIC X(1).
           03 FILLER              PIC X(3)    VALUE SPACES.
           03 GR-AMOUNT           PIC Z,ZZZ,ZZ9.99.
           03 FILLER              PIC X(2)    VALUE SPACES.
           03 GR-REMAINING        PIC Z,ZZZ,ZZ9.99.
       01 GARNREG-AGENCY-TOTAL.
           03 FILLER              PIC X(8)    VALUE SPACES.
           03                    PIC X(13)   VALUE 'TOTAL AGENCY '.
           03 GA-AGENCY-CODE      PIC X(6).
           03 FILLER              PIC X(2)    VALUE SPACES.
           03                    PIC X(9)    VALUE 'PAYMENTS:'.
           03 GA-COUNT            PIC ZZZZZZ9.
           03 FILLER              PIC X(29)   VALUE SPACES.
           03 GA-AMOUNT           PIC $ZZZ,ZZZ,ZZ9.99.
       01 GARNREG-NONE.
           03                    PIC X(40)   VALUE
               'NO GARNISHMENTS WITHHELD THIS PERIOD    '.
       01 GARNREG-SUMMARY1.
           03                    PIC X(33)   VALUE
               'NUMBER OF REMITTANCES:          '.
           03 GS-COUNT            PIC ZZZZZZ9.
       01 GARNREG-SUMMARY2.
           03                    PIC X(23)   VALUE
               'REMITTANCE TOTAL:      '.
           03 FILLER              PIC X(2)    VALUE SPACES.
           03 GS-AMOUNT           PIC $Z,ZZZ,ZZ9.99.

      ***********************************************************
      *    LAYOUT FOR THE PROOF LISTING - ONE LINE PER EMPLOYEE *
      *    WHOSE PAY TRIPS A CHECK, SHOWING THEIR LAST          *
      *    UNREVERSED PAY AGAINST THIS RUN'S, WITH A            *
      *    CONTINUATION LINE FOR EACH FURTHER REASON - THE      *
      *    SUMMARY CARRIES THE CONTROL TOTAL PAYROLL KEYS ON    *
      *    THE SIGN-OFF CARD - SEE 1950-PROOF-CHECK-EMPLOYEE    *
      *    AND 6400-PRINT-PROOF-SUMMARY                         *
      ***********************************************************
       01 PROOFRPT-HEADING1.
           03 PROOFRPT-DATE      PIC 99/99/99.
           03 FILLER             PIC X(10)   VALUE SPACES.
           03                    PIC X(48)   VALUE
               'PROG3 - PAYROLL PROOF - PAY VARIANCE EXCEPTIONS'.
           03                    PIC X(11)   VALUE 'PAY PERIOD '.
           03 FH-PERIOD-NO       PIC ZZZ9.
       01 PROOFRPT-HEADING2.
           03                    PIC X(33)   VALUE
               'GROSS/NET CHANGE LIMIT PERCENT: '.
           03 FH-CHANGE-PCT      PIC ZZ9.99.
           03 FILLER             PIC X(4)    VALUE SPACES.
           03                    PIC X(20)   VALUE
               'HOURLY HOURS LIMIT: '.
           03 FH-HOURS-LIMIT     PIC ZZ9.99.
       01 PROOFRPT-HEADING3.
           03                    PIC X(6)    VALUE 'EMP ID'.
           03 FILLER             PIC X(3)    VALUE SPACES.
           03                    PIC X(4)    VALUE 'LAST'.
           03 FILLER             PIC X(12)   VALUE SPACES.
           03                    PIC X(2)    VALUE 'ST'.
           03 FILLER             PIC X(1)    VALUE SPACES.
           03                    PIC X(4)    VALUE 'PRD '.
           03 FILLER             PIC X(3)    VALUE SPACES.
           03                    PIC X(9)    VALUE 'PRV GROSS'.
           03 FILLER             PIC X(7)    VALUE SPACES.
           03                    PIC X(5)    VALUE 'GROSS'.
           03 FILLER             PIC X(3)    VALUE SPACES.
           03                    PIC X(4)    VALUE 'CHG%'.
           03 FILLER             PIC X(5)    VALUE SPACES.
           03                    PIC X(7)    VALUE 'PRV NET'.
           03 FILLER             PIC X(9)    VALUE SPACES.
           03                    PIC X(3)    VALUE 'NET'.
           03 FILLER             PIC X(3)    VALUE SPACES.
           03                    PIC X(4)    VALUE 'CHG%'.
           03 FILLER             PIC X(3)    VALUE SPACES.
           03                    PIC X(5)    VALUE 'HOURS'.
           03 FILLER             PIC X(2)    VALUE SPACES.
           03                    PIC X(6)    VALUE 'REASON'.
       01 PROOFRPT-DETAIL.
           03 FD-EMPID            PIC 9(7).
           03 FILLER              PIC X(2)    VALUE SPACES.
           03 FD-LNAME            PIC X(15).
           03 FILLER              PIC X(1)    VALUE SPACES.
           03 FD-EMPSTATUS        PIC X(1).
           03 FILLER              PIC X(1)    VALUE SPACES.
           03 FD-LAST-PERIOD-NO   PIC ZZZ9.
           03 FILLER              PIC X(1)    VALUE SPACES.
           03 FD-LAST-GROSS       PIC -ZZZ,ZZ9.99.
           03 FILLER              PIC X(1)    VALUE SPACES.
           03 FD-GROSS            PIC -ZZZ,ZZ9.99.
           03 FILLER              PIC X(1)    VALUE SPACES.
           03 FD-GROSS-PCT        PIC ----9.9.
           03 FILLER              PIC X(1)    VALUE SPACES.
           03 FD-LAST-NET         PIC -ZZZ,ZZ9.99.
           03 FILLER              PIC X(1)    VALUE SPACES.
           03 FD-NET              PIC -ZZZ,ZZ9.99.
           03 FILLER              PIC X(1)    VALUE SPACES.
           03 FD-NET-PCT          PIC ----9.9.
           03 FILLER              PIC X(1)    VALUE SPACES.
           03 FD-HOURS            PIC ZZ9.99.
           03 FILLER              PIC X(2)    VALUE SPACES.
           03 FD-REASON           PIC X(28).
       01 PROOFRPT-MORE.
           03 FILLER              PIC X(104)  VALUE SPACES.
           03 FM-REASON           PIC X(28).
       01 PROOF-HIRE-NOTE.
           03                    PIC X(18)   VALUE
               'FIRST PAY - HIRED '.
           03 FN-HIRE-DATE        PIC 99/99/9999.
       01 PROOFRPT-NOHIST.
           03                    PIC X(53)   VALUE
               'NO PAY HISTORY ON FILE - NO CHANGE OR NEW HIRE CHECKS'.
       01 PROOFRPT-NONE.
           03                    PIC X(40)   VALUE
               'NO EMPLOYEES FLAGGED THIS PERIOD        '.
       01 PROOFRPT-SUMMARY1.
           03                    PIC X(33)   VALUE
               'NUMBER OF EMPLOYEES CALCULATED: '.
           03 FS-PAID-COUNT       PIC ZZZZZZ9.
       01 PROOFRPT-SUMMARY2.
           03                    PIC X(33)   VALUE
               'NUMBER OF EMPLOYEES FLAGGED:    '.
           03 FS-FLAGGED-COUNT    PIC ZZZZZZ9.
       01 PROOFRPT-SUMMARY3.
           03                    PIC X(33)   VALUE
               'NUMBER OF EXCEPTION LINES:      '.
           03 FS-EXCEPT-COUNT     PIC ZZZZZZ9.
       01 PROOFRPT-SUMMARY4.
           03                    PIC X(23)   VALUE
               'PERIOD GROSS PAY:      '.
           03 FILLER              PIC X(2)    VALUE SPACES.
           03 FS-GROSS-TOTAL      PIC $Z,ZZZ,ZZ9.99.
       01 PROOFRPT-SUMMARY5.
           03                    PIC X(23)   VALUE
               'PERIOD NET PAY:        '.
           03 FILLER              PIC X(2)    VALUE SPACES.
           03 FS-NET-TOTAL        PIC -$Z,ZZZ,ZZ9.99.
       01 PROOFRPT-CONTROL.
           03                    PIC X(40)   VALUE
               'SIGN-OFF CARD: COL 1 Y, COLS 2-5 PERIOD '.
           03 FS-PERIOD-NO        PIC 9(4).
           03                    PIC X(22)   VALUE
               ', COLS 6-16 NET TOTAL '.
           03 FS-CONTROL-NET      PIC 9(9)V99.
           03                    PIC X(21)   VALUE
               ', COLS 17-19 INITIALS'.
       01 PROOFRPT-APPROVAL.
           03                    PIC X(44)   VALUE
               'PROOF APPROVED BY: _________________________'.
           03 FILLER              PIC X(4)    VALUE SPACES.
           03                    PIC X(18)   VALUE
               'DATE: ____________'.

      ***********************************************************
      *    LAYOUT FOR THE PROOF LINES ON THE PAYROLL REGISTER - *
      *    A PROOF RUN SAYS SO UNDER THE HEADING, AND A LIVE    *
      *    RUN SHOWS THE SIGNED-OFF PROOF AND WHETHER ITS OWN   *
      *    TOTALS CAME OUT THE SAME - SEE 6450-COMPARE-TO-PROOF *
      ***********************************************************
       01 PAYREG-PROOF-NOTE.
           03                    PIC X(52)   VALUE
               'PROOF RUN - NO FILES UPDATED AND NO PAYMENTS WRITTEN'.
       01 PAYREG-PROOF-LINE.
           03                    PIC X(20)   VALUE
               'PROOF SIGNED OFF BY '.
           03 PS-INITIALS         PIC X(3).
           03                    PIC X(8)    VALUE ' - PAID '.
           03 PS-PAID-COUNT       PIC ZZZZZZ9.
           03                    PIC X(7)    VALUE ' GROSS '.
           03 PS-GROSS-TOTAL      PIC $Z,ZZZ,ZZ9.99.
           03                    PIC X(5)    VALUE ' NET '.
           03 PS-NET-TOTAL        PIC -$Z,ZZZ,ZZ9.99.
       01 PAYREG-PROOF-OK.
           03                    PIC X(37)   VALUE
               'LIVE RUN AGREES WITH SIGNED-OFF PROOF'.
       01 PAYREG-PROOF-BAD.
           03                    PIC X(46)   VALUE
               '** LIVE TOTALS DIFFER FROM SIGNED-OFF PROOF **'.

      * VARIABLE TO STORE TODAY'S DATE
       01 CURRENT-DATE          PIC 999999.
           03 ENROLL-OPEN-SW     PIC X(1)    VALUE 'N'.
               88 ENROLL-OPENED              VALUE 'Y'.
           03 CHKCTL-FILE-STATUS PIC X(2)    VALUE '00'.
           03 CHKISSU-FILE-STATUS PIC X(2)   VALUE '00'.

      * COUNTERS FOR THE PERIOD TOTALS - SEE
      * 6000-PRINT-PERIOD-TOTALS
           03 DEPT-FOUND-SW       PIC X(1)    VALUE 'N'.
               88 DEPT-FOUND                   VALUE 'Y'.
           03 WORK-COST-CENTER    PIC X(6)    VALUE SPACES.
           03 CC-FIND-EMPID       PIC 9(7)    VALUE ZEROS.
           03 CC-SUB              PIC 9(2)     COMP.
           03 CC-HIT-SUB          PIC 9(2)     COMP.

      * SWITCHES, WORK FIELDS, AND TOTALS FOR THE PAY HISTORY AND
      * THE RETRO PAY OWED FROM BACK-DATED RATE CHANGES - SEE
      * 1355-WRITE-PAY-HISTORY AND 1700-OPEN-RETRO-PAY THROUGH
      * 1735-PRINT-ONE-RETRO-LINE
       01 MISC9.
           03 PAYHIST-FILE-STATUS PIC X(2)    VALUE '00'.
           03 RETRO-FILE-STATUS   PIC X(2)    VALUE '00'.
           03 RETRO-OPEN-SW       PIC X(1)    VALUE 'N'.
               88 RETRO-OPENED                 VALUE 'Y'.
           03 RETRO-EOF-SW        PIC X(1)    VALUE 'N'.
               88 RETRO-AT-EOF                 VALUE 'Y'.
           03 RETRO-STALE-SW      PIC X(1)    VALUE 'N'.
               88 RETRO-FILE-STALE             VALUE 'Y'.
           03 RETRO-SUB           PIC 9(2)     COMP.
           03 RETRO-PAY-AMOUNT    PIC 9(7)V99  VALUE ZEROS.
           03 RETRO-TOTAL         PIC 9(9)V99  VALUE ZEROS.

      * THE CALENDAR QUARTER THIS RUN'S PERIOD FALLS IN, TAKEN
      * FROM THE PERIOD END DATE, AND THE FILE STATUS OF THE TAX
      * SUMMARY TRAIL - SEE 1640-SET-CURRENT-QUARTER,
      * 1320-UPDATE-YTD, AND 6075-WRITE-TAX-HISTORY
       01 MISC10.
           03 TAXHIST-FILE-STATUS PIC X(2)    VALUE '00'.
           03 CURRENT-QTR-KEY.
              05 CURRENT-QTR-YEAR PIC 9(4)    VALUE ZEROS.
              05 CURRENT-QTR-NO   PIC 9(1)    VALUE ZEROS.

      * SWITCHES, WORK FIELDS, AND TOTALS FOR THE EMPLOYER COST
      * ACCRUAL - SEE 1800-LOAD-ER-RATES THROUGH
      * 1845-SCAN-ONE-ER-BUCKET AND 6080-WRITE-ER-ACCRUAL
       01 MISC11.
           03 ERRATE-FILE-STATUS  PIC X(2)    VALUE '00'.
           03 ER-LOADED-SW        PIC X(1)    VALUE 'N'.
               88 ER-RATES-LOADED              VALUE 'Y'.
           03 ERRATE-EOF-SW       PIC X(1)    VALUE 'N'.
               88 ERRATE-AT-EOF                VALUE 'Y'.
           03 ER-SUB              PIC 9(2)     COMP.
           03 ER-SLOT-SUB         PIC 9(2)     COMP.
           03 ER-BUCKET-SUB       PIC 9(3)     COMP.
           03 ER-HIT-SUB          PIC 9(3)     COMP.
           03 PRIOR-YTD-GROSS     PIC 9(9)V99  VALUE ZEROS.
           03 ER-BASE-AMOUNT      PIC 9(9)V99  VALUE ZEROS.
           03 ER-COST-AMOUNT      PIC 9(7)V99  VALUE ZEROS.
           03 ER-COST-TOTAL       PIC 9(9)V99  VALUE ZEROS.

      * SWITCHES, WORK FIELDS, AND TOTALS FOR PRICING THE CODED
      * EARNINGS LINES ON EACH TIMECARD - HOURS ON CODES THAT
      * COUNT TOWARD OVERTIME WHICH TAKE THE PERIOD'S HOURS PAST
      * OT-THRESHOLD-HOURS EARN THE OVERTIME PREMIUM OVER WHAT
      * THE CODE ALREADY PAID - SEE 1850-LOAD-EARN-CODES THROUGH
      * 1895-PRINT-ONE-EARN-LINE AND 6180-PRINT-EARN-SUMMARY
       01 MISC12.
           03 EARNCD-FILE-STATUS  PIC X(2)    VALUE '00'.
           03 EARN-LOADED-SW      PIC X(1)    VALUE 'N'.
               88 EARN-CODES-LOADED            VALUE 'Y'.
           03 EARNCD-EOF-SW       PIC X(1)    VALUE 'N'.
               88 EARNCD-AT-EOF                VALUE 'Y'.
           03 EARN-FOUND-SW       PIC X(1)    VALUE 'N'.
               88 EARN-CODE-FOUND              VALUE 'Y'.
           03 LINE-SUB            PIC 9(2)     COMP.
           03 EARN-SUB            PIC 9(2)     COMP.
           03 EARN-HIT-SUB        PIC 9(2)     COMP.
           03 OT-THRESHOLD-HOURS  PIC 999V99   VALUE 80.00.
           03 OT-CODED-HOURS      PIC 9(4)V99  VALUE ZEROS.
           03 OT-EXCESS-HOURS     PIC S9(4)V99 VALUE ZEROS.
           03 EARN-LINES-AMOUNT   PIC 9(7)V99  VALUE ZEROS.
           03 OT-ADJ-AMOUNT       PIC 9(7)V99  VALUE ZEROS.
           03 OT-ADJ-COUNT        PIC 9(7)     VALUE ZEROS.
           03 OT-ADJ-HOURS-TOTAL  PIC 9(7)V99  VALUE ZEROS.
           03 OT-ADJ-TOTAL        PIC 9(9)V99  VALUE ZEROS.
           03 EARN-TOTAL          PIC 9(9)V99  VALUE ZEROS.

      * SWITCHES, WORK FIELDS, AND TOTALS FOR APPLYING THE
      * GARNISHMENT ORDERS AGAINST DISPOSABLE EARNINGS AND FOR
      * THE REMITTANCE REGISTER - SEE 1900-APPLY-GARNISHMENTS
      * THROUGH 1945-PRINT-ONE-GARN-LINE AND 6190-WRITE-REMITTANCE
       01 MISC13.
           03 GARNIN-FILE-STATUS  PIC X(2)    VALUE '00'.
           03 GARN-OPEN-SW        PIC X(1)    VALUE 'N'.
               88 GARN-OPENED                  VALUE 'Y'.
           03 GARN-EOF-SW         PIC X(1)    VALUE 'N'.
               88 GARN-AT-EOF                  VALUE 'Y'.
           03 REMIT-EOF-SW        PIC X(1)    VALUE 'N'.
               88 REMIT-AT-EOF                 VALUE 'Y'.
           03 GARN-SUB            PIC 9(2)     COMP.
           03 GARN-BEST-SUB       PIC 9(2)     COMP.
           03 GARN-BEST-PRIORITY  PIC 9(3)    VALUE ZEROS.
           03 GARN-DEFAULT-CAP    PIC 9(2)V99 VALUE 25.00.
           03 GARN-CAP-PCT        PIC 9(2)V99 VALUE ZEROS.
           03 DISPOSABLE-EARNINGS PIC S9(7)V99 VALUE ZEROS.
           03 GARN-WANTED         PIC S9(7)V99 VALUE ZEROS.
           03 GARN-ROOM           PIC S9(7)V99 VALUE ZEROS.
           03 GARN-BALANCE        PIC S9(7)V99 VALUE ZEROS.
           03 GARN-THIS-EMP       PIC 9(7)V99  VALUE ZEROS.
           03 GARN-COUNT          PIC 9(7)     VALUE ZEROS.
           03 GARN-TOTAL          PIC 9(9)V99  VALUE ZEROS.
           03 GARN-SATISFIED-COUNT PIC 9(7)    VALUE ZEROS.
           03 REMIT-AGENCY-CODE   PIC X(6)    VALUE SPACES.
           03 REMIT-AGENCY-COUNT  PIC 9(7)     VALUE ZEROS.
           03 REMIT-AGENCY-TOTAL  PIC 9(9)V99  VALUE ZEROS.
           03 REMIT-COUNT         PIC 9(7)     VALUE ZEROS.
           03 REMIT-TOTAL         PIC 9(9)V99  VALUE ZEROS.

      * SWITCHES, WORK FIELDS, AND TOTALS FOR THE PROOF RUN, ITS
      * COMPARISON AGAINST EACH EMPLOYEE'S LAST UNREVERSED PAY, AND
      * THE SIGN-OFF THE LIVE RUN NEEDS FROM IT - SEE
      * 1650-READ-PROOF-CARD, 1670-CHECK-PROOF-SIGNOFF,
      * 1950-PROOF-CHECK-EMPLOYEE THROUGH 1962-TAKE-ONE-HIST-REC,
      * AND 6400-PRINT-PROOF-SUMMARY THROUGH 6450-COMPARE-TO-PROOF
       01 MISC14.
           03 PROOFCD-FILE-STATUS PIC X(2)    VALUE '00'.
           03 PROOFOK-FILE-STATUS PIC X(2)    VALUE '00'.
           03 PROOFCTL-FILE-STATUS PIC X(2)   VALUE '00'.
           03 PROOF-RUN-SW        PIC X(1)    VALUE 'N'.
               88 PROOF-RUN                    VALUE 'Y'.
           03 PHIST-OPEN-SW       PIC X(1)    VALUE 'N'.
               88 PHIST-OPENED                 VALUE 'Y'.
           03 PHIST-EOF-SW        PIC X(1)    VALUE 'N'.
               88 PHIST-AT-EOF                 VALUE 'Y'.
           03 HIST-SEEN-SW        PIC X(1)    VALUE 'N'.
               88 HIST-SEEN                    VALUE 'Y'.
           03 LAST-PAY-SW         PIC X(1)    VALUE 'N'.
               88 LAST-PAY-FOUND               VALUE 'Y'.
           03 EARLIER-PAY-SW      PIC X(1)    VALUE 'N'.
               88 EARLIER-PAY-FOUND            VALUE 'Y'.
           03 EMP-FLAGGED-SW      PIC X(1)    VALUE 'N'.
               88 EMP-FLAGGED                  VALUE 'Y'.
           03 CHANGE-OVER-SW      PIC X(1)    VALUE 'N'.
               88 CHANGE-OVER-LIMIT            VALUE 'Y'.
           03 GROSS-OVER-SW       PIC X(1)    VALUE 'N'.
               88 GROSS-OVER-LIMIT             VALUE 'Y'.
           03 NET-OVER-SW         PIC X(1)    VALUE 'N'.
               88 NET-OVER-LIMIT               VALUE 'Y'.
           03 PROOF-CHANGE-PCT    PIC 999V99   VALUE 20.00.
           03 PROOF-HOURS-LIMIT   PIC 999V99   VALUE 100.00.
           03 LAST-PAY-PERIOD-NO  PIC 9(4)     VALUE ZEROS.
           03 LAST-PAY-GROSS      PIC S9(7)V99 VALUE ZEROS.
           03 LAST-PAY-NET        PIC S9(7)V99 VALUE ZEROS.
           03 EARLIER-PAY-PERIOD-NO PIC 9(4)   VALUE ZEROS.
           03 EARLIER-PAY-GROSS   PIC S9(7)V99 VALUE ZEROS.
           03 EARLIER-PAY-NET     PIC S9(7)V99 VALUE ZEROS.
           03 PROOF-HOURS         PIC 9(4)V99  VALUE ZEROS.
           03 PROOF-BASE          PIC S9(7)V99 VALUE ZEROS.
           03 PROOF-NOW           PIC S9(7)V99 VALUE ZEROS.
           03 PROOF-DIFF          PIC S9(9)V99 VALUE ZEROS.
           03 PROOF-PCT           PIC S9(13)V9 VALUE ZEROS.
           03 PROOF-REASON        PIC X(28)    VALUE SPACES.
           03 PROOF-FLAGGED-COUNT PIC 9(7)     VALUE ZEROS.
           03 PROOF-EXCEPT-COUNT  PIC 9(7)     VALUE ZEROS.

      ************************************************************
      *      START OF PROCEDURE DIVISION                         *
      ************************************************************
      *      FILE INTO I-EMPID SEQUENCE, MATCH-MERGES THEM IN    *
      *      1000-MATCH-LOOP TO BUILD EACH EMPLOYEE'S PAYCHECK,  *
      *      AND WRITES THE PAYROLL REGISTER WITH PERIOD TOTALS  *
      *      - A PROOF RUN DOES THE SAME CALCULATION BUT OPENS   *
      *      NONE OF THE FILES IT WOULD UPDATE OR PAY FROM, AND  *
      *      WRITES THE PROOF LISTING INSTEAD - A LIVE RUN WILL  *
      *      NOT START UNTIL A PROOF OF THE SAME PERIOD HAS BEEN *
      *      SIGNED OFF                                          *
      ************************************************************
       000-MAINLINE.
           PERFORM 1650-READ-PROOF-CARD.
           PERFORM 8100-CHECK-RUN-CONTROL.
           PERFORM 1600-LOAD-PAY-CALENDAR.
           IF (NOT PROOF-RUN) THEN
               PERFORM 1670-CHECK-PROOF-SIGNOFF
               PERFORM 8150-MARK-STEP-STARTED
           END-IF
           SORT MASTER-SORT-FILE
               ON ASCENDING KEY MSRT-EMPID
               USING RAW-MASTER-FILE
               ON ASCENDING KEY TMSRT-EMPID
               USING RAW-TIME-FILE
               GIVING SORTED-TIME-FILE.
           IF (PROOF-RUN) THEN
               OPEN INPUT SORTED-MASTER-FILE
                    INPUT SORTED-TIME-FILE
                    OUTPUT REGISTER-FILE
                    OUTPUT PROOF-RPT-FILE
           ELSE
               OPEN INPUT SORTED-MASTER-FILE
                    INPUT SORTED-TIME-FILE
                    OUTPUT REGISTER-FILE
                    OUTPUT YTD-OUT-FILE
                    OUTPUT BANK-PAY-FILE
                    OUTPUT CHECK-REG-FILE
                    OUTPUT TAX-SUM-FILE
                    OUTPUT ARR-OUT-FILE
               OPEN OUTPUT ER-ACCRUAL-FILE
                    OUTPUT CC-ACTUAL-FILE
               OPEN OUTPUT GARN-OUT-FILE
                    OUTPUT REMIT-WORK-FILE
                    OUTPUT GARN-REG-FILE
           END-IF
           PERFORM 1310-OPEN-YTD-INPUT.
           PERFORM 1360-SORT-ENROLLMENTS.
           PERFORM 1370-READ-CHECK-CONTROL.
           IF (PROOF-RUN) THEN
               PERFORM 1955-SORT-PAY-HISTORY
           ELSE
               PERFORM 1375-OPEN-CHECK-ISSUE
               PERFORM 1365-OPEN-PAY-HISTORY
               PERFORM 1378-OPEN-TAX-HISTORY
           END-IF
           PERFORM 1700-OPEN-RETRO-PAY.
           PERFORM 1380-LOAD-TAX-TABLES.
           PERFORM 1395-LOAD-DED-RULES.
           PERFORM 1398-OPEN-ARREARS-INPUT.
           PERFORM 1500-LOAD-DEPT-TABLE.
           PERFORM 1800-LOAD-ER-RATES.
           PERFORM 1850-LOAD-EARN-CODES.
           PERFORM 1905-SORT-GARN-ORDERS.
           PERFORM 5000-PRINT-HEAD.
           IF (PROOF-RUN) THEN
               WRITE PAYREG-REC FROM PAYREG-PROOF-NOTE
                   AFTER ADVANCING 1 LINE
           END-IF
           IF (NOT TAX-TABLE-LOADED) THEN
               WRITE PAYREG-REC FROM PAYREG-TAXNONE
                   AFTER ADVANCING 1 LINE
               WRITE PAYREG-REC FROM PAYREG-RERUN-NOTE
                   AFTER ADVANCING 1 LINE
           END-IF
           IF (RETRO-FILE-STALE) THEN
               WRITE PAYREG-REC FROM PAYREG-RETRO-STALE
                   AFTER ADVANCING 1 LINE
           END-IF
           IF (PROOF-RUN) THEN
               PERFORM 5300-PRINT-PROOF-HEAD
           ELSE
               PERFORM 5200-PRINT-CHECK-HEAD
           END-IF
           PERFORM 9100-READ-MASTER.
           PERFORM 9200-READ-TIMECARD.
           PERFORM 1000-MATCH-LOOP
      * TERMINATED EMPLOYEES AND KEEP THEIR BALANCES
           PERFORM 1430-CARRY-ARREARS-FORWARD
               UNTIL ARR-AT-EOF.
      * RETRO PAY STILL UNREAD BELONGS TO EMPIDS PAST THE LAST
      * MASTER RECORD AND IS REPORTED AS UNPAID
           PERFORM 1715-REJECT-RETRO-REC
               UNTIL RETRO-AT-EOF.
      * GARNISHMENT ORDERS STILL UNREAD LIKEWISE BELONG TO
      * TERMINATED EMPLOYEES AND KEEP THEIR BALANCES
           PERFORM 1930-CARRY-GARN-FORWARD
               UNTIL GARN-AT-EOF.
           PERFORM 6000-PRINT-PERIOD-TOTALS.
           IF (NOT PROOF-RUN) THEN
               PERFORM 6050-WRITE-BANK-TRAILER
               PERFORM 6060-PRINT-CHECK-SUMMARY
               PERFORM 6070-WRITE-TAX-SUMMARY
               PERFORM 6080-WRITE-ER-ACCRUAL
           END-IF
           PERFORM 6100-RECONCILE-PAYMENTS.
           PERFORM 6150-PRINT-LABOR-DIST.
           IF (NOT PROOF-RUN) THEN
               PERFORM 6155-WRITE-CC-ACTUALS
           END-IF
           PERFORM 6170-PRINT-EMPLOYER-COST.
           PERFORM 6180-PRINT-EARN-SUMMARY.
           IF (PROOF-RUN) THEN
               PERFORM 6400-PRINT-PROOF-SUMMARY
               PERFORM 6420-WRITE-PROOF-CONTROL
           ELSE
               PERFORM 6190-WRITE-REMITTANCE
               PERFORM 6200-REWRITE-CHECK-CONTROL
               PERFORM 6300-MARK-PERIOD-PAID
               PERFORM 6450-COMPARE-TO-PROOF
           END-IF
           IF (PROOF-RUN) THEN
               CLOSE SORTED-MASTER-FILE
                   SORTED-TIME-FILE
                   REGISTER-FILE
                   PROOF-RPT-FILE
           ELSE
               CLOSE SORTED-MASTER-FILE
                   SORTED-TIME-FILE
                   REGISTER-FILE
                   YTD-OUT-FILE
                   BANK-PAY-FILE
                   CHECK-REG-FILE
                   TAX-SUM-FILE
                   ARR-OUT-FILE
                   CHECK-ISSUE-FILE
                   PAY-HIST-FILE
                   TAX-HIST-FILE
                   ER-ACCRUAL-FILE
                   CC-ACTUAL-FILE
                   GARN-OUT-FILE
                   GARN-REG-FILE
           END-IF
           IF (YTDIN-OPENED) THEN
               CLOSE YTD-IN-FILE
           END-IF
           IF (ARRIN-OPENED) THEN
               CLOSE ARR-IN-FILE
           END-IF
           IF (RETRO-OPENED) THEN
               CLOSE RETRO-PAY-FILE
           END-IF
           IF (GARN-OPENED) THEN
               CLOSE SORTED-GARN-FILE
           END-IF
           IF (PHIST-OPENED) THEN
               CLOSE SORTED-PHIST-FILE
           END-IF
           IF (NOT PROOF-RUN) THEN
               PERFORM 8200-MARK-STEP-DONE
           END-IF
           STOP RUN.


      ************************************************************
      *      1000-MATCH-LOOP COMPARES THE CURRENT SORTED MASTER  *
      *      RECORD'S EMPID AGAINST THE CURRENT SORTED TIMECARD'S*
       1100-PAY-WITHOUT-TIMECARD.
           MOVE ZEROS             TO PAY-REG-HOURS
           MOVE ZEROS             TO PAY-OT-HOURS
           MOVE 0                 TO PAY-EARN-COUNT
           PERFORM 1300-PAY-EMPLOYEE.


           ELSE
               MOVE TM-REG-HOURS  TO PAY-REG-HOURS
               MOVE TM-OT-HOURS   TO PAY-OT-HOURS
               PERFORM 1860-LOAD-EARN-LINES
               PERFORM 1300-PAY-EMPLOYEE
           END-IF.

      *      1300-PAY-EMPLOYEE BUILDS ONE EMPLOYEE'S REGISTER    *
      *      LINE - GROSS IS THE PAY WORK-FIELD HOURS TIMES      *
      *      MSTR-EMPRATE (OVERTIME AT THE TIME-AND-A-HALF       *
      *      PREMIUM) PLUS THE TIMECARD'S CODED EARNINGS LINES   *
      *      FOR AN H-STATUS EMPLOYEE, OR THE PER-PERIOD SALARY  *
      *      IN MSTR-EMPRATE FOR AN S-STATUS                     *
      *      EMPLOYEE, PLUS ANY RETRO PAY OWED FROM A BACK-DATED *
      *      RATE CHANGE - THE STATUTORY WITHHOLDING COMES OFF   *
      *      FIRST, THEN ANY GARNISHMENT ORDERS WITHIN THEIR     *
      *      DISPOSABLE-EARNINGS CAPS (CARRIED IN THE DEDUCTION  *
      *      TOTAL), THEN THE DEDUCTIONS ARE TAKEN IN RULES-     *
      *      MASTER PRIORITY ORDER AGAINST WHAT GROSS IS LEFT,   *
      *      WITH ANYTHING UNAFFORDABLE DROPPED TO ARREARS, SO   *
      *      NET CAN NO LONGER GO NEGATIVE THE WAY IT USED TO    *
      *      WHEN THE THREE FLAT AMOUNTS CAME OFF UNCONDITIONALLY*
      *      - A PROOF RUN CHECKS THE PAY AGAINST THE EMPLOYEE'S *
      *      LAST PAY INSTEAD OF RECORDING IT ON THE HISTORY     *
      ************************************************************
       1300-PAY-EMPLOYEE.
           IF (MSTR-EMPSTATUS = 'H') THEN
               COMPUTE GROSS-PAY-AMOUNT =
                   (PAY-REG-HOURS * MSTR-EMPRATE) +
                   (PAY-OT-HOURS * MSTR-EMPRATE * OT-PREMIUM-RATE)
               PERFORM 1870-PRICE-EARN-LINES
               ADD EARN-LINES-AMOUNT TO GROSS-PAY-AMOUNT
               MOVE PAY-REG-HOURS TO PR-REG-HOURS
               MOVE PAY-OT-HOURS  TO PR-OT-HOURS
           ELSE
               MOVE 0             TO PAY-EARN-COUNT
               MOVE MSTR-EMPRATE  TO GROSS-PAY-AMOUNT
               MOVE ZEROS         TO PR-REG-HOURS
               MOVE ZEROS         TO PR-OT-HOURS
           END-IF
           PERFORM 1710-FETCH-RETRO-PAY
           ADD RETRO-PAY-AMOUNT   TO GROSS-PAY-AMOUNT
           ADD RETRO-PAY-AMOUNT   TO RETRO-TOTAL
           PERFORM 1315-FETCH-PRIOR-YTD
           PERFORM 1405-FETCH-ARREARS
           PERFORM 1390-CALC-WITHHOLDING
           PERFORM 1900-APPLY-GARNISHMENTS
           PERFORM 1400-BUILD-DEDUCT-WORK
           PERFORM 1410-TAKE-DEDUCTIONS
           ADD GARN-THIS-EMP      TO TOTAL-DEDUCTIONS
           COMPUTE NET-PAY-AMOUNT =
               GROSS-PAY-AMOUNT - TOTAL-DEDUCTIONS
               - FED-TAX-AMOUNT - STA-TAX-AMOUNT - FICA-TAX-AMOUNT
           MOVE FICA-TAX-AMOUNT   TO PR-FICA-TAX
           MOVE NET-PAY-AMOUNT    TO PR-NET
           PERFORM 1520-ACCUM-COST-CENTER
           PERFORM 1820-CALC-EMPLOYER-COST
           MOVE YW-GROSS          TO PR-YTD-GROSS
           MOVE YW-DEDUCTIONS     TO PR-YTD-DEDUCTIONS
           MOVE YW-NET            TO PR-YTD-NET
           WRITE PAYREG-REC FROM PAYREG-DETAIL
               AFTER ADVANCING 1 LINE
           PERFORM 1340-FIND-ENROLLMENT
           PERFORM 1350-WRITE-PAYMENT
           IF (PROOF-RUN) THEN
               PERFORM 1950-PROOF-CHECK-EMPLOYEE
           ELSE
               PERFORM 1355-WRITE-PAY-HISTORY
           END-IF
           PERFORM 1890-PRINT-EARN-LINES
           PERFORM 1730-PRINT-RETRO-LINES
           PERFORM 1940-PRINT-GARN-LINES.


      ************************************************************
      *      AS AN ACTUAL PAYMENT - AN ENROLLED EMPLOYEE GETS A  *
      *      DETAIL RECORD ON THE BANK PAYMENT EXTRACT AND AN    *
      *      UNENROLLED ONE GETS A PAPER CHECK LINE WITH THE     *
      *      NEXT CHECK NUMBER FROM THE RUN CONTROL, AND THE     *
      *      CHECK IS RECORDED AS ISSUED ON THE ISSUED-CHECK     *
      *      TRAIL - THE BANK AND CHECK TOTALS ACCUMULATED HERE  *
      *      ARE WHAT 6100-RECONCILE-PAYMENTS TIES BACK TO THE   *
      *      REGISTER - A PROOF RUN ACCUMULATES THE SAME TOTALS  *
      *      BUT WRITES NO PAYMENT                               *
      ************************************************************
       1350-WRITE-PAYMENT.
           IF (EMP-ENROLLED) THEN
               MOVE NET-PAY-AMOUNT    TO BK-NET-AMOUNT
               MOVE RC-GENERATION     TO BK-GENERATION
               MOVE CURRENT-PERIOD-NO TO BK-PERIOD-NO
               IF (NOT PROOF-RUN) THEN
                   WRITE BANKPAY-REC FROM BANK-DETAIL
               END-IF
           ELSE
               ADD 1 TO CHECK-COUNT
               ADD NET-PAY-AMOUNT TO CHECK-TOTAL
               MOVE MSTR-LNAME        TO CK-LNAME
               MOVE MSTR-FNAME        TO CK-FNAME
               MOVE NET-PAY-AMOUNT    TO CK-NET-PAY
               IF (NOT PROOF-RUN) THEN
                   WRITE CHKREG-REC FROM CHKREG-DETAIL
                       AFTER ADVANCING 1 LINE
               END-IF
               MOVE CK-CHECK-NO       TO IC-CHECK-NO
               MOVE MSTR-EMPID        TO IC-EMPID
               MOVE NET-PAY-AMOUNT    TO IC-AMOUNT
               MOVE RUN-DATE-YMD      TO IC-ACTIVITY-DATE
               MOVE CURRENT-PERIOD-NO TO IC-PERIOD-NO
               MOVE RC-GENERATION     TO IC-GENERATION
               MOVE 'I'               TO IC-STATUS
               MOVE ZEROS             TO IC-REF-CHECK-NO
               IF (NOT PROOF-RUN) THEN
                   WRITE CHKISSU-REC FROM CHKISSU-DATA
               END-IF
           END-IF.


      ************************************************************
      *      1355-WRITE-PAY-HISTORY RECORDS WHAT THE EMPLOYEE    *
      *      WAS JUST PAID ON THE CUMULATIVE PAY HISTORY - THE   *
      *      RATE AND HOURS PAID FROM, EVERY REGISTER AMOUNT,    *
      *      AND HOW THE MONEY WENT OUT - SO A LATER BACK-DATED  *
      *      RATE CHANGE CAN BE PRICED AGAINST THIS PERIOD - AND *
      *      THE SLOT DEDUCTIONS AND INCOMING ARREARS A LATER    *
      *      REVERSAL OF THE PERIOD NEEDS TO UNDO IT - AN HOURLY *
      *      EMPLOYEE PAID ANY CODED EARNINGS ALSO GETS AN E     *
      *      RECORD CARRYING THOSE LINES                         *
      ************************************************************
       1355-WRITE-PAY-HISTORY.
           MOVE MSTR-EMPID        TO HS-EMPID
           MOVE CURRENT-PERIOD-NO TO HS-PERIOD-NO
           MOVE RC-GENERATION     TO HS-GENERATION
           MOVE 'P'               TO HS-REC-TYPE
           MOVE MSTR-EMPSTATUS    TO HS-EMPSTATUS
           MOVE MSTR-EMPRATE      TO HS-EMPRATE
           IF (MSTR-EMPSTATUS = 'H') THEN
               MOVE PAY-REG-HOURS TO HS-REG-HOURS
               MOVE PAY-OT-HOURS  TO HS-OT-HOURS
           ELSE
               MOVE ZEROS         TO HS-REG-HOURS
               MOVE ZEROS         TO HS-OT-HOURS
           END-IF
           MOVE GROSS-PAY-AMOUNT  TO HS-GROSS
           MOVE RETRO-PAY-AMOUNT  TO HS-RETRO-AMOUNT
           MOVE TOTAL-DEDUCTIONS  TO HS-DEDUCTIONS
           MOVE FED-TAX-AMOUNT    TO HS-FED-TAX
           MOVE STA-TAX-AMOUNT    TO HS-STA-TAX
           MOVE FICA-TAX-AMOUNT   TO HS-FICA-TAX
           MOVE NET-PAY-AMOUNT    TO HS-NET
           IF (EMP-ENROLLED) THEN
               MOVE 'D'           TO HS-PAY-METHOD
               MOVE ZEROS         TO HS-CHECK-NO
           ELSE
               MOVE 'C'           TO HS-PAY-METHOD
               MOVE CK-CHECK-NO   TO HS-CHECK-NO
           END-IF
           MOVE WORK-COST-CENTER  TO HS-COST-CENTER
           MOVE RUN-DATE-YMD      TO HS-RUN-DATE
           MOVE CURRENT-PERIOD-NO TO HS-PAID-PERIOD-NO
           MOVE SLOT-TAKEN(1)     TO HS-SLOT-TAKEN(1)
           MOVE SLOT-TAKEN(2)     TO HS-SLOT-TAKEN(2)
           MOVE SLOT-TAKEN(3)     TO HS-SLOT-TAKEN(3)
           PERFORM 1357-MOVE-ONE-ARR-BEFORE
               VARYING ARR-SUB FROM 1 BY 1
               UNTIL ARR-SUB > 6
           WRITE PAYHIST-REC FROM PAYHIST-DATA
           IF (MSTR-EMPSTATUS = 'H') AND (PAY-EARN-COUNT > 0) THEN
               PERFORM 1358-WRITE-EARN-HISTORY
           END-IF.


       1357-MOVE-ONE-ARR-BEFORE.
           IF (ARR-PRESENT) THEN
               MOVE AH-CODE(ARR-SUB)   TO HS-ARR-CODE(ARR-SUB)
               MOVE AH-AMOUNT(ARR-SUB) TO HS-ARR-AMOUNT(ARR-SUB)
           ELSE
               MOVE SPACES             TO HS-ARR-CODE(ARR-SUB)
               MOVE ZEROS              TO HS-ARR-AMOUNT(ARR-SUB)
           END-IF.


      ************************************************************
      *      1358-WRITE-EARN-HISTORY WRITES THE E RECORD THAT    *
      *      FOLLOWS THE EMPLOYEE'S P RECORD - ONE ENTRY PER     *
      *      CODED EARNINGS LINE WITH THE HOURS PAID AND THE     *
      *      MULTIPLIER OF THE HOURLY RATE THEY WERE PAID AT,    *
      *      INCLUDING THE OVERTIME PREMIUM LINE ON CODED HOURS  *
      ************************************************************
       1358-WRITE-EARN-HISTORY.
           MOVE SPACES            TO PAYHIST-EARN-DATA
           MOVE MSTR-EMPID        TO HE-EMPID
           MOVE CURRENT-PERIOD-NO TO HE-PERIOD-NO
           MOVE RC-GENERATION     TO HE-GENERATION
           MOVE 'E'               TO HE-REC-TYPE
           MOVE PAY-EARN-COUNT    TO HE-LINE-COUNT
           MOVE CURRENT-PERIOD-NO TO HE-PAID-PERIOD-NO
           PERFORM 1359-MOVE-ONE-EARN-HIST
               VARYING EARN-SUB FROM 1 BY 1
               UNTIL EARN-SUB > 6
           WRITE PAYHIST-REC FROM PAYHIST-EARN-DATA.


       1359-MOVE-ONE-EARN-HIST.
           IF (EARN-SUB NOT > PAY-EARN-COUNT) THEN
               MOVE PE-EARN-CODE(EARN-SUB)  TO HE-EARN-CODE(EARN-SUB)
               MOVE PE-PAY-METHOD(EARN-SUB) TO HE-PAY-METHOD(EARN-SUB)
               MOVE PE-RATE-MULT(EARN-SUB)  TO HE-RATE-MULT(EARN-SUB)
               MOVE PE-PAID-HOURS(EARN-SUB) TO HE-PAID-HOURS(EARN-SUB)
           ELSE
               MOVE SPACES TO HE-EARN-CODE(EARN-SUB)
               MOVE SPACES TO HE-PAY-METHOD(EARN-SUB)
               MOVE ZEROS  TO HE-RATE-MULT(EARN-SUB)
               MOVE ZEROS  TO HE-PAID-HOURS(EARN-SUB)
           END-IF.


               MOVE ZEROS          TO YW-DEDUCT-AMOUNT(1)
               MOVE ZEROS          TO YW-DEDUCT-AMOUNT(2)
               MOVE ZEROS          TO YW-DEDUCT-AMOUNT(3)
               MOVE ZEROS          TO YW-FED-TAX
               MOVE ZEROS          TO YW-STA-TAX
               MOVE ZEROS          TO YW-FICA-TAX
               MOVE ZEROS          TO YW-QTR-KEY
               MOVE ZEROS          TO YW-QTD-GROSS
               MOVE ZEROS          TO YW-QTD-FED-TAX
               MOVE ZEROS          TO YW-QTD-STA-TAX
               MOVE ZEROS          TO YW-QTD-FICA-TAX
           END-IF.


      *      1320-UPDATE-YTD FOLDS THE EMPLOYEE JUST PAID INTO   *
      *      THE YTD RECORD 1315-FETCH-PRIOR-YTD SET UP IN       *
      *      YTD-WORK - THIS PERIOD'S AMOUNTS ARE ADDED AND THE  *
      *      UPDATED RECORD GOES OUT ON YTD-OUT-FILE - THE       *
      *      QUARTER-TO-DATE FIGURES START OVER WHEN THE RECORD  *
      *      LAST HELD AN EARLIER QUARTER THAN THIS PERIOD'S     *
      ************************************************************
       1320-UPDATE-YTD.
           ADD GROSS-PAY-AMOUNT   TO YW-GROSS
           ADD TOTAL-DEDUCTIONS   TO YW-DEDUCTIONS
           ADD NET-PAY-AMOUNT     TO YW-NET
           ADD FED-TAX-AMOUNT     TO YW-FED-TAX
           ADD STA-TAX-AMOUNT     TO YW-STA-TAX
           ADD FICA-TAX-AMOUNT    TO YW-FICA-TAX
           IF (YW-QTR-KEY NOT = CURRENT-QTR-KEY) THEN
               MOVE CURRENT-QTR-KEY TO YW-QTR-KEY
               MOVE ZEROS         TO YW-QTD-GROSS
               MOVE ZEROS         TO YW-QTD-FED-TAX
               MOVE ZEROS         TO YW-QTD-STA-TAX
               MOVE ZEROS         TO YW-QTD-FICA-TAX
           END-IF
           ADD GROSS-PAY-AMOUNT   TO YW-QTD-GROSS
           ADD FED-TAX-AMOUNT     TO YW-QTD-FED-TAX
           ADD STA-TAX-AMOUNT     TO YW-QTD-STA-TAX
           ADD FICA-TAX-AMOUNT    TO YW-QTD-FICA-TAX
           PERFORM 1325-ACCUM-ONE-YTD-PAIR
               VARYING DED-SUB FROM 1 BY 1
               UNTIL DED-SUB > 3
           IF (NOT PROOF-RUN) THEN
               WRITE YTD-OUT-REC FROM YTD-WORK
           END-IF.


      ************************************************************
      *      RECORD TO YTD-OUT-FILE UNCHANGED AND READS THE NEXT *
      *      ONE - USED FOR YTD RECORDS WHOSE EMPID IS NO LONGER *
      *      ON THE MASTER, SO A TERMINATED EMPLOYEE'S YEAR IS   *
      *      NEVER DROPPED FROM THE FILE MID-YEAR, AND FOR       *
      *      EMPLOYEES NOT PAID THIS PERIOD - THE YEAR'S GROSS   *
      *      STILL COUNTS TOWARD THE EMPLOYEE'S COST CENTER YTD  *
      ************************************************************
       1330-CARRY-YTD-FORWARD.
           IF (NOT PROOF-RUN) THEN
               WRITE YTD-OUT-REC FROM YTD-DATA
           END-IF
           MOVE YT-EMPID          TO CC-FIND-EMPID
           PERFORM 1530-FIND-COST-CENTER
           PERFORM 1542-FIND-CC-BUCKET
           ADD YT-GROSS           TO CCT-YTD-GROSS(CC-HIT-SUB)
           PERFORM 9300-READ-YTD.


           END-IF.


      ************************************************************
      *      1375-OPEN-CHECK-ISSUE OPENS THE CUMULATIVE          *
      *      ISSUED-CHECK TRAIL FOR APPEND - THE FIRST RUN       *
      *      CREATES IT, EVERY RUN AFTER THAT EXTENDS IT, THE    *
      *      SAME WAY PROG9 KEEPS ITS CHANGE-HISTORY TRAIL       *
      ************************************************************
       1375-OPEN-CHECK-ISSUE.
           OPEN EXTEND CHECK-ISSUE-FILE
           IF (CHKISSU-FILE-STATUS NOT = '00') THEN
               OPEN OUTPUT CHECK-ISSUE-FILE
           END-IF.


      ************************************************************
      *      1365-OPEN-PAY-HISTORY OPENS THE CUMULATIVE PAY      *
      *      HISTORY FOR APPEND THE SAME WAY 1375-OPEN-CHECK-    *
      *      ISSUE OPENS THE ISSUED-CHECK TRAIL                  *
      ************************************************************
       1365-OPEN-PAY-HISTORY.
           OPEN EXTEND PAY-HIST-FILE
           IF (PAYHIST-FILE-STATUS NOT = '00') THEN
               OPEN OUTPUT PAY-HIST-FILE
           END-IF.


      ************************************************************
      *      1378-OPEN-TAX-HISTORY OPENS THE CUMULATIVE TAX      *
      *      SUMMARY TRAIL FOR APPEND THE SAME WAY 1375-OPEN-    *
      *      CHECK-ISSUE OPENS THE ISSUED-CHECK TRAIL            *
      ************************************************************
       1378-OPEN-TAX-HISTORY.
           OPEN EXTEND TAX-HIST-FILE
           IF (TAXHIST-FILE-STATUS NOT = '00') THEN
               OPEN OUTPUT TAX-HIST-FILE
           END-IF.


      ************************************************************
      *      1380-LOAD-TAX-TABLES LOADS THE WITHHOLDING RATE     *
      *      CONTROL INTO THE FEDERAL AND STATE BRACKET TABLES   *

      ************************************************************
      *      1410-TAKE-DEDUCTIONS TAKES THE WORK TABLE'S         *
      *      DEDUCTIONS IN PRIORITY ORDER AGAINST THE GROSS LEFT *
      *      AFTER THE STATUTORY WITHHOLDING AND THE             *
      *      GARNISHMENTS - AN ENTRY THE REMAINING GROSS CANNOT  *
      *      COVER IS DROPPED WHOLE INTO THE ARREARS RECORD FOR  *
      *      RECOVERY NEXT PERIOD, SO THE CHECK NEVER GOES       *
      *      NEGATIVE - AN EMPLOYEE WHO ENDS UP OWING PRINTS AN  *
      *      ARREARS NOTE ON THE REGISTER UNDER THEIR DETAIL     *
      *      LINE                                                *
      ************************************************************
       1410-TAKE-DEDUCTIONS.
           MOVE ZEROS TO TOTAL-DEDUCTIONS
               UNTIL ARR-SUB > 6
           COMPUTE AVAIL-FOR-DEDUCT = GROSS-PAY-AMOUNT
               - FED-TAX-AMOUNT - STA-TAX-AMOUNT - FICA-TAX-AMOUNT
               - GARN-THIS-EMP
           IF (AVAIL-FOR-DEDUCT < 0) THEN
               MOVE ZEROS TO AVAIL-FOR-DEDUCT
           END-IF
           IF (ARREARS-THIS-EMP > 0) THEN
               ADD 1 TO ARREARS-EMP-COUNT
               ADD ARREARS-THIS-EMP TO ARREARS-TOTAL
               IF (NOT PROOF-RUN) THEN
                   WRITE ARR-OUT-REC FROM ARR-WORK
               END-IF
               MOVE MSTR-EMPID       TO AN-EMPID
               MOVE ARREARS-THIS-EMP TO AN-ARREARS-AMOUNT
               WRITE PAYREG-REC FROM PAYREG-ARRNOTE
      *      BALANCE IS NEVER DROPPED                            *
      ************************************************************
       1430-CARRY-ARREARS-FORWARD.
           IF (NOT PROOF-RUN) THEN
               WRITE ARR-OUT-REC FROM ARR-DATA
           END-IF
           PERFORM 9700-READ-ARREARS.


      *      GROSS AND NET GO INTO THAT CENTER'S BUCKET          *
      ************************************************************
       1520-ACCUM-COST-CENTER.
           MOVE MSTR-EMPID        TO CC-FIND-EMPID
           PERFORM 1530-FIND-COST-CENTER
           PERFORM 1540-FILE-CC-AMOUNTS.


      ************************************************************
      *      1530-FIND-COST-CENTER SEARCHES THE LOOKUP TABLE     *
      *      FOR THE EMPLOYEE IN CC-FIND-EMPID AND LEAVES THE    *
      *      COST CENTER IN WORK-COST-CENTER                     *
      ************************************************************
       1530-FIND-COST-CENTER.
           MOVE 'N' TO DEPT-FOUND-SW
               SEARCH DEPT-ENTRY
                   AT END
                       MOVE 'N' TO DEPT-FOUND-SW
                   WHEN (DE-EMPID(DEPT-IDX) = CC-FIND-EMPID)
                       SET DEPT-FOUND TO TRUE
                       MOVE DE-COST-CENTER(DEPT-IDX)
                           TO WORK-COST-CENTER


      ************************************************************
      *      1540-FILE-CC-AMOUNTS FINDS OR STARTS THE BUCKET FOR *
      *      WORK-COST-CENTER AND ADDS THIS EMPLOYEE'S GROSS,    *
      *      NET, AND UPDATED YTD GROSS TO IT AND COUNTS THE     *
      *      EMPLOYEE - 1542-FIND-CC-BUCKET, ALSO USED FOR THE   *
      *      CARRIED-FORWARD YTD RECORDS, FOLDS ANY COST CENTERS *
      *      PAST THE TABLE LIMIT INTO THE LAST BUCKET RATHER    *
      *      THAN LOSING THE MONEY FROM THE DISTRIBUTION         *
      ************************************************************
       1540-FILE-CC-AMOUNTS.
           PERFORM 1542-FIND-CC-BUCKET
           ADD GROSS-PAY-AMOUNT TO CCT-GROSS(CC-HIT-SUB)
           ADD NET-PAY-AMOUNT   TO CCT-NET(CC-HIT-SUB)
           ADD 1                TO CCT-EMP-COUNT(CC-HIT-SUB)
           ADD YW-GROSS         TO CCT-YTD-GROSS(CC-HIT-SUB).


       1542-FIND-CC-BUCKET.
           MOVE 0 TO CC-HIT-SUB
           PERFORM 1545-SCAN-ONE-CC-BUCKET
               VARYING CC-SUB FROM 1 BY 1
                   MOVE WORK-COST-CENTER TO CCT-CODE(CC-PAY-COUNT)
                   MOVE ZEROS            TO CCT-GROSS(CC-PAY-COUNT)
                   MOVE ZEROS            TO CCT-NET(CC-PAY-COUNT)
                   MOVE ZEROS            TO CCT-EMP-COUNT(CC-PAY-COUNT)
                   MOVE ZEROS            TO CCT-YTD-GROSS(CC-PAY-COUNT)
               END-IF
               MOVE CC-PAY-COUNT TO CC-HIT-SUB
           END-IF.


       1545-SCAN-ONE-CC-BUCKET.
           END-IF
           MOVE PCT-PERIOD-NO(CURRENT-PERIOD-SUB)
               TO CURRENT-PERIOD-NO
           PERFORM 1640-SET-CURRENT-QUARTER
           IF (PCT-PAID-SW(CURRENT-PERIOD-SUB) = 'Y') THEN
               PERFORM 1630-READ-OVERRIDE-CARD
               IF (NOT RERUN-AUTHORIZED) THEN
           END-IF.


      ************************************************************
      *      1640-SET-CURRENT-QUARTER WORKS OUT THE CALENDAR     *
      *      QUARTER THE CURRENT PERIOD'S END DATE FALLS IN - A  *
      *      RERUN OF THE SAME PERIOD ALWAYS LANDS IN THE SAME   *
      *      QUARTER, WHATEVER DAY IT IS RUN ON                  *
      ************************************************************
       1640-SET-CURRENT-QUARTER.
           MOVE PCT-END-DATE(CURRENT-PERIOD-SUB) TO DC-YMD
           MOVE DC-Y TO CURRENT-QTR-YEAR
           COMPUTE CURRENT-QTR-NO = (DC-M + 2) / 3.


      ************************************************************
      *      1650-READ-PROOF-CARD LOOKS FOR THE PROOF RUN CARD - *
      *      A P IN COLUMN ONE MAKES THIS A PROOF RUN, AND ANY   *
      *      CHANGE PERCENT OR HOURS LIMIT PUNCHED ON IT         *
      *      REPLACES THE DEFAULT - A MISSING CARD OR ANYTHING   *
      *      ELSE IN COLUMN ONE IS A LIVE RUN                    *
      ************************************************************
       1650-READ-PROOF-CARD.
           OPEN INPUT PROOF-CARD-FILE
           IF (PROOFCD-FILE-STATUS = '00') THEN
               READ PROOF-CARD-FILE INTO PROOFCD-DATA
               IF (PROOFCD-FILE-STATUS = '00')
                  AND (PP-MODE = 'P') THEN
                   SET PROOF-RUN TO TRUE
                   PERFORM 1655-TAKE-PROOF-LIMITS
               END-IF
               CLOSE PROOF-CARD-FILE
           END-IF.


       1655-TAKE-PROOF-LIMITS.
           IF (PP-CHANGE-PCT NOT = SPACES) THEN
               IF (PP-CHANGE-PCT-N IS NOT NUMERIC) THEN
                   DISPLAY 'PROG3: PROOF CARD CHANGE PERCENT '
                       PP-CHANGE-PCT ' NOT NUMERIC - RUN ABORTED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE PP-CHANGE-PCT-N TO PROOF-CHANGE-PCT
           END-IF
           IF (PP-HOURS-LIMIT NOT = SPACES) THEN
               IF (PP-HOURS-LIMIT-N IS NOT NUMERIC) THEN
                   DISPLAY 'PROG3: PROOF CARD HOURS LIMIT '
                       PP-HOURS-LIMIT ' NOT NUMERIC - RUN ABORTED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE PP-HOURS-LIMIT-N TO PROOF-HOURS-LIMIT
           END-IF.


      ************************************************************
      *      1670-CHECK-PROOF-SIGNOFF HOLDS A LIVE RUN UNTIL     *
      *      PAYROLL HAS SIGNED OFF A PROOF OF THE SAME PERIOD - *
      *      THE PROOF CONTROL MUST BE FOR THIS GENERATION AND   *
      *      PERIOD AND NOT ALREADY USED BY A LIVE RUN, AND THE  *
      *      SIGN-OFF CARD MUST CARRY A Y, THE PERIOD, AND THE   *
      *      NET PAY CONTROL TOTAL THE PROOF PRINTED - ANYTHING  *
      *      ELSE ABENDS WITH AN OPERATOR MESSAGE BEFORE A       *
      *      SINGLE FILE IS OPENED FOR UPDATE                    *
      ************************************************************
       1670-CHECK-PROOF-SIGNOFF.
           OPEN INPUT PROOF-CTL-FILE
           IF (PROOFCTL-FILE-STATUS NOT = '00') THEN
               DISPLAY 'PROG3: NO PROOF RUN ON FILE - RUN PROG3 '
                   'WITH THE PROOF CARD FIRST - RUN ABORTED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PROOF-CTL-FILE INTO PROOFCTL-DATA
           IF (PROOFCTL-FILE-STATUS NOT = '00') THEN
               DISPLAY 'PROG3: PROOF CONTROL UNREADABLE - RUN '
                   'PROG3 WITH THE PROOF CARD FIRST - RUN ABORTED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE PROOF-CTL-FILE
           IF (PF-GENERATION NOT = RC-GENERATION)
              OR (PF-PERIOD-NO NOT = CURRENT-PERIOD-NO)
              OR (PF-PROOF-USED) THEN
               DISPLAY 'PROG3: NO UNUSED PROOF OF PERIOD '
                   CURRENT-PERIOD-NO ' GENERATION ' RC-GENERATION
                   ' - RUN PROG3 WITH THE PROOF CARD FIRST - '
                   'RUN ABORTED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO PROOFOK-DATA
           OPEN INPUT PROOF-SIGN-FILE
           IF (PROOFOK-FILE-STATUS = '00') THEN
               READ PROOF-SIGN-FILE INTO PROOFOK-DATA
               IF (PROOFOK-FILE-STATUS NOT = '00') THEN
                   MOVE SPACES TO PROOFOK-DATA
               END-IF
               CLOSE PROOF-SIGN-FILE
           END-IF
           IF (SG-SIGNOFF NOT = 'Y') THEN
               DISPLAY 'PROG3: PROOF OF PERIOD ' CURRENT-PERIOD-NO
                   ' NOT SIGNED OFF - SUPPLY THE SIGN-OFF CARD - '
                   'RUN ABORTED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF (SG-PERIOD-NO IS NOT NUMERIC)
              OR (SG-NET-TOTAL IS NOT NUMERIC) THEN
               DISPLAY 'PROG3: SIGN-OFF CARD PERIOD OR NET TOTAL '
                   'NOT NUMERIC - RUN ABORTED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF (SG-PERIOD-NO NOT = PF-PERIOD-NO)
              OR (SG-NET-TOTAL NOT = PF-NET-TOTAL) THEN
               DISPLAY 'PROG3: SIGN-OFF CARD DOES NOT MATCH THE '
                   'PROOF OF PERIOD ' PF-PERIOD-NO ' ON FILE - '
                   'RUN ABORTED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.


      ************************************************************
      *      1660-CONVERT-MDY-TO-YMD TURNS THE MMDDYYYY DATE IN  *
      *      DC-MDY INTO THE YYYYMMDD FORM IN WORK-DATE-YMD SO   *


      ************************************************************
      *      1700-OPEN-RETRO-PAY OPENS THE RETRO PAY FILE PRICED *
      *      BY PROG18 AND PRIMES THE FIRST RECORD - A MISSING   *
      *      FILE MEANS NO RETRO IS OWED, SO THE CURSOR STARTS   *
      *      AT EOF - A FILE STAMPED WITH AN EARLIER GENERATION  *
      *      WAS ALREADY PAID BY THE RUN IT WAS PRICED FOR, SO   *
      *      IT IS SET ASIDE AND THE REGISTER SAYS SO            *
      ************************************************************
       1700-OPEN-RETRO-PAY.
           OPEN INPUT RETRO-PAY-FILE
           IF (RETRO-FILE-STATUS = '00') THEN
               SET RETRO-OPENED TO TRUE
               PERFORM 9900-READ-RETRO-PAY
               IF (NOT RETRO-AT-EOF)
                  AND (RP-GENERATION NOT = RC-GENERATION) THEN
                   SET RETRO-FILE-STALE TO TRUE
                   SET RETRO-AT-EOF TO TRUE
               END-IF
           ELSE
               SET RETRO-AT-EOF TO TRUE
           END-IF.


      ************************************************************
      *      1710-FETCH-RETRO-PAY POSITIONS THE RETRO CURSOR ON  *
      *      THE EMPLOYEE ABOUT TO BE PAID, THE SAME WAY         *
      *      1315-FETCH-PRIOR-YTD POSITIONS THE YTD CURSOR -     *
      *      RETRO FOR A LOWER EMPID HAS NO MASTER AND IS        *
      *      REPORTED UNPAID, AND EVERY RETRO LINE FOR THIS      *
      *      EMPLOYEE IS GATHERED INTO THE RETRO LINE TABLE AND  *
      *      SUMMED INTO RETRO-PAY-AMOUNT                        *
      ************************************************************
       1710-FETCH-RETRO-PAY.
           MOVE 0 TO RETRO-LINE-COUNT
           MOVE ZEROS TO RETRO-PAY-AMOUNT
           PERFORM 1715-REJECT-RETRO-REC
               UNTIL (RETRO-AT-EOF) OR (RP-EMPID >= MSTR-EMPID)
           PERFORM 1720-TAKE-ONE-RETRO-REC
               UNTIL (RETRO-AT-EOF) OR (RP-EMPID NOT = MSTR-EMPID).


      ************************************************************
      *      1715-REJECT-RETRO-REC REPORTS A RETRO PAY RECORD    *
      *      WHOSE EMPLOYEE IS NOT ON THIS RUN'S MASTER AND      *
      *      READS THE NEXT ONE - THE AMOUNT IS LEFT FOR PAYROLL *
      *      TO SETTLE BY HAND RATHER THAN SILENTLY DROPPED      *
      ************************************************************
       1715-REJECT-RETRO-REC.
           MOVE RP-EMPID          TO RM-EMPID
           MOVE RP-PERIOD-NO      TO RM-PERIOD-NO
           MOVE RP-RETRO-AMOUNT   TO RM-RETRO-AMOUNT
           WRITE PAYREG-REC FROM PAYREG-RETRO-NOMAST
               AFTER ADVANCING 1 LINE
           PERFORM 9900-READ-RETRO-PAY.


      ************************************************************
      *      1720-TAKE-ONE-RETRO-REC FILES ONE RETRO PAY RECORD  *
      *      FOR THE EMPLOYEE BEING PAID INTO THE RETRO LINE     *
      *      TABLE AND READS THE NEXT ONE - A LINE PAST THE      *
      *      TABLE LIMIT IS STILL PAID, FOLDED INTO THE LAST     *
      *      ENTRY RATHER THAN LOSING THE MONEY                  *
      ************************************************************
       1720-TAKE-ONE-RETRO-REC.
           IF (RETRO-LINE-COUNT < 40) THEN
               ADD 1 TO RETRO-LINE-COUNT
               MOVE RP-PERIOD-NO    TO RX-PERIOD-NO(RETRO-LINE-COUNT)
               MOVE RP-OLD-AMOUNT   TO RX-OLD-AMOUNT(RETRO-LINE-COUNT)
               MOVE RP-NEW-AMOUNT   TO RX-NEW-AMOUNT(RETRO-LINE-COUNT)
               MOVE RP-RETRO-AMOUNT
                   TO RX-RETRO-AMOUNT(RETRO-LINE-COUNT)
               MOVE RP-NEW-RATE     TO RX-NEW-RATE(RETRO-LINE-COUNT)
           ELSE
               ADD RP-OLD-AMOUNT    TO RX-OLD-AMOUNT(40)
               ADD RP-NEW-AMOUNT    TO RX-NEW-AMOUNT(40)
               ADD RP-RETRO-AMOUNT  TO RX-RETRO-AMOUNT(40)
           END-IF
           ADD RP-RETRO-AMOUNT TO RETRO-PAY-AMOUNT
           PERFORM 9900-READ-RETRO-PAY.


      ************************************************************
      *      1730-PRINT-RETRO-LINES PRINTS THE EMPLOYEE'S RETRO  *
      *      PAY AS SEPARATE EARNINGS LINES UNDER THE REGISTER   *
      *      DETAIL LINE, ONE PER EARLIER PERIOD                 *
      ************************************************************
       1730-PRINT-RETRO-LINES.
           PERFORM 1735-PRINT-ONE-RETRO-LINE
               VARYING RETRO-SUB FROM 1 BY 1
               UNTIL RETRO-SUB > RETRO-LINE-COUNT.


      ************************************************************
      *      1735-PRINT-ONE-RETRO-LINE PRINTS ONE RETRO LINE AND *
      *      RECORDS IT ON THE PAY HISTORY AS SETTLED, SO THE    *
      *      EARLIER PERIOD NOW READS AS PAID AT THE NEW RATE    *
      *      AND A LATER RETRO RUN PRICES FROM THERE             *
      ************************************************************
       1735-PRINT-ONE-RETRO-LINE.
           MOVE RX-PERIOD-NO(RETRO-SUB)    TO RD-PERIOD-NO
           MOVE RX-OLD-AMOUNT(RETRO-SUB)   TO RD-OLD-AMOUNT
           MOVE RX-NEW-AMOUNT(RETRO-SUB)   TO RD-NEW-AMOUNT
           MOVE RX-RETRO-AMOUNT(RETRO-SUB) TO RD-RETRO-AMOUNT
           WRITE PAYREG-REC FROM PAYREG-RETRO-DETAIL
               AFTER ADVANCING 1 LINE
           MOVE MSTR-EMPID                 TO HS-EMPID
           MOVE RX-PERIOD-NO(RETRO-SUB)    TO HS-PERIOD-NO
           MOVE RC-GENERATION              TO HS-GENERATION
           MOVE 'R'                        TO HS-REC-TYPE
           MOVE MSTR-EMPSTATUS             TO HS-EMPSTATUS
           MOVE RX-NEW-RATE(RETRO-SUB)     TO HS-EMPRATE
           MOVE ZEROS                      TO HS-REG-HOURS
           MOVE ZEROS                      TO HS-OT-HOURS
           MOVE ZEROS                      TO HS-GROSS
           MOVE RX-RETRO-AMOUNT(RETRO-SUB) TO HS-RETRO-AMOUNT
           MOVE ZEROS                      TO HS-DEDUCTIONS
           MOVE ZEROS                      TO HS-FED-TAX
           MOVE ZEROS                      TO HS-STA-TAX
           MOVE ZEROS                      TO HS-FICA-TAX
           MOVE ZEROS                      TO HS-NET
           MOVE SPACES                     TO HS-PAY-METHOD
           MOVE ZEROS                      TO HS-CHECK-NO
           MOVE WORK-COST-CENTER           TO HS-COST-CENTER
           MOVE RUN-DATE-YMD               TO HS-RUN-DATE
           MOVE CURRENT-PERIOD-NO          TO HS-PAID-PERIOD-NO
           MOVE ZEROS                      TO HS-SLOT-TAKEN(1)
           MOVE ZEROS                      TO HS-SLOT-TAKEN(2)
           MOVE ZEROS                      TO HS-SLOT-TAKEN(3)
           PERFORM 1737-CLEAR-ONE-ARR-BEFORE
               VARYING ARR-SUB FROM 1 BY 1
               UNTIL ARR-SUB > 6
           IF (NOT PROOF-RUN) THEN
               WRITE PAYHIST-REC FROM PAYHIST-DATA
           END-IF.


       1737-CLEAR-ONE-ARR-BEFORE.
           MOVE SPACES                     TO HS-ARR-CODE(ARR-SUB)
           MOVE ZEROS                      TO HS-ARR-AMOUNT(ARR-SUB).


      ************************************************************
      *      1800-LOAD-ER-RATES LOADS THE EMPLOYER COST RATE     *
      *      TABLE - A MISSING FILE LEAVES THE TABLE EMPTY, SO   *
      *      NOTHING IS ACCRUED AND THE REGISTER SAYS SO         *
      ************************************************************
       1800-LOAD-ER-RATES.
           OPEN INPUT ER-RATE-FILE
           IF (ERRATE-FILE-STATUS = '00') THEN
               SET ER-RATES-LOADED TO TRUE
               PERFORM 9950-READ-ER-RATE
               PERFORM 1810-ADD-ONE-ER-RATE
                   UNTIL ERRATE-AT-EOF
               CLOSE ER-RATE-FILE
           END-IF.


      ************************************************************
      *      1810-ADD-ONE-ER-RATE FILES ONE RATE RECORD INTO THE *
      *      TABLE AND READS THE NEXT ONE - A RECORD PAST THE    *
      *      TABLE LIMIT IS DROPPED RATHER THAN ALLOWED TO       *
      *      CLOBBER A LOADED ONE                                *
      ************************************************************
       1810-ADD-ONE-ER-RATE.
           IF (ER-RATE-COUNT < 20) THEN
               ADD 1 TO ER-RATE-COUNT
               MOVE ER-COST-TYPE    TO ERT-COST-TYPE(ER-RATE-COUNT)
               MOVE ER-DESCRIPTION  TO ERT-DESCRIPTION(ER-RATE-COUNT)
               MOVE ER-BASIS        TO ERT-BASIS(ER-RATE-COUNT)
               MOVE ER-DEDUCT-CODE  TO ERT-DEDUCT-CODE(ER-RATE-COUNT)
               MOVE ER-RATE         TO ERT-RATE(ER-RATE-COUNT)
               MOVE ER-WAGE-CAP     TO ERT-WAGE-CAP(ER-RATE-COUNT)
               MOVE ER-EXPENSE-GL   TO ERT-EXPENSE-GL(ER-RATE-COUNT)
               MOVE ER-LIABILITY-GL
                   TO ERT-LIABILITY-GL(ER-RATE-COUNT)
           END-IF
           PERFORM 9950-READ-ER-RATE.


      ************************************************************
      *      1820-CALC-EMPLOYER-COST PRICES EVERY COST TYPE FOR  *
      *      THE EMPLOYEE JUST PAID AND FILES EACH AMOUNT UNDER  *
      *      THE EMPLOYEE'S COST CENTER - IT RUNS AFTER          *
      *      1320-UPDATE-YTD AND 1520-ACCUM-COST-CENTER, SO THE  *
      *      YTD GROSS BEFORE THIS PERIOD IS THE UPDATED YTD     *
      *      GROSS LESS THIS PERIOD'S GROSS                      *
      ************************************************************
       1820-CALC-EMPLOYER-COST.
           COMPUTE PRIOR-YTD-GROSS = YW-GROSS - GROSS-PAY-AMOUNT
           PERFORM 1825-CALC-ONE-ER-COST
               VARYING ER-SUB FROM 1 BY 1
               UNTIL ER-SUB > ER-RATE-COUNT.


      ************************************************************
      *      1825-CALC-ONE-ER-COST PRICES ONE COST TYPE - BASIS  *
      *      D TAKES THE RATE OF WHAT WAS ACTUALLY DEDUCTED FOR  *
      *      ITS CODE THIS PERIOD, BASIS G THE RATE OF GROSS,    *
      *      STOPPING AT THE WAGE-BASE CAP ONCE THE YEAR'S GROSS *
      *      REACHES IT - A ZERO AMOUNT IS NOT FILED             *
      ************************************************************
       1825-CALC-ONE-ER-COST.
           MOVE ZEROS TO ER-BASE-AMOUNT
           IF (ERT-BASIS(ER-SUB) = 'D') THEN
               PERFORM 1830-ADD-SLOT-FOR-CODE
                   VARYING ER-SLOT-SUB FROM 1 BY 1
                   UNTIL ER-SLOT-SUB > 3
           ELSE
               MOVE GROSS-PAY-AMOUNT TO ER-BASE-AMOUNT
               IF (ERT-WAGE-CAP(ER-SUB) > 0) THEN
                   IF (PRIOR-YTD-GROSS NOT < ERT-WAGE-CAP(ER-SUB))
                       THEN
                       MOVE ZEROS TO ER-BASE-AMOUNT
                   ELSE
                       IF (PRIOR-YTD-GROSS + GROSS-PAY-AMOUNT
                               > ERT-WAGE-CAP(ER-SUB)) THEN
                           COMPUTE ER-BASE-AMOUNT =
                               ERT-WAGE-CAP(ER-SUB) - PRIOR-YTD-GROSS
                       END-IF
                   END-IF
               END-IF
           END-IF
           COMPUTE ER-COST-AMOUNT ROUNDED =
               ER-BASE-AMOUNT * ERT-RATE(ER-SUB)
           IF (ER-COST-AMOUNT > 0) THEN
               PERFORM 1840-FILE-ER-AMOUNT
           END-IF.


       1830-ADD-SLOT-FOR-CODE.
           IF (MSTR-DEDUCT-CODE(ER-SLOT-SUB) = ERT-DEDUCT-CODE(ER-SUB))
               THEN
               ADD SLOT-TAKEN(ER-SLOT-SUB) TO ER-BASE-AMOUNT
           END-IF.


      ************************************************************
      *      1840-FILE-ER-AMOUNT FINDS OR STARTS THE BUCKET FOR  *
      *      WORK-COST-CENTER AND THIS COST TYPE AND ADDS THE    *
      *      AMOUNT TO IT - OVERFLOW FOLDS INTO THE LAST BUCKET  *
      *      RATHER THAN LOSING THE MONEY FROM THE ACCRUAL       *
      ************************************************************
       1840-FILE-ER-AMOUNT.
           MOVE 0 TO ER-HIT-SUB
           PERFORM 1845-SCAN-ONE-ER-BUCKET
               VARYING ER-BUCKET-SUB FROM 1 BY 1
               UNTIL (ER-BUCKET-SUB > ER-COST-COUNT)
                  OR (ER-HIT-SUB > 0)
           IF (ER-HIT-SUB = 0) THEN
               IF (ER-COST-COUNT < 200) THEN
                   ADD 1 TO ER-COST-COUNT
                   MOVE WORK-COST-CENTER
                       TO ECT-COST-CENTER(ER-COST-COUNT)
                   MOVE ER-SUB TO ECT-RATE-SUB(ER-COST-COUNT)
                   MOVE ZEROS  TO ECT-EMP-COUNT(ER-COST-COUNT)
                   MOVE ZEROS  TO ECT-AMOUNT(ER-COST-COUNT)
               END-IF
               MOVE ER-COST-COUNT TO ER-HIT-SUB
           END-IF
           ADD 1              TO ECT-EMP-COUNT(ER-HIT-SUB)
           ADD ER-COST-AMOUNT TO ECT-AMOUNT(ER-HIT-SUB)
           ADD ER-COST-AMOUNT TO ER-COST-TOTAL.


       1845-SCAN-ONE-ER-BUCKET.
           IF (ECT-COST-CENTER(ER-BUCKET-SUB) = WORK-COST-CENTER)
              AND (ECT-RATE-SUB(ER-BUCKET-SUB) = ER-SUB) THEN
               MOVE ER-BUCKET-SUB TO ER-HIT-SUB
           END-IF.


      ************************************************************
      *      1850-LOAD-EARN-CODES LOADS THE EARNINGS-CODE MASTER *
      *      - A MISSING FILE LEAVES THE TABLE EMPTY, SO NO      *
      *      CODED LINE IS PAID AND THE REGISTER SAYS SO         *
      ************************************************************
       1850-LOAD-EARN-CODES.
           OPEN INPUT EARN-CODE-FILE
           IF (EARNCD-FILE-STATUS = '00') THEN
               SET EARN-CODES-LOADED TO TRUE
               PERFORM 9960-READ-EARNCODE
               PERFORM 1855-ADD-ONE-EARN-CODE
                   UNTIL EARNCD-AT-EOF
               CLOSE EARN-CODE-FILE
           END-IF.


      ************************************************************
      *      1855-ADD-ONE-EARN-CODE FILES ONE EARNINGS CODE INTO *
      *      THE TABLE WITH ITS SUMMARY COUNTERS ZEROED AND      *
      *      READS THE NEXT ONE - A RECORD PAST THE TABLE LIMIT  *
      *      IS DROPPED RATHER THAN ALLOWED TO CLOBBER A LOADED  *
      *      ONE                                                 *
      ************************************************************
       1855-ADD-ONE-EARN-CODE.
           IF (EARN-CODE-COUNT < 50) THEN
               ADD 1 TO EARN-CODE-COUNT
               MOVE EC-EARN-CODE    TO ERN-EARN-CODE(EARN-CODE-COUNT)
               MOVE EC-DESCRIPTION
                   TO ERN-DESCRIPTION(EARN-CODE-COUNT)
               MOVE EC-PAY-METHOD   TO ERN-PAY-METHOD(EARN-CODE-COUNT)
               MOVE EC-MULTIPLIER   TO ERN-MULTIPLIER(EARN-CODE-COUNT)
               MOVE EC-FLAT-PREMIUM
                   TO ERN-FLAT-PREMIUM(EARN-CODE-COUNT)
               MOVE EC-MIN-HOURS    TO ERN-MIN-HOURS(EARN-CODE-COUNT)
               MOVE EC-OT-FLAG      TO ERN-OT-FLAG(EARN-CODE-COUNT)
               MOVE ZEROS           TO ERN-LINE-COUNT(EARN-CODE-COUNT)
               MOVE ZEROS           TO ERN-HOURS(EARN-CODE-COUNT)
               MOVE ZEROS           TO ERN-AMOUNT(EARN-CODE-COUNT)
           END-IF
           PERFORM 9960-READ-EARNCODE.


      ************************************************************
      *      1860-LOAD-EARN-LINES COPIES THE MATCHED TIMECARD'S  *
      *      CODED EARNINGS LINES INTO THE EMPLOYEE'S EARNINGS   *
      *      TABLE FOR 1870-PRICE-EARN-LINES - BLANK LINES ARE   *
      *      SKIPPED                                             *
      ************************************************************
       1860-LOAD-EARN-LINES.
           MOVE 0 TO PAY-EARN-COUNT
           PERFORM 1865-LOAD-ONE-EARN-LINE
               VARYING LINE-SUB FROM 1 BY 1
               UNTIL LINE-SUB > 5.


       1865-LOAD-ONE-EARN-LINE.
           IF (TM-EARN-CODE(LINE-SUB) NOT = SPACES) THEN
               ADD 1 TO PAY-EARN-COUNT
               MOVE TM-EARN-CODE(LINE-SUB)
                   TO PE-EARN-CODE(PAY-EARN-COUNT)
               MOVE TM-EARN-HOURS(LINE-SUB)
                   TO PE-HOURS(PAY-EARN-COUNT)
               MOVE SPACES TO PE-DESCRIPTION(PAY-EARN-COUNT)
               MOVE SPACES TO PE-NOTE(PAY-EARN-COUNT)
               MOVE SPACES TO PE-PAY-METHOD(PAY-EARN-COUNT)
               MOVE ZEROS  TO PE-RATE-MULT(PAY-EARN-COUNT)
               MOVE ZEROS  TO PE-PAID-HOURS(PAY-EARN-COUNT)
               MOVE ZEROS  TO PE-AMOUNT(PAY-EARN-COUNT)
           END-IF.


      ************************************************************
      *      1870-PRICE-EARN-LINES PRICES EVERY CODED EARNINGS   *
      *      LINE FOR THE HOURLY EMPLOYEE BEING PAID INTO        *
      *      EARN-LINES-AMOUNT, WHICH 1300-PAY-EMPLOYEE ADDS TO  *
      *      GROSS - HOURS ON CODES THAT COUNT TOWARD OVERTIME   *
      *      ARE ADDED TO THE CARD'S REGULAR AND OVERTIME HOURS, *
      *      AND ANY OF THEM PAST OT-THRESHOLD-HOURS EARN THE    *
      *      OVERTIME PREMIUM OVER STRAIGHT TIME AS ONE MORE     *
      *      EARNINGS LINE - A CARD WITH NO CODED LINES PAYS     *
      *      EXACTLY AS IT ALWAYS HAS                            *
      ************************************************************
       1870-PRICE-EARN-LINES.
           MOVE ZEROS TO EARN-LINES-AMOUNT
           MOVE ZEROS TO OT-CODED-HOURS
           PERFORM 1875-PRICE-ONE-EARN-LINE
               VARYING EARN-SUB FROM 1 BY 1
               UNTIL EARN-SUB > PAY-EARN-COUNT
           IF (OT-CODED-HOURS > 0) THEN
               COMPUTE OT-EXCESS-HOURS = PAY-REG-HOURS
                   + PAY-OT-HOURS + OT-CODED-HOURS
                   - OT-THRESHOLD-HOURS
               IF (OT-EXCESS-HOURS > OT-CODED-HOURS) THEN
                   MOVE OT-CODED-HOURS TO OT-EXCESS-HOURS
               END-IF
               IF (OT-EXCESS-HOURS > 0) THEN
                   COMPUTE OT-ADJ-AMOUNT ROUNDED =
                       OT-EXCESS-HOURS * MSTR-EMPRATE
                       * (OT-PREMIUM-RATE - 1)
                   ADD 1 TO PAY-EARN-COUNT
                   MOVE SPACES TO PE-EARN-CODE(PAY-EARN-COUNT)
                   MOVE 'OVERTIME ON CODED HRS'
                       TO PE-DESCRIPTION(PAY-EARN-COUNT)
                   MOVE OT-EXCESS-HOURS TO PE-HOURS(PAY-EARN-COUNT)
                   MOVE OT-EXCESS-HOURS
                       TO PE-PAID-HOURS(PAY-EARN-COUNT)
                   MOVE OT-ADJ-AMOUNT   TO PE-AMOUNT(PAY-EARN-COUNT)
                   MOVE SPACES          TO PE-NOTE(PAY-EARN-COUNT)
                   MOVE 'M'             TO PE-PAY-METHOD(PAY-EARN-COUNT)
                   COMPUTE PE-RATE-MULT(PAY-EARN-COUNT) =
                       OT-PREMIUM-RATE - 1
                   ADD OT-ADJ-AMOUNT    TO EARN-LINES-AMOUNT
                   ADD 1                TO OT-ADJ-COUNT
                   ADD OT-EXCESS-HOURS  TO OT-ADJ-HOURS-TOTAL
                   ADD OT-ADJ-AMOUNT    TO OT-ADJ-TOTAL
               END-IF
           END-IF
           ADD EARN-LINES-AMOUNT TO EARN-TOTAL.


      ************************************************************
      *      1875-PRICE-ONE-EARN-LINE PRICES ONE CODED LINE FROM *
      *      THE EARNINGS-CODE MASTER - A CALL-BACK CODE PAYS AT *
      *      LEAST ITS MINIMUM HOURS, METHOD F PAYS THE HOURS AT *
      *      THE HOURLY RATE PLUS THE FLAT PREMIUM, AND ANY      *
      *      OTHER METHOD PAYS THEM AT THE HOURLY RATE TIMES THE *
      *      MULTIPLIER - A CODE NO LONGER ON THE MASTER PAYS    *
      *      NOTHING AND IS FLAGGED ON THE REGISTER              *
      ************************************************************
       1875-PRICE-ONE-EARN-LINE.
           MOVE 'N' TO EARN-FOUND-SW
           PERFORM 1880-SCAN-EARN-CODE
               VARYING EARN-HIT-SUB FROM 1 BY 1
               UNTIL (EARN-HIT-SUB > EARN-CODE-COUNT)
                  OR (EARN-CODE-FOUND)
           IF (NOT EARN-CODE-FOUND) THEN
               MOVE 'CODE NOT ON MASTER'  TO PE-NOTE(EARN-SUB)
           ELSE
               SUBTRACT 1 FROM EARN-HIT-SUB
               MOVE ERN-DESCRIPTION(EARN-HIT-SUB)
                   TO PE-DESCRIPTION(EARN-SUB)
               MOVE PE-HOURS(EARN-SUB) TO PE-PAID-HOURS(EARN-SUB)
               IF (ERN-MIN-HOURS(EARN-HIT-SUB) > PE-HOURS(EARN-SUB))
                  THEN
                   MOVE ERN-MIN-HOURS(EARN-HIT-SUB)
                       TO PE-PAID-HOURS(EARN-SUB)
                   MOVE 'CALL-BACK MINIMUM PAID' TO PE-NOTE(EARN-SUB)
               END-IF
               IF (ERN-PAY-METHOD(EARN-HIT-SUB) = 'F') THEN
                   COMPUTE PE-AMOUNT(EARN-SUB) ROUNDED =
                       PE-PAID-HOURS(EARN-SUB) * (MSTR-EMPRATE
                       + ERN-FLAT-PREMIUM(EARN-HIT-SUB))
                   MOVE 'F' TO PE-PAY-METHOD(EARN-SUB)
                   MOVE 1   TO PE-RATE-MULT(EARN-SUB)
               ELSE
                   COMPUTE PE-AMOUNT(EARN-SUB) ROUNDED =
                       PE-PAID-HOURS(EARN-SUB) * MSTR-EMPRATE
                       * ERN-MULTIPLIER(EARN-HIT-SUB)
                   MOVE 'M' TO PE-PAY-METHOD(EARN-SUB)
                   MOVE ERN-MULTIPLIER(EARN-HIT-SUB)
                       TO PE-RATE-MULT(EARN-SUB)
               END-IF
               IF (ERN-OT-FLAG(EARN-HIT-SUB) = 'Y') THEN
                   ADD PE-HOURS(EARN-SUB) TO OT-CODED-HOURS
               END-IF
               ADD 1 TO ERN-LINE-COUNT(EARN-HIT-SUB)
               ADD PE-PAID-HOURS(EARN-SUB) TO ERN-HOURS(EARN-HIT-SUB)
               ADD PE-AMOUNT(EARN-SUB)     TO ERN-AMOUNT(EARN-HIT-SUB)
               ADD PE-AMOUNT(EARN-SUB)     TO EARN-LINES-AMOUNT
           END-IF.


       1880-SCAN-EARN-CODE.
           IF (ERN-EARN-CODE(EARN-HIT-SUB) = PE-EARN-CODE(EARN-SUB))
              THEN
               SET EARN-CODE-FOUND TO TRUE
           END-IF.


      ************************************************************
      *      1890-PRINT-EARN-LINES PRINTS THE EMPLOYEE'S CODED   *
      *      EARNINGS BREAKDOWN UNDER THE REGISTER DETAIL LINE,  *
      *      ONE LINE PER TIMECARD LINE                          *
      ************************************************************
       1890-PRINT-EARN-LINES.
           PERFORM 1895-PRINT-ONE-EARN-LINE
               VARYING EARN-SUB FROM 1 BY 1
               UNTIL EARN-SUB > PAY-EARN-COUNT.


       1895-PRINT-ONE-EARN-LINE.
           MOVE PE-EARN-CODE(EARN-SUB)     TO EL-EARN-CODE
           MOVE PE-DESCRIPTION(EARN-SUB)   TO EL-DESCRIPTION
           MOVE PE-HOURS(EARN-SUB)         TO EL-HOURS
           MOVE PE-PAID-HOURS(EARN-SUB)    TO EL-PAID-HOURS
           MOVE PE-AMOUNT(EARN-SUB)        TO EL-AMOUNT
           MOVE PE-NOTE(EARN-SUB)          TO EL-NOTE
           WRITE PAYREG-REC FROM PAYREG-EARN-DETAIL
               AFTER ADVANCING 1 LINE.


      ************************************************************
      *      1900-APPLY-GARNISHMENTS POSITIONS THE GARNISHMENT   *
      *      ORDER CURSOR ON THE EMPLOYEE ABOUT TO BE PAID THE   *
      *      SAME WAY 1405-FETCH-ARREARS DOES, LOADS THAT        *
      *      EMPLOYEE'S ORDERS, AND PRICES THEM IN PRIORITY      *
      *      ORDER AGAINST DISPOSABLE EARNINGS - GROSS LESS THE  *
      *      STATUTORY WITHHOLDING - BEFORE ANY VOLUNTARY        *
      *      DEDUCTION IS TAKEN. EVERY ORDER, PAID THIS PERIOD   *
      *      OR NOT, IS WRITTEN BACK OUT TO GARN-OUT-FILE, AND   *
      *      GARN-THIS-EMP IS LEFT HOLDING THE EMPLOYEE'S TOTAL  *
      *      GARNISHED FOR 1410-TAKE-DEDUCTIONS                  *
      ************************************************************
       1900-APPLY-GARNISHMENTS.
           MOVE ZEROS TO GARN-THIS-EMP
           MOVE 0 TO GARN-EMP-COUNT
           PERFORM 1930-CARRY-GARN-FORWARD
               UNTIL (GARN-AT-EOF) OR (GN-EMPID >= MSTR-EMPID)
           PERFORM 1910-LOAD-ONE-GARN-ORDER
               UNTIL (GARN-AT-EOF) OR (GN-EMPID NOT = MSTR-EMPID)
           IF (GARN-EMP-COUNT > 0) THEN
               COMPUTE DISPOSABLE-EARNINGS = GROSS-PAY-AMOUNT
                   - FED-TAX-AMOUNT - STA-TAX-AMOUNT - FICA-TAX-AMOUNT
               IF (DISPOSABLE-EARNINGS < 0) THEN
                   MOVE ZEROS TO DISPOSABLE-EARNINGS
               END-IF
               PERFORM 1915-TAKE-NEXT-GARN-ORDER
                   GARN-EMP-COUNT TIMES
               PERFORM 1925-WRITE-ONE-GARN-ORDER
                   VARYING GARN-SUB FROM 1 BY 1
                   UNTIL GARN-SUB > GARN-EMP-COUNT
           END-IF.


      ************************************************************
      *      1905-SORT-GARN-ORDERS SORTS THE GARNISHMENT ORDER   *
      *      FILE INTO EMPID/CASE SEQUENCE AND PRIMES THE FIRST  *
      *      RECORD THE SAME WAY 1360-SORT-ENROLLMENTS DOES - A  *
      *      MISSING FILE MEANS NO ORDERS ARE ON FILE, SO THE    *
      *      CURSOR STARTS AT EOF AND NOTHING IS GARNISHED       *
      ************************************************************
       1905-SORT-GARN-ORDERS.
           OPEN INPUT RAW-GARN-FILE
           IF (GARNIN-FILE-STATUS = '00') THEN
               CLOSE RAW-GARN-FILE
               SORT GARN-SORT-FILE
                   ON ASCENDING KEY GNSRT-EMPID
                                    GNSRT-CASE-NO
                   USING RAW-GARN-FILE
                   GIVING SORTED-GARN-FILE
               OPEN INPUT SORTED-GARN-FILE
               SET GARN-OPENED TO TRUE
               PERFORM 9970-READ-GARN
           ELSE
               SET GARN-AT-EOF TO TRUE
           END-IF.


      ************************************************************
      *      1910-LOAD-ONE-GARN-ORDER FILES THE CURRENT ORDER    *
      *      INTO THE EMPLOYEE'S ORDER TABLE AND READS THE NEXT  *
      *      ONE - AN ORDER PAST WHAT THE TABLE HOLDS IS CARRIED *
      *      FORWARD UNCHANGED AND FLAGGED ON THE REGISTER, SO   *
      *      IT IS NEVER DROPPED FROM THE ORDER FILE             *
      ************************************************************
       1910-LOAD-ONE-GARN-ORDER.
           IF (GARN-EMP-COUNT < 10) THEN
               ADD 1 TO GARN-EMP-COUNT
               MOVE GARN-DATA   TO GE-ORDER(GARN-EMP-COUNT)
               MOVE GN-PRIORITY TO GE-PRIORITY(GARN-EMP-COUNT)
               MOVE 'N'         TO GE-DONE-SW(GARN-EMP-COUNT)
               MOVE ZEROS       TO GE-TAKEN(GARN-EMP-COUNT)
           ELSE
               IF (NOT PROOF-RUN) THEN
                   WRITE GARN-OUT-REC FROM GARN-DATA
               END-IF
               MOVE GN-EMPID    TO GO-EMPID
               MOVE GN-CASE-NO  TO GO-CASE-NO
               WRITE PAYREG-REC FROM PAYREG-GARNOVER
                   AFTER ADVANCING 1 LINE
           END-IF
           PERFORM 9970-READ-GARN.


      ************************************************************
      *      1915-TAKE-NEXT-GARN-ORDER PICKS THE UNPROCESSED     *
      *      ORDER WITH THE BEST (LOWEST) PRIORITY NUMBER, THE   *
      *      SAME WAY 1412-TAKE-NEXT-DEDUCTION PICKS A           *
      *      DEDUCTION, AND PRICES IT IF IT IS STILL ACTIVE - A  *
      *      TIE GOES TO THE EARLIER CASE NUMBER                 *
      ************************************************************
       1915-TAKE-NEXT-GARN-ORDER.
           MOVE 0 TO GARN-BEST-SUB
           MOVE 100 TO GARN-BEST-PRIORITY
           PERFORM 1916-SCAN-ONE-GARN-ORDER
               VARYING GARN-SUB FROM 1 BY 1
               UNTIL GARN-SUB > GARN-EMP-COUNT
           IF (GARN-BEST-SUB > 0) THEN
               MOVE 'Y' TO GE-DONE-SW(GARN-BEST-SUB)
               MOVE GE-ORDER(GARN-BEST-SUB) TO GARN-WORK
               IF (GW-ACTIVE) THEN
                   PERFORM 1920-CALC-ONE-GARN-ORDER
                   MOVE GARN-WORK TO GE-ORDER(GARN-BEST-SUB)
               END-IF
           END-IF.


       1916-SCAN-ONE-GARN-ORDER.
           IF (GE-DONE-SW(GARN-SUB) = 'N')
              AND (GE-PRIORITY(GARN-SUB) < GARN-BEST-PRIORITY) THEN
               MOVE GARN-SUB              TO GARN-BEST-SUB
               MOVE GE-PRIORITY(GARN-SUB) TO GARN-BEST-PRIORITY
           END-IF.


      ************************************************************
      *      1920-CALC-ONE-GARN-ORDER WORKS OUT WHAT THE ORDER   *
      *      IN GARN-WORK TAKES THIS PERIOD - ITS PERCENT OF     *
      *      DISPOSABLE EARNINGS OR ITS FLAT AMOUNT, CUT BACK SO *
      *      THAT EVERYTHING GARNISHED FROM THE EMPLOYEE SO FAR  *
      *      STAYS WITHIN THE ORDER'S DISPOSABLE-EARNINGS CAP,   *
      *      AND CUT BACK AGAIN TO THE BALANCE STILL OWED - AN   *
      *      ORDER WHOSE BALANCE IS PAID OFF IS MARKED SATISFIED *
      *      AND TAKES NOTHING MORE FROM LATER PERIODS           *
      ************************************************************
       1920-CALC-ONE-GARN-ORDER.
           IF (GW-FLAT-METHOD) THEN
               MOVE GW-FLAT-AMOUNT TO GARN-WANTED
           ELSE
               COMPUTE GARN-WANTED ROUNDED =
                   DISPOSABLE-EARNINGS * GW-PERCENT / 100
           END-IF
           IF (GW-CAP-PCT > 0) THEN
               MOVE GW-CAP-PCT       TO GARN-CAP-PCT
           ELSE
               MOVE GARN-DEFAULT-CAP TO GARN-CAP-PCT
           END-IF
           COMPUTE GARN-ROOM =
               (DISPOSABLE-EARNINGS * GARN-CAP-PCT / 100)
               - GARN-THIS-EMP
           IF (GARN-ROOM < 0) THEN
               MOVE ZEROS TO GARN-ROOM
           END-IF
           IF (GARN-WANTED > GARN-ROOM) THEN
               MOVE GARN-ROOM TO GARN-WANTED
           END-IF
           IF (GW-TOTAL-OWED > 0) THEN
               COMPUTE GARN-BALANCE = GW-TOTAL-OWED - GW-PAID-TO-DATE
               IF (GARN-BALANCE < 0) THEN
                   MOVE ZEROS TO GARN-BALANCE
               END-IF
               IF (GARN-WANTED > GARN-BALANCE) THEN
                   MOVE GARN-BALANCE TO GARN-WANTED
               END-IF
           END-IF
           IF (GARN-WANTED > 0) THEN
               ADD GARN-WANTED TO GARN-THIS-EMP
               ADD GARN-WANTED TO GW-PAID-TO-DATE
               ADD GARN-WANTED TO GE-TAKEN(GARN-BEST-SUB)
               MOVE CURRENT-PERIOD-NO TO GW-LAST-PERIOD-NO
               ADD 1 TO GARN-COUNT
               ADD GARN-WANTED TO GARN-TOTAL
           END-IF
           IF (GW-TOTAL-OWED > 0)
              AND (GW-PAID-TO-DATE >= GW-TOTAL-OWED) THEN
               SET GW-SATISFIED TO TRUE
               ADD 1 TO GARN-SATISFIED-COUNT
           END-IF
           IF (GARN-WANTED > 0) THEN
               PERFORM 1922-WRITE-REMIT-WORK
           END-IF.


      ************************************************************
      *      1922-WRITE-REMIT-WORK RECORDS THE PAYMENT JUST      *
      *      TAKEN FOR THE ORDER IN GARN-WORK ON THE REMITTANCE  *
      *      WORK FILE, WITH THE BALANCE LEFT ON THE ORDER AFTER *
      *      IT                                                  *
      ************************************************************
       1922-WRITE-REMIT-WORK.
           MOVE GW-AGENCY-CODE    TO GP-AGENCY-CODE
           MOVE GW-CASE-NO        TO GP-CASE-NO
           MOVE MSTR-EMPID        TO GP-EMPID
           MOVE GW-AGENCY-NAME    TO GP-AGENCY-NAME
           MOVE GW-ORDER-TYPE     TO GP-ORDER-TYPE
           MOVE MSTR-SSN          TO GP-SSN
           MOVE GARN-WANTED       TO GP-AMOUNT
           PERFORM 1935-CALC-GARN-BALANCE
           MOVE GARN-BALANCE      TO GP-REMAINING
           MOVE RC-GENERATION     TO GP-GENERATION
           MOVE CURRENT-PERIOD-NO TO GP-PERIOD-NO
           MOVE 'P'               TO GP-REC-TYPE
           IF (NOT PROOF-RUN) THEN
               WRITE REMIT-WORK-REC FROM GARNPAY-DATA
           END-IF.


       1925-WRITE-ONE-GARN-ORDER.
           IF (NOT PROOF-RUN) THEN
               WRITE GARN-OUT-REC FROM GE-ORDER(GARN-SUB)
           END-IF.


      ************************************************************
      *      1930-CARRY-GARN-FORWARD WRITES THE CURRENT ORDER TO *
      *      GARN-OUT-FILE UNCHANGED AND READS THE NEXT ONE -    *
      *      USED FOR ORDERS WHOSE EMPID IS NO LONGER ON THE     *
      *      MASTER, SO A TERMINATED EMPLOYEE'S ORDER AND ITS    *
      *      BALANCE ARE NEVER DROPPED                           *
      ************************************************************
       1930-CARRY-GARN-FORWARD.
           IF (NOT PROOF-RUN) THEN
               WRITE GARN-OUT-REC FROM GARN-DATA
           END-IF
           PERFORM 9970-READ-GARN.


       1935-CALC-GARN-BALANCE.
           MOVE ZEROS TO GARN-BALANCE
           IF (GW-TOTAL-OWED > GW-PAID-TO-DATE) THEN
               COMPUTE GARN-BALANCE = GW-TOTAL-OWED - GW-PAID-TO-DATE
           END-IF.


      ************************************************************
      *      1940-PRINT-GARN-LINES PRINTS ONE LINE UNDER THE     *
      *      REGISTER DETAIL LINE FOR EACH ORDER THE EMPLOYEE    *
      *      PAID THIS PERIOD, WITH THE BALANCE LEFT AND A NOTE  *
      *      WHEN THE PAYMENT SATISFIED THE ORDER                *
      ************************************************************
       1940-PRINT-GARN-LINES.
           PERFORM 1945-PRINT-ONE-GARN-LINE
               VARYING GARN-SUB FROM 1 BY 1
               UNTIL GARN-SUB > GARN-EMP-COUNT.


       1945-PRINT-ONE-GARN-LINE.
           IF (GE-TAKEN(GARN-SUB) > 0) THEN
               MOVE GE-ORDER(GARN-SUB) TO GARN-WORK
               MOVE GW-CASE-NO         TO GD-CASE-NO
               MOVE GW-AGENCY-CODE     TO GD-AGENCY-CODE
               MOVE GE-TAKEN(GARN-SUB) TO GD-AMOUNT
               PERFORM 1935-CALC-GARN-BALANCE
               MOVE GARN-BALANCE       TO GD-REMAINING
               IF (GW-SATISFIED) THEN
                   MOVE 'ORDER SATISFIED'  TO GD-NOTE
               ELSE
                   MOVE SPACES             TO GD-NOTE
               END-IF
               WRITE PAYREG-REC FROM PAYREG-GARN-DETAIL
                   AFTER ADVANCING 1 LINE
           END-IF.


      ************************************************************
      *      1950-PROOF-CHECK-EMPLOYEE COMPARES THE PAY JUST     *
      *      CALCULATED IN A PROOF RUN AGAINST THE EMPLOYEE'S    *
      *      LAST UNREVERSED PAY AND LISTS THEM ON THE PROOF     *
      *      LISTING FOR EVERY CHECK THEY TRIP - ZERO OR         *
      *      NEGATIVE NET, AN HOURLY CARD OVER THE HOURS LIMIT,  *
      *      A SALARIED EMPLOYEE WITH NO PAY, NO EARLIER PAY AT  *
      *      ALL (A NEW HIRE'S FIRST PAY), OR GROSS OR NET MOVED *
      *      BY MORE THAN THE CHANGE PERCENT - WITH NO PAY       *
      *      HISTORY ON FILE ONLY THE FIRST THREE CHECKS ARE     *
      *      MADE                                                *
      ************************************************************
       1950-PROOF-CHECK-EMPLOYEE.
           MOVE 'N' TO EMP-FLAGGED-SW
           MOVE 'N' TO HIST-SEEN-SW
           MOVE 'N' TO LAST-PAY-SW
           MOVE 'N' TO EARLIER-PAY-SW
           IF (PHIST-OPENED) THEN
               PERFORM 1960-FETCH-PRIOR-PAY
           END-IF
           IF (NOT LAST-PAY-FOUND) THEN
               MOVE ZEROS TO LAST-PAY-PERIOD-NO
               MOVE ZEROS TO LAST-PAY-GROSS
               MOVE ZEROS TO LAST-PAY-NET
           END-IF
           MOVE ZEROS TO PROOF-HOURS
           IF (MSTR-EMPSTATUS = 'H') THEN
               COMPUTE PROOF-HOURS = PAY-REG-HOURS + PAY-OT-HOURS
               PERFORM 1952-ADD-ONE-CODED-HOURS
                   VARYING EARN-SUB FROM 1 BY 1
                   UNTIL EARN-SUB > PAY-EARN-COUNT
           END-IF
           MOVE LAST-PAY-GROSS      TO PROOF-BASE
           MOVE GROSS-PAY-AMOUNT    TO PROOF-NOW
           PERFORM 1954-CALC-CHANGE
           MOVE PROOF-PCT           TO FD-GROSS-PCT
           MOVE CHANGE-OVER-SW      TO GROSS-OVER-SW
           MOVE LAST-PAY-NET        TO PROOF-BASE
           MOVE NET-PAY-AMOUNT      TO PROOF-NOW
           PERFORM 1954-CALC-CHANGE
           MOVE PROOF-PCT           TO FD-NET-PCT
           MOVE CHANGE-OVER-SW      TO NET-OVER-SW
           MOVE MSTR-EMPID          TO FD-EMPID
           MOVE MSTR-LNAME          TO FD-LNAME
           MOVE MSTR-EMPSTATUS      TO FD-EMPSTATUS
           MOVE LAST-PAY-PERIOD-NO  TO FD-LAST-PERIOD-NO
           MOVE LAST-PAY-GROSS      TO FD-LAST-GROSS
           MOVE GROSS-PAY-AMOUNT    TO FD-GROSS
           MOVE LAST-PAY-NET        TO FD-LAST-NET
           MOVE NET-PAY-AMOUNT      TO FD-NET
           MOVE PROOF-HOURS         TO FD-HOURS
           IF (NET-PAY-AMOUNT NOT > 0) THEN
               MOVE 'NET PAY ZERO OR NEGATIVE' TO PROOF-REASON
               PERFORM 1958-PRINT-PROOF-REASON
           END-IF
           IF (MSTR-EMPSTATUS = 'H')
              AND (PROOF-HOURS > PROOF-HOURS-LIMIT) THEN
               MOVE 'HOURS OVER LIMIT'         TO PROOF-REASON
               PERFORM 1958-PRINT-PROOF-REASON
           END-IF
           IF (MSTR-EMPSTATUS NOT = 'H')
              AND (GROSS-PAY-AMOUNT = 0) THEN
               MOVE 'SALARIED - NO PAY'        TO PROOF-REASON
               PERFORM 1958-PRINT-PROOF-REASON
           END-IF
           IF (PHIST-OPENED) THEN
               IF (LAST-PAY-FOUND) THEN
                   IF (GROSS-OVER-LIMIT) THEN
                       MOVE 'GROSS CHANGED OVER LIMIT'
                           TO PROOF-REASON
                       PERFORM 1958-PRINT-PROOF-REASON
                   END-IF
                   IF (NET-OVER-LIMIT) THEN
                       MOVE 'NET CHANGED OVER LIMIT'
                           TO PROOF-REASON
                       PERFORM 1958-PRINT-PROOF-REASON
                   END-IF
               ELSE
                   IF (HIST-SEEN) THEN
                       MOVE 'NO UNREVERSED PRIOR PAY'
                           TO PROOF-REASON
                   ELSE
                       MOVE MSTR-DATE       TO FN-HIRE-DATE
                       MOVE PROOF-HIRE-NOTE TO PROOF-REASON
                   END-IF
                   PERFORM 1958-PRINT-PROOF-REASON
               END-IF
           END-IF.


       1952-ADD-ONE-CODED-HOURS.
           IF (PE-EARN-CODE(EARN-SUB) NOT = SPACES) THEN
               ADD PE-HOURS(EARN-SUB) TO PROOF-HOURS
           END-IF.


      ************************************************************
      *      1954-CALC-CHANGE WORKS OUT HOW FAR PROOF-NOW HAS    *
      *      MOVED FROM PROOF-BASE AS A PERCENT OF PROOF-BASE    *
      *      FOR THE LISTING, CAPPED AT 9999.9 EITHER WAY, AND   *
      *      SETS CHANGE-OVER-LIMIT WHEN THE MOVE IS MORE THAN   *
      *      THE CHANGE PERCENT - ANY MOVE AWAY FROM A ZERO OR   *
      *      NEGATIVE BASE IS OVER THE LIMIT                     *
      ************************************************************
       1954-CALC-CHANGE.
           MOVE 'N' TO CHANGE-OVER-SW
           COMPUTE PROOF-DIFF = PROOF-NOW - PROOF-BASE
           IF (PROOF-BASE > 0) THEN
               COMPUTE PROOF-PCT ROUNDED =
                   PROOF-DIFF * 100 / PROOF-BASE
               IF (PROOF-DIFF < 0) THEN
                   COMPUTE PROOF-DIFF = 0 - PROOF-DIFF
               END-IF
               IF (PROOF-DIFF * 100 >
                       PROOF-BASE * PROOF-CHANGE-PCT) THEN
                   SET CHANGE-OVER-LIMIT TO TRUE
               END-IF
           ELSE
               MOVE ZEROS TO PROOF-PCT
               IF (PROOF-DIFF NOT = 0) THEN
                   MOVE 9999.9 TO PROOF-PCT
                   SET CHANGE-OVER-LIMIT TO TRUE
               END-IF
           END-IF
           IF (PROOF-PCT > 9999.9) THEN
               MOVE 9999.9 TO PROOF-PCT
           END-IF
           IF (PROOF-PCT < -9999.9) THEN
               MOVE -9999.9 TO PROOF-PCT
           END-IF.


      ************************************************************
      *      1955-SORT-PAY-HISTORY SORTS A COPY OF THE           *
      *      CUMULATIVE PAY HISTORY INTO EMPID SEQUENCE FOR A    *
      *      PROOF RUN AND PRIMES THE FIRST RECORD THE SAME WAY  *
      *      1905-SORT-GARN-ORDERS DOES - EACH EMPLOYEE'S        *
      *      RECORDS STAY IN THE ORDER THEY WERE WRITTEN, SO A   *
      *      RERUN OR A PROG21 REVERSAL FOLLOWS THE PAY IT ACTS  *
      *      ON - A MISSING HISTORY LEAVES THE PROOF WITHOUT ITS *
      *      LAST-PAY COMPARISONS, AND THE LISTING SAYS SO       *
      ************************************************************
       1955-SORT-PAY-HISTORY.
           OPEN INPUT PAY-HIST-FILE
           IF (PAYHIST-FILE-STATUS = '00') THEN
               CLOSE PAY-HIST-FILE
               SORT PHIST-SORT-FILE
                   ON ASCENDING KEY PHSRT-EMPID
                   WITH DUPLICATES IN ORDER
                   USING PAY-HIST-FILE
                   GIVING SORTED-PHIST-FILE
               OPEN INPUT SORTED-PHIST-FILE
               SET PHIST-OPENED TO TRUE
               PERFORM 9990-READ-PHIST
           ELSE
               SET PHIST-AT-EOF TO TRUE
           END-IF.


      ************************************************************
      *      1958-PRINT-PROOF-REASON LISTS THE EMPLOYEE ON THE   *
      *      PROOF LISTING FOR THE REASON IN PROOF-REASON - THE  *
      *      FIRST REASON GOES ON THE DETAIL LINE WITH THE PAY   *
      *      FIGURES, EACH FURTHER ONE ON A LINE OF ITS OWN      *
      *      UNDER IT                                            *
      ************************************************************
       1958-PRINT-PROOF-REASON.
           ADD 1 TO PROOF-EXCEPT-COUNT
           IF (EMP-FLAGGED) THEN
               MOVE PROOF-REASON TO FM-REASON
               WRITE PROOFRPT-REC FROM PROOFRPT-MORE
                   AFTER ADVANCING 1 LINE
           ELSE
               SET EMP-FLAGGED TO TRUE
               ADD 1 TO PROOF-FLAGGED-COUNT
               MOVE PROOF-REASON TO FD-REASON
               WRITE PROOFRPT-REC FROM PROOFRPT-DETAIL
                   AFTER ADVANCING 1 LINE
           END-IF.


      ************************************************************
      *      1960-FETCH-PRIOR-PAY POSITIONS THE SORTED HISTORY   *
      *      CURSOR ON THE EMPLOYEE BEING PROVED, THE SAME WAY   *
      *      1315-FETCH-PRIOR-YTD POSITIONS THE YTD CURSOR -     *
      *      HISTORY FOR A LOWER EMPID BELONGS TO SOMEONE NO     *
      *      LONGER ON THE MASTER AND IS SKIPPED, AND EVERY      *
      *      RECORD FOR THIS EMPLOYEE IS PASSED THROUGH          *
      *      1962-TAKE-ONE-HIST-REC                              *
      ************************************************************
       1960-FETCH-PRIOR-PAY.
           PERFORM 9990-READ-PHIST
               UNTIL (PHIST-AT-EOF) OR (PV-EMPID >= MSTR-EMPID)
           PERFORM 1962-TAKE-ONE-HIST-REC
               UNTIL (PHIST-AT-EOF) OR (PV-EMPID NOT = MSTR-EMPID).


      ************************************************************
      *      1962-TAKE-ONE-HIST-REC FOLDS ONE HISTORY RECORD     *
      *      INTO THE EMPLOYEE'S LAST PAY AND THE ONE BEFORE IT  *
      *      - A P RECORD PAID WITH AN EARLIER RUN BECOMES THE   *
      *      LAST PAY (A RERUN OF THE SAME PERIOD REPLACES IT),  *
      *      AN X RECORD REVERSING THE LAST PAY PUTS THE ONE     *
      *      BEFORE IT BACK, AND ANYTHING PAID WITH THE PERIOD   *
      *      BEING PROVED IS PASSED OVER SO A RERUN IS PROVED    *
      *      AGAINST THE PERIOD BEFORE IT                        *
      ************************************************************
       1962-TAKE-ONE-HIST-REC.
           SET HIST-SEEN TO TRUE
           IF (PV-PAID-PERIOD-NO NOT = CURRENT-PERIOD-NO) THEN
               IF (PV-REC-TYPE = 'P') THEN
                   IF (LAST-PAY-FOUND)
                      AND (PV-PAID-PERIOD-NO
                           NOT = LAST-PAY-PERIOD-NO) THEN
                       SET EARLIER-PAY-FOUND TO TRUE
                       MOVE LAST-PAY-PERIOD-NO
                           TO EARLIER-PAY-PERIOD-NO
                       MOVE LAST-PAY-GROSS  TO EARLIER-PAY-GROSS
                       MOVE LAST-PAY-NET    TO EARLIER-PAY-NET
                   END-IF
                   SET LAST-PAY-FOUND TO TRUE
                   MOVE PV-PAID-PERIOD-NO   TO LAST-PAY-PERIOD-NO
                   MOVE PV-GROSS            TO LAST-PAY-GROSS
                   MOVE PV-NET              TO LAST-PAY-NET
               END-IF
               IF (PV-REC-TYPE = 'X') AND (LAST-PAY-FOUND)
                  AND (PV-PAID-PERIOD-NO = LAST-PAY-PERIOD-NO) THEN
                   IF (EARLIER-PAY-FOUND) THEN
                       MOVE EARLIER-PAY-PERIOD-NO
                           TO LAST-PAY-PERIOD-NO
                       MOVE EARLIER-PAY-GROSS TO LAST-PAY-GROSS
                       MOVE EARLIER-PAY-NET   TO LAST-PAY-NET
                       MOVE 'N' TO EARLIER-PAY-SW
                   ELSE
                       MOVE 'N' TO LAST-PAY-SW
                   END-IF
               END-IF
           END-IF
           PERFORM 9990-READ-PHIST.


      ************************************************************
      *      5000-PRINT-HEAD PRINTS THE PAYROLL REGISTER HEADING *
      *      LINES AT THE TOP OF THE RUN                         *
      ************************************************************
       5000-PRINT-HEAD.
           ACCEPT CURRENT-DATE FROM DATE
           MOVE CURRENT-DATE      TO PAYREG-DATE
           MOVE CURRENT-PERIOD-NO TO PH-PERIOD-NO
           WRITE PAYREG-REC FROM PAYREG-HEADING1
               AFTER ADVANCING 1 LINE
           WRITE PAYREG-REC FROM PAYREG-HEADING2
               AFTER ADVANCING 2 LINE
           MOVE SPACES TO PAYREG-REC
           WRITE PAYREG-REC
               AFTER ADVANCING 1 LINE.


      ************************************************************
      *      5200-PRINT-CHECK-HEAD PRINTS THE PAPER-CHECK        *
      *      REGISTER HEADING LINES AT THE TOP OF THE RUN        *
      ************************************************************
       5200-PRINT-CHECK-HEAD.
           MOVE CURRENT-DATE      TO CHKREG-DATE
           WRITE CHKREG-REC FROM CHKREG-HEADING1
               AFTER ADVANCING 1 LINE
           WRITE CHKREG-REC FROM CHKREG-HEADING2
               AFTER ADVANCING 2 LINE
           MOVE SPACES TO CHKREG-REC
           WRITE CHKREG-REC
               AFTER ADVANCING 1 LINE.


      ************************************************************
      *      5300-PRINT-PROOF-HEAD PRINTS THE PROOF LISTING      *
      *      HEADING LINES, WITH THE CHANGE PERCENT AND HOURS    *
      *      LIMIT THE RUN IS CHECKING AGAINST, AT THE TOP OF A  *
      *      PROOF RUN                                           *
      ************************************************************
       5300-PRINT-PROOF-HEAD.
           MOVE CURRENT-DATE      TO PROOFRPT-DATE
           MOVE CURRENT-PERIOD-NO TO FH-PERIOD-NO
           MOVE PROOF-CHANGE-PCT  TO FH-CHANGE-PCT
           MOVE PROOF-HOURS-LIMIT TO FH-HOURS-LIMIT
           WRITE PROOFRPT-REC FROM PROOFRPT-HEADING1
               AFTER ADVANCING 1 LINE
           WRITE PROOFRPT-REC FROM PROOFRPT-HEADING2
               AFTER ADVANCING 2 LINE
           IF (NOT PHIST-OPENED) THEN
               WRITE PROOFRPT-REC FROM PROOFRPT-NOHIST
                   AFTER ADVANCING 1 LINE
           END-IF
           WRITE PROOFRPT-REC FROM PROOFRPT-HEADING3
               AFTER ADVANCING 2 LINE
           MOVE SPACES TO PROOFRPT-REC
           WRITE PROOFRPT-REC
               AFTER ADVANCING 1 LINE.


      ************************************************************
      *      6000-PRINT-PERIOD-TOTALS PRINTS THE COUNT OF        *
      *      EMPLOYEES PAID, THE COUNT OF UNMATCHED TIMECARDS,   *
      *      AND THE PERIOD GROSS/DEDUCTION/NET TOTALS AT THE    *
      *      END OF THE RUN                                      *
      ************************************************************
       6000-PRINT-PERIOD-TOTALS.
           MOVE PAID-COUNT        TO PT-PAID-COUNT
           MOVE UNMATCHED-COUNT   TO PT-UNMATCHED-COUNT
           MOVE OUTPERIOD-COUNT   TO PT-OUTPERIOD-COUNT
           MOVE GROSS-TOTAL       TO PT-GROSS-TOTAL
           MOVE DEDUCT-TOTAL      TO PT-DEDUCT-TOTAL
           MOVE FED-TAX-TOTAL     TO PT-FED-TAX-TOTAL
           MOVE STA-TAX-TOTAL     TO PT-STA-TAX-TOTAL
           MOVE FICA-TAX-TOTAL    TO PT-FICA-TAX-TOTAL
           MOVE ARREARS-TOTAL     TO PT-ARREARS-TOTAL
           MOVE RETRO-TOTAL       TO PT-RETRO-TOTAL
           MOVE NET-TOTAL         TO PT-NET-TOTAL
           MOVE GARN-COUNT        TO PT-GARN-COUNT
           MOVE GARN-TOTAL        TO PT-GARN-TOTAL
           MOVE GARN-SATISFIED-COUNT TO PT-GARN-SATISFIED
           MOVE SPACES TO PAYREG-REC
           WRITE PAYREG-REC
               AFTER ADVANCING 1 LINE
           WRITE PAYREG-REC FROM PAYREG-TOTAL1
               AFTER ADVANCING 1 LINE
           WRITE PAYREG-REC FROM PAYREG-TOTAL2
               AFTER ADVANCING 1 LINE
           WRITE PAYREG-REC FROM PAYREG-TOTAL10
               AFTER ADVANCING 1 LINE
           WRITE PAYREG-REC FROM PAYREG-TOTAL14
               AFTER ADVANCING 1 LINE
           WRITE PAYREG-REC FROM PAYREG-TOTAL16
               AFTER ADVANCING 1 LINE
           WRITE PAYREG-REC FROM PAYREG-TOTAL3
               AFTER ADVANCING 1 LINE
           WRITE PAYREG-REC FROM PAYREG-TOTAL11
               AFTER ADVANCING 1 LINE
           WRITE PAYREG-REC FROM PAYREG-TOTAL4
               AFTER ADVANCING 1 LINE
           WRITE PAYREG-REC FROM PAYREG-TOTAL15
               AFTER ADVANCING 1 LINE
           WRITE PAYREG-REC FROM PAYREG-TOTAL6
               AFTER ADVANCING 1 LINE
           WRITE PAYREG-REC FROM PAYREG-TOTAL7
               AFTER ADVANCING 1 LINE
           WRITE PAYREG-REC FROM PAYREG-TOTAL8
               AFTER ADVANCING 1 LINE
           WRITE PAYREG-REC FROM PAYREG-TOTAL9
               AFTER ADVANCING 1 LINE
           WRITE PAYREG-REC FROM PAYREG-TOTAL5
               AFTER ADVANCING 1 LINE.


      ************************************************************
      *      6050-WRITE-BANK-TRAILER CLOSES THE BANK PAYMENT     *
      *      EXTRACT WITH ITS BATCH TRAILER - THE COUNT AND      *
      *      DOLLAR TOTAL COME FROM THE SAME ACCUMULATORS THE    *
      *      DETAIL RECORDS WERE FOLDED INTO, SO THE TRAILER     *
      *      CANNOT DISAGREE WITH THE DETAILS IN FRONT OF IT     *
      ************************************************************
       6050-WRITE-BANK-TRAILER.
           MOVE BANK-COUNT        TO BT-RECORD-COUNT
           MOVE BANK-TOTAL        TO BT-NET-TOTAL
           MOVE RC-GENERATION     TO BT-GENERATION
           MOVE CURRENT-PERIOD-NO TO BT-PERIOD-NO
           WRITE BANKPAY-REC FROM BANK-TRAILER.


      ************************************************************
      *      6060-PRINT-CHECK-SUMMARY PRINTS THE COUNT AND       *
      *      DOLLAR TOTAL OF THE PAPER CHECKS DRAWN THIS RUN AT  *
      *      THE END OF THE CHECK REGISTER                       *
      ************************************************************
       6060-PRINT-CHECK-SUMMARY.
           MOVE CHECK-COUNT       TO CK-CHECK-COUNT
           MOVE CHECK-TOTAL       TO CK-CHECK-TOTAL
           MOVE SPACES TO CHKREG-REC
           WRITE CHKREG-REC
               AFTER ADVANCING 1 LINE
           WRITE CHKREG-REC FROM CHKREG-SUMMARY1
               AFTER ADVANCING 1 LINE
           WRITE CHKREG-REC FROM CHKREG-SUMMARY2
               AFTER ADVANCING 1 LINE.


      ************************************************************
      *      6070-WRITE-TAX-SUMMARY HANDS THE PERIOD'S TAX       *
      *      WITHHOLDING TOTALS TO THE PROG4 GL POSTING RUN -    *
      *      ONE RECORD PER TAX CODE, FROM THE SAME ACCUMULATORS *
      *      THE REGISTER'S TAX TOTAL LINES PRINT FROM, SO THE   *
      *      GL POSTING CANNOT DISAGREE WITH THE REGISTER        *
      ************************************************************
       6070-WRITE-TAX-SUMMARY.
           MOVE RC-GENERATION     TO TS-GENERATION
           MOVE CURRENT-PERIOD-NO TO TS-PERIOD-NO
           MOVE 'FW'              TO TS-TAX-CODE
           MOVE FED-TAX-COUNT     TO TS-RECORD-COUNT
           MOVE FED-TAX-TOTAL     TO TS-AMOUNT-TOTAL
           WRITE TAXSUM-REC FROM TAXSUM-DATA
           PERFORM 6075-WRITE-TAX-HISTORY
           MOVE 'SW'              TO TS-TAX-CODE
           MOVE STA-TAX-COUNT     TO TS-RECORD-COUNT
           MOVE STA-TAX-TOTAL     TO TS-AMOUNT-TOTAL
           WRITE TAXSUM-REC FROM TAXSUM-DATA
           PERFORM 6075-WRITE-TAX-HISTORY
           MOVE 'FI'              TO TS-TAX-CODE
           MOVE FICA-TAX-COUNT    TO TS-RECORD-COUNT
           MOVE FICA-TAX-TOTAL    TO TS-AMOUNT-TOTAL
           WRITE TAXSUM-REC FROM TAXSUM-DATA
           PERFORM 6075-WRITE-TAX-HISTORY.


      ************************************************************
      *      6075-WRITE-TAX-HISTORY APPENDS THE TAX SUMMARY      *
      *      RECORD JUST WRITTEN TO THE CUMULATIVE TRAIL,        *
      *      STAMPED WITH THIS PERIOD'S QUARTER                  *
      ************************************************************
       6075-WRITE-TAX-HISTORY.
           MOVE SPACES            TO TAXHIST-DATA
           MOVE TAXSUM-DATA       TO TH-TAXSUM
           MOVE CURRENT-QTR-KEY   TO TH-QTR-KEY
           WRITE TAXHIST-REC FROM TAXHIST-DATA.


      ************************************************************
      *      6080-WRITE-ER-ACCRUAL WRITES ONE ACCRUAL RECORD PER *
      *      EMPLOYER COST BUCKET FOR THE PROG4 GL POSTING RUN,  *
      *      CARRYING THE COST TYPE'S GL ACCOUNTS WITH IT        *
      ************************************************************
       6080-WRITE-ER-ACCRUAL.
           PERFORM 6085-WRITE-ONE-ER-ACCRUAL
               VARYING ER-BUCKET-SUB FROM 1 BY 1
               UNTIL ER-BUCKET-SUB > ER-COST-COUNT.


       6085-WRITE-ONE-ER-ACCRUAL.
           MOVE SPACES TO ERACCR-DATA
           MOVE ECT-RATE-SUB(ER-BUCKET-SUB)     TO ER-SUB
           MOVE ERT-COST-TYPE(ER-SUB)           TO EA-COST-TYPE
           MOVE ERT-DESCRIPTION(ER-SUB)         TO EA-DESCRIPTION
           MOVE ECT-COST-CENTER(ER-BUCKET-SUB)  TO EA-COST-CENTER
           MOVE ERT-EXPENSE-GL(ER-SUB)          TO EA-EXPENSE-GL
           MOVE ERT-LIABILITY-GL(ER-SUB)        TO EA-LIABILITY-GL
           MOVE ECT-EMP-COUNT(ER-BUCKET-SUB)    TO EA-EMP-COUNT
           MOVE ECT-AMOUNT(ER-BUCKET-SUB)       TO EA-AMOUNT
           MOVE RC-GENERATION                   TO EA-GENERATION
           MOVE CURRENT-PERIOD-NO               TO EA-PERIOD-NO
           WRITE ERACCR-REC FROM ERACCR-DATA.


      ************************************************************
      *      6100-RECONCILE-PAYMENTS PROVES THE PAY RUN ON ITS   *
      *      FACE - THE BANK EXTRACT TOTAL PLUS THE PAPER-CHECK  *
      *      TOTAL MUST EQUAL THE PERIOD NET PAY TOTAL PRINTED   *
      *      BY 6000-PRINT-PERIOD-TOTALS, AND A RUN WHERE THEY   *
      *      DO NOT IS FLAGGED ON THE REGISTER SO IT IS CAUGHT   *
      *      BEFORE THE BANK FILE IS RELEASED                    *
      ************************************************************
       6100-RECONCILE-PAYMENTS.
           MOVE BANK-TOTAL        TO RC-BANK-TOTAL
           MOVE CHECK-TOTAL       TO RC-CHECK-TOTAL
           WRITE PAYREG-REC FROM PAYREG-RECON1
               AFTER ADVANCING 1 LINE
           WRITE PAYREG-REC FROM PAYREG-RECON2
               AFTER ADVANCING 1 LINE
           IF (BANK-TOTAL + CHECK-TOTAL = NET-TOTAL) THEN
               WRITE PAYREG-REC FROM PAYREG-RECON-OK
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE PAYREG-REC FROM PAYREG-RECON-BAD
                   AFTER ADVANCING 1 LINE
           END-IF.


      ************************************************************
      *      6150-PRINT-LABOR-DIST PRINTS THE PERIOD'S GROSS     *
      *      AND NET BY COST CENTER AT THE END OF THE REGISTER - *
      *      THE BUCKETS WERE BUILT FROM THE SAME AMOUNTS THE    *
      *      PERIOD TOTALS ACCUMULATE, SO THE DISTRIBUTION TIES  *
      *      TO THE REGISTER AND FINANCE CAN ALLOCATE FROM IT    *
      *      INSTEAD OF A SPREADSHEET - A BUCKET HOLDING ONLY    *
      *      THE YTD OF STAFF NOT PAID THIS PERIOD IS NOT        *
      *      PRINTED                                             *
      ************************************************************
       6150-PRINT-LABOR-DIST.
           MOVE SPACES TO PAYREG-REC
           WRITE PAYREG-REC
               AFTER ADVANCING 1 LINE
           WRITE PAYREG-REC FROM PAYREG-CC-HEADING
               AFTER ADVANCING 1 LINE


       6160-PRINT-ONE-CC.
           IF (CCT-EMP-COUNT(CC-SUB) > 0) THEN
               MOVE CCT-CODE(CC-SUB)  TO CD-COST-CENTER
               MOVE CCT-GROSS(CC-SUB) TO CD-GROSS
               MOVE CCT-NET(CC-SUB)   TO CD-NET
               WRITE PAYREG-REC FROM PAYREG-CC-DETAIL
                   AFTER ADVANCING 1 LINE
           END-IF.


      ************************************************************
      *      6155-WRITE-CC-ACTUALS WRITES ONE RECORD PER LABOR   *
      *      DISTRIBUTION BUCKET TO CC-ACTUAL-FILE, STAMPED WITH *
      *      THE GENERATION, PERIOD, AND PERIOD END DATE, SO THE *
      *      PROG22 BUDGET VARIANCE RUN COMPARES BUDGET AGAINST  *
      *      EXACTLY WHAT THE REGISTER DISTRIBUTED               *
      ************************************************************
       6155-WRITE-CC-ACTUALS.
           PERFORM 6157-WRITE-ONE-CC-ACTUAL
               VARYING CC-SUB FROM 1 BY 1
               UNTIL CC-SUB > CC-PAY-COUNT.


       6157-WRITE-ONE-CC-ACTUAL.
           MOVE SPACES TO CCACT-DATA
           MOVE CCT-CODE(CC-SUB)                TO CA-COST-CENTER
           MOVE CCT-EMP-COUNT(CC-SUB)           TO CA-EMP-COUNT
           MOVE CCT-GROSS(CC-SUB)               TO CA-PERIOD-GROSS
           MOVE CCT-YTD-GROSS(CC-SUB)           TO CA-YTD-GROSS
           MOVE RC-GENERATION                   TO CA-GENERATION
           MOVE CURRENT-PERIOD-NO               TO CA-PERIOD-NO
           MOVE PCT-END-DATE(CURRENT-PERIOD-SUB) TO CA-PERIOD-END
           WRITE CCACT-REC FROM CCACT-DATA.


      ************************************************************
      *      6170-PRINT-EMPLOYER-COST PRINTS THE PERIOD'S        *
      *      EMPLOYER COST BY COST CENTER AND COST TYPE AFTER    *
      *      THE LABOR DISTRIBUTION, WITH THE PERIOD TOTAL - THE *
      *      SAME BUCKETS ARE WHAT 6080-WRITE-ER-ACCRUAL HANDED  *
      *      TO PROG4, SO THE TWO REPORTS TIE                    *
      ************************************************************
       6170-PRINT-EMPLOYER-COST.
           MOVE SPACES TO PAYREG-REC
           WRITE PAYREG-REC
               AFTER ADVANCING 1 LINE
           WRITE PAYREG-REC FROM PAYREG-ER-HEADING
               AFTER ADVANCING 1 LINE
           IF (NOT ER-RATES-LOADED) THEN
               WRITE PAYREG-REC FROM PAYREG-ER-NONE
                   AFTER ADVANCING 1 LINE
           END-IF
           PERFORM 6175-PRINT-ONE-ER-BUCKET
               VARYING ER-BUCKET-SUB FROM 1 BY 1
               UNTIL ER-BUCKET-SUB > ER-COST-COUNT
           MOVE ER-COST-TOTAL TO PT-ER-COST-TOTAL
           WRITE PAYREG-REC FROM PAYREG-TOTAL12
               AFTER ADVANCING 1 LINE.


       6175-PRINT-ONE-ER-BUCKET.
           MOVE ECT-RATE-SUB(ER-BUCKET-SUB)     TO ER-SUB
           MOVE ECT-COST-CENTER(ER-BUCKET-SUB)  TO ED-COST-CENTER
           MOVE ERT-COST-TYPE(ER-SUB)           TO ED-COST-TYPE
           MOVE ERT-DESCRIPTION(ER-SUB)         TO ED-DESCRIPTION
           MOVE ECT-EMP-COUNT(ER-BUCKET-SUB)    TO ED-EMP-COUNT
           MOVE ECT-AMOUNT(ER-BUCKET-SUB)       TO ED-AMOUNT
           WRITE PAYREG-REC FROM PAYREG-ER-DETAIL
               AFTER ADVANCING 1 LINE.


      ************************************************************
      *      6180-PRINT-EARN-SUMMARY PRINTS THE PERIOD'S CODED   *
      *      EARNINGS BY EARNINGS CODE AT THE END OF THE         *
      *      REGISTER - LINES, HOURS PAID, AND PAY FOR EVERY     *
      *      CODE USED THIS PERIOD, THE OVERTIME PREMIUM EARNED  *
      *      ON CODED HOURS, AND THE PERIOD'S PREMIUM PAY TOTAL  *
      ************************************************************
       6180-PRINT-EARN-SUMMARY.
           MOVE SPACES TO PAYREG-REC
           WRITE PAYREG-REC
               AFTER ADVANCING 1 LINE
           WRITE PAYREG-REC FROM PAYREG-EARN-HEADING
               AFTER ADVANCING 1 LINE
           IF (NOT EARN-CODES-LOADED) THEN
               WRITE PAYREG-REC FROM PAYREG-EARN-NONE
                   AFTER ADVANCING 1 LINE
           END-IF
           PERFORM 6185-PRINT-ONE-EARN-CODE
               VARYING EARN-HIT-SUB FROM 1 BY 1
               UNTIL EARN-HIT-SUB > EARN-CODE-COUNT
           IF (OT-ADJ-COUNT > 0) THEN
               MOVE SPACES                  TO ES-EARN-CODE
               MOVE 'OVERTIME ON CODED HRS' TO ES-DESCRIPTION
               MOVE OT-ADJ-COUNT            TO ES-LINE-COUNT
               MOVE OT-ADJ-HOURS-TOTAL      TO ES-HOURS
               MOVE OT-ADJ-TOTAL            TO ES-AMOUNT
               WRITE PAYREG-REC FROM PAYREG-EARN-SUMMARY
                   AFTER ADVANCING 1 LINE
           END-IF
           MOVE EARN-TOTAL TO PT-EARN-TOTAL
           WRITE PAYREG-REC FROM PAYREG-TOTAL13
               AFTER ADVANCING 1 LINE.


       6185-PRINT-ONE-EARN-CODE.
           IF (ERN-LINE-COUNT(EARN-HIT-SUB) > 0) THEN
               MOVE ERN-EARN-CODE(EARN-HIT-SUB)   TO ES-EARN-CODE
               MOVE ERN-DESCRIPTION(EARN-HIT-SUB) TO ES-DESCRIPTION
               MOVE ERN-LINE-COUNT(EARN-HIT-SUB)  TO ES-LINE-COUNT
               MOVE ERN-HOURS(EARN-HIT-SUB)       TO ES-HOURS
               MOVE ERN-AMOUNT(EARN-HIT-SUB)      TO ES-AMOUNT
               WRITE PAYREG-REC FROM PAYREG-EARN-SUMMARY
                   AFTER ADVANCING 1 LINE
           END-IF.


      ************************************************************
      *      6190-WRITE-REMITTANCE SORTS THE PERIOD'S            *
      *      GARNISHMENT PAYMENTS INTO AGENCY/CASE SEQUENCE TO   *
      *      GIVE THE REMITTANCE PAYMENT EXTRACT, THEN READS THE *
      *      EXTRACT BACK TO PRINT THE REMITTANCE REGISTER WITH  *
      *      A TOTAL FOR EACH AGENCY - THE GRAND TOTAL TIES TO   *
      *      THE PERIOD GARNISHMENT TOTAL ON THE PAYROLL         *
      *      REGISTER                                            *
      ************************************************************
       6190-WRITE-REMITTANCE.
           CLOSE REMIT-WORK-FILE
           SORT REMIT-SORT-FILE
               ON ASCENDING KEY RMSRT-AGENCY-CODE
                                RMSRT-CASE-NO
                                RMSRT-EMPID
               USING REMIT-WORK-FILE
               GIVING GARN-PAY-FILE
           MOVE CURRENT-DATE      TO GARNREG-DATE
           MOVE CURRENT-PERIOD-NO TO GH-PERIOD-NO
           WRITE GARNREG-REC FROM GARNREG-HEADING1
               AFTER ADVANCING 1 LINE
           WRITE GARNREG-REC FROM GARNREG-HEADING2
               AFTER ADVANCING 2 LINE
           MOVE SPACES TO GARNREG-REC
           WRITE GARNREG-REC
               AFTER ADVANCING 1 LINE
           OPEN INPUT GARN-PAY-FILE
           PERFORM 9980-READ-GARNPAY
           IF (REMIT-AT-EOF) THEN
               WRITE GARNREG-REC FROM GARNREG-NONE
                   AFTER ADVANCING 1 LINE
           ELSE
               MOVE GP-AGENCY-CODE TO REMIT-AGENCY-CODE
           END-IF
           PERFORM 6195-PRINT-ONE-REMITTANCE
               UNTIL REMIT-AT-EOF
           IF (REMIT-COUNT > 0) THEN
               PERFORM 6197-PRINT-AGENCY-TOTAL
           END-IF
           CLOSE GARN-PAY-FILE
           MOVE REMIT-COUNT       TO GS-COUNT
           MOVE REMIT-TOTAL       TO GS-AMOUNT
           WRITE GARNREG-REC FROM GARNREG-SUMMARY1
               AFTER ADVANCING 1 LINE
           WRITE GARNREG-REC FROM GARNREG-SUMMARY2
               AFTER ADVANCING 1 LINE.


       6195-PRINT-ONE-REMITTANCE.
           IF (GP-AGENCY-CODE NOT = REMIT-AGENCY-CODE) THEN
               PERFORM 6197-PRINT-AGENCY-TOTAL
               MOVE GP-AGENCY-CODE TO REMIT-AGENCY-CODE
           END-IF
           MOVE GP-AGENCY-CODE    TO GR-AGENCY-CODE
           MOVE GP-AGENCY-NAME    TO GR-AGENCY-NAME
           MOVE GP-CASE-NO        TO GR-CASE-NO
           MOVE GP-EMPID          TO GR-EMPID
           MOVE GP-SSN            TO GR-SSN
           MOVE GP-ORDER-TYPE     TO GR-ORDER-TYPE
           MOVE GP-AMOUNT         TO GR-AMOUNT
           MOVE GP-REMAINING      TO GR-REMAINING
           WRITE GARNREG-REC FROM GARNREG-DETAIL
               AFTER ADVANCING 1 LINE
           ADD 1 TO REMIT-AGENCY-COUNT
           ADD 1 TO REMIT-COUNT
           ADD GP-AMOUNT TO REMIT-AGENCY-TOTAL
           ADD GP-AMOUNT TO REMIT-TOTAL
           PERFORM 9980-READ-GARNPAY.


       6197-PRINT-AGENCY-TOTAL.
           MOVE REMIT-AGENCY-CODE  TO GA-AGENCY-CODE
           MOVE REMIT-AGENCY-COUNT TO GA-COUNT
           MOVE REMIT-AGENCY-TOTAL TO GA-AMOUNT
           WRITE GARNREG-REC FROM GARNREG-AGENCY-TOTAL
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO GARNREG-REC
           WRITE GARNREG-REC
               AFTER ADVANCING 1 LINE
           MOVE ZEROS TO REMIT-AGENCY-COUNT
           MOVE ZEROS TO REMIT-AGENCY-TOTAL.


      ************************************************************
      *      6200-REWRITE-CHECK-CONTROL WRITES THE NEXT UNUSED   *
      *      CHECK NUMBER BACK TO THE RUN CONTROL SO THE NEXT    *
           WRITE PAYCAL-REC FROM PAYCAL-DATA.


      ************************************************************
      *      6400-PRINT-PROOF-SUMMARY CLOSES THE PROOF LISTING   *
      *      WITH THE PERIOD TOTALS, THE CONTROL TOTAL PAYROLL   *
      *      KEYS ON THE SIGN-OFF CARD ONCE THE LISTING IS       *
      *      APPROVED, AND THE APPROVAL LINE - THE TOTALS ARE    *
      *      THE SAME ACCUMULATORS THE REGISTER PRINTS FROM      *
      ************************************************************
       6400-PRINT-PROOF-SUMMARY.
           IF (PROOF-FLAGGED-COUNT = 0) THEN
               WRITE PROOFRPT-REC FROM PROOFRPT-NONE
                   AFTER ADVANCING 1 LINE
           END-IF
           MOVE PAID-COUNT          TO FS-PAID-COUNT
           MOVE PROOF-FLAGGED-COUNT TO FS-FLAGGED-COUNT
           MOVE PROOF-EXCEPT-COUNT  TO FS-EXCEPT-COUNT
           MOVE GROSS-TOTAL         TO FS-GROSS-TOTAL
           MOVE NET-TOTAL           TO FS-NET-TOTAL
           MOVE CURRENT-PERIOD-NO   TO FS-PERIOD-NO
           MOVE NET-TOTAL           TO FS-CONTROL-NET
           MOVE SPACES TO PROOFRPT-REC
           WRITE PROOFRPT-REC
               AFTER ADVANCING 1 LINE
           WRITE PROOFRPT-REC FROM PROOFRPT-SUMMARY1
               AFTER ADVANCING 1 LINE
           WRITE PROOFRPT-REC FROM PROOFRPT-SUMMARY2
               AFTER ADVANCING 1 LINE
           WRITE PROOFRPT-REC FROM PROOFRPT-SUMMARY3
               AFTER ADVANCING 1 LINE
           WRITE PROOFRPT-REC FROM PROOFRPT-SUMMARY4
               AFTER ADVANCING 1 LINE
           WRITE PROOFRPT-REC FROM PROOFRPT-SUMMARY5
               AFTER ADVANCING 1 LINE
           WRITE PROOFRPT-REC FROM PROOFRPT-CONTROL
               AFTER ADVANCING 2 LINE
           WRITE PROOFRPT-REC FROM PROOFRPT-APPROVAL
               AFTER ADVANCING 3 LINE.


      ************************************************************
      *      6420-WRITE-PROOF-CONTROL RECORDS WHAT THIS PROOF    *
      *      RUN PROVED ON THE PROOF CONTROL, WAITING FOR ITS    *
      *      LIVE RUN - A LATER PROOF OF THE SAME PERIOD SIMPLY  *
      *      REPLACES IT                                         *
      ************************************************************
       6420-WRITE-PROOF-CONTROL.
           MOVE SPACES              TO PROOFCTL-DATA
           MOVE RC-GENERATION       TO PF-GENERATION
           MOVE CURRENT-PERIOD-NO   TO PF-PERIOD-NO
           MOVE 'P'                 TO PF-STATUS
           MOVE RUN-DATE-YMD        TO PF-RUN-DATE
           MOVE PAID-COUNT          TO PF-PAID-COUNT
           MOVE GROSS-TOTAL         TO PF-GROSS-TOTAL
           MOVE NET-TOTAL           TO PF-NET-TOTAL
           MOVE PROOF-FLAGGED-COUNT TO PF-EXCEPT-COUNT
           OPEN OUTPUT PROOF-CTL-FILE
           WRITE PROOFCTL-REC FROM PROOFCTL-DATA
           CLOSE PROOF-CTL-FILE.


      ************************************************************
      *      6450-COMPARE-TO-PROOF PRINTS THE SIGNED-OFF PROOF   *
      *      UNDER THE LIVE REGISTER AND FLAGS A LIVE RUN WHOSE  *
      *      COUNT OR TOTALS CAME OUT DIFFERENT FROM IT (AN      *
      *      INPUT CHANGED AFTER THE PROOF WAS RUN), THEN MARKS  *
      *      THE PROOF USED SO IT CANNOT RELEASE A SECOND LIVE   *
      *      RUN                                                 *
      ************************************************************
       6450-COMPARE-TO-PROOF.
           MOVE SG-INITIALS       TO PS-INITIALS
           MOVE PF-PAID-COUNT     TO PS-PAID-COUNT
           MOVE PF-GROSS-TOTAL    TO PS-GROSS-TOTAL
           MOVE PF-NET-TOTAL      TO PS-NET-TOTAL
           MOVE SPACES TO PAYREG-REC
           WRITE PAYREG-REC
               AFTER ADVANCING 1 LINE
           WRITE PAYREG-REC FROM PAYREG-PROOF-LINE
               AFTER ADVANCING 1 LINE
           IF (PAID-COUNT = PF-PAID-COUNT)
              AND (GROSS-TOTAL = PF-GROSS-TOTAL)
              AND (NET-TOTAL = PF-NET-TOTAL) THEN
               WRITE PAYREG-REC FROM PAYREG-PROOF-OK
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE PAYREG-REC FROM PAYREG-PROOF-BAD
                   AFTER ADVANCING 1 LINE
               DISPLAY 'PROG3: LIVE TOTALS DIFFER FROM SIGNED-OFF '
                   'PROOF OF PERIOD ' CURRENT-PERIOD-NO
                   ' - SEE REGISTER'
           END-IF
           MOVE 'U'               TO PF-STATUS
           OPEN OUTPUT PROOF-CTL-FILE
           WRITE PROOFCTL-REC FROM PROOFCTL-DATA
           CLOSE PROOF-CTL-FILE.


      ************************************************************
      *      9100-READ-MASTER READS ONE RECORD FROM THE SORTED   *
      *      MASTER FILE - AT END IT SETS MASTER-AT-EOF, WHICH   *
           END-READ.


      ************************************************************
      *      9900-READ-RETRO-PAY READS ONE RECORD FROM THE RETRO *
      *      PAY FILE - AT END IT SETS RETRO-AT-EOF, WHICH       *
      *      1710-FETCH-RETRO-PAY CHECKS BEFORE EVER COMPARING   *
      *      EMPIDS                                              *
      ************************************************************
       9900-READ-RETRO-PAY.
           READ RETRO-PAY-FILE INTO RETROPAY-DATA
                AT END
                   SET RETRO-AT-EOF TO TRUE
           END-READ.


      ************************************************************
      *      9950-READ-ER-RATE READS ONE RECORD FROM THE         *
      *      EMPLOYER COST RATE TABLE - AT END IT SETS           *
      *      ERRATE-AT-EOF                                       *
      ************************************************************
       9950-READ-ER-RATE.
           READ ER-RATE-FILE INTO ERRATE-DATA
                AT END
                   SET ERRATE-AT-EOF TO TRUE
           END-READ.


      ************************************************************
      *      9960-READ-EARNCODE READS ONE RECORD FROM THE        *
      *      EARNINGS-CODE MASTER - AT END IT SETS EARNCD-AT-EOF *
      ************************************************************
       9960-READ-EARNCODE.
           READ EARN-CODE-FILE INTO EARNCD-DATA
                AT END
                   SET EARNCD-AT-EOF TO TRUE
           END-READ.


      ************************************************************
      *      9970-READ-GARN READS ONE ORDER FROM THE SORTED      *
      *      GARNISHMENT ORDER FILE - AT END IT SETS GARN-AT-EOF *
      ************************************************************
       9970-READ-GARN.
           READ SORTED-GARN-FILE INTO GARN-DATA
                AT END
                   SET GARN-AT-EOF TO TRUE
           END-READ.


      ************************************************************
      *      9980-READ-GARNPAY READS ONE PAYMENT FROM THE SORTED *
      *      REMITTANCE EXTRACT - AT END IT SETS REMIT-AT-EOF    *
      ************************************************************
       9980-READ-GARNPAY.
           READ GARN-PAY-FILE INTO GARNPAY-DATA
                AT END
                   SET REMIT-AT-EOF TO TRUE
           END-READ.


      ************************************************************
      *      9990-READ-PHIST READS ONE RECORD FROM THE SORTED    *
      *      PAY HISTORY - AT END IT SETS PHIST-AT-EOF           *
      ************************************************************
       9990-READ-PHIST.
           READ SORTED-PHIST-FILE INTO PRIOR-HIST-DATA
                AT END
                   SET PHIST-AT-EOF TO TRUE
           END-READ.


      ************************************************************
      *      8100-CHECK-RUN-CONTROL ENFORCES THE JOB-STREAM      *
      *      SEQUENCE BEFORE ANYTHING IS TOUCHED - THE RUN       *
      *      ABENDS WITH AN OPERATOR MESSAGE IF THE SHARED RUN   *
      *      CONTROL IS MISSING, IF THE PROG12 TIMECARD          *
      *      PRE-EDIT HAS NOT COMPLETED FOR THIS GENERATION, OR  *
      *      IF PROG2 WROTE RETRO PAY REQUESTS (STEP 18 P) THAT  *
      *      THE PROG18 RETRO PAY RUN HAS NOT FINISHED PRICING - *
      *      PAYING WITHOUT THEM WOULD LEAVE THE REQUESTS FOR    *
      *      THE NEXT PROG2 RUN TO OVERWRITE                     *
      ************************************************************
       8100-CHECK-RUN-CONTROL.
           OPEN INPUT RUN-CTL-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF (RC-STEP-DONE(18) = 'P' OR 'S') THEN
               DISPLAY 'PROG3: BACK-DATED RATE CHANGES NOT PRICED '
                   'BY PROG18 FOR GENERATION ' RC-GENERATION
                   ' - RUN ABORTED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.


      ************************************************************
      *      8150-MARK-STEP-STARTED STAMPS A CLEAN START OF A    *
      *      LIVE RUN S ON THE SHARED RUN CONTROL SO AN          *
      *      INTERRUPTED RUN IS VISIBLE - IT IS DONE ONLY ONCE   *
      *      THE PROOF SIGN-OFF HAS BEEN ACCEPTED, AND A PROOF   *
      *      RUN NEVER STAMPS THE RUN CONTROL AT ALL             *
      ************************************************************
       8150-MARK-STEP-STARTED.
           IF (RC-STEP-DONE(3) = 'N') THEN
               MOVE 'S' TO RC-STEP-DONE(3)
               PERFORM 8300-REWRITE-RUN-CONTROL

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG21.
       AUTHOR. TIM PATRICK.
      * PAY-PERIOD REVERSAL RUN - BACKS A PAID PERIOD BACK OUT OF
      * THE PAYROLL FILES SO IT CAN BE CORRECTED AND PAID AGAIN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REV-CARD-FILE     ASSIGN TO DA-S-REVPARM
               FILE STATUS IS REVCARD-FILE-STATUS.
           SELECT RUN-CTL-FILE      ASSIGN TO DA-S-RUNCTL
               FILE STATUS IS RUNCTL-FILE-STATUS.
           SELECT PAY-CAL-FILE      ASSIGN TO DA-S-PAYCAL
               FILE STATUS IS PAYCAL-FILE-STATUS.
           SELECT PAY-HIST-FILE     ASSIGN TO DA-S-PAYHIST
               FILE STATUS IS PAYHIST-FILE-STATUS.
           SELECT HIST-WORK-FILE    ASSIGN TO DA-S-HISTWRK.
           SELECT YTD-IN-FILE       ASSIGN TO DA-S-YTDIN
               FILE STATUS IS YTDIN-FILE-STATUS.
           SELECT YTD-OUT-FILE      ASSIGN TO DA-S-YTDOUT.
           SELECT ARR-IN-FILE       ASSIGN TO DA-S-ARRIN
               FILE STATUS IS ARRIN-FILE-STATUS.
           SELECT ARR-OUT-FILE      ASSIGN TO DA-S-ARROUT.
           SELECT BANK-PAY-FILE     ASSIGN TO DA-S-BANKPAY
               FILE STATUS IS BANKPAY-FILE-STATUS.
           SELECT BANK-REV-FILE     ASSIGN TO DA-S-BANKREV.
           SELECT TAX-SUM-FILE      ASSIGN TO DA-S-TAXSUM
               FILE STATUS IS TAXSUM-FILE-STATUS.
           SELECT TAX-HIST-FILE     ASSIGN TO DA-S-TAXHIST
               FILE STATUS IS TAXHIST-FILE-STATUS.
           SELECT ER-ACCRUAL-FILE   ASSIGN TO DA-S-ERACCR
               FILE STATUS IS ERACCR-FILE-STATUS.
           SELECT DED-RULES-FILE    ASSIGN TO DA-S-DEDRULES
               FILE STATUS IS DEDRULE-FILE-STATUS.
           SELECT GL-POST-FILE      ASSIGN TO DA-S-GLPOST
               FILE STATUS IS GLPOST-FILE-STATUS.
           SELECT GL-REV-FILE       ASSIGN TO DA-S-GLREV.
           SELECT CHECK-ISSUE-FILE  ASSIGN TO DA-S-CHKISSU
               FILE STATUS IS CHKISSU-FILE-STATUS.
           SELECT ISSUE-SORT-FILE   ASSIGN TO SORTWK1.
           SELECT SORTED-ISSUE-FILE ASSIGN TO DA-S-SRTISSU.
           SELECT GARN-PAY-FILE     ASSIGN TO DA-S-GARNPAY
               FILE STATUS IS GARNPAY-FILE-STATUS.
           SELECT GPAY-SORT-FILE    ASSIGN TO SORTWK2.
           SELECT SORTED-GPAY-FILE  ASSIGN TO DA-S-SRTGPAY.
           SELECT GARN-REV-FILE     ASSIGN TO DA-S-GARNREV.
           SELECT RAW-GARN-FILE     ASSIGN TO DA-S-GARNIN
               FILE STATUS IS GARNIN-FILE-STATUS.
           SELECT GARN-SORT-FILE    ASSIGN TO SORTWK3.
           SELECT SORTED-GARN-FILE  ASSIGN TO DA-S-SRTGARN.
           SELECT GARN-OUT-FILE     ASSIGN TO DA-S-GARNOUT.
           SELECT REV-RPT-FILE      ASSIGN TO UR-S-REVRPT.
       DATA DIVISION.
       FILE SECTION.
      ***********************************************************
      *    REV-CARD-FILE IS THE SINGLE-CARD OPERATOR SELECTION  *
      *    OF THE PAY PERIOD TO BE REVERSED - THE PERIOD NUMBER *
      *    IN COLUMNS 1-4 - THERE IS NO DEFAULT, SO A MISSING   *
      *    OR BAD CARD STOPS THE RUN BEFORE ANYTHING IS TOUCHED *
      ***********************************************************
       FD REV-CARD-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 REVCARD-REC           PIC X(80).
      ***********************************************************
      *    RUN-CTL-FILE IS THE SHARED JOB-STREAM RUN CONTROL    *
      *    MAINTAINED BY THE PROG5 MASTER LOAD - THIS RUN       *
      *    REFUSES TO START WHILE A PROG3 PAY RUN OR A PROG16   *
      *    VOID RUN IS STARTED BUT NOT FINISHED, AND ON ITS WAY *
      *    OUT IT RESETS THE PROG3 STEP SO THE REOPENED PERIOD  *
      *    CAN BE PAID AGAIN                                    *
      ***********************************************************
       FD RUN-CTL-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 RUN-CTL-REC           PIC X(36).
      ***********************************************************
      *    PAY-CAL-FILE IS THE PAY-PERIOD CALENDAR CONTROL THE  *
      *    PROG3 PAY RUN MARKS EACH PERIOD PAID ON - ONLY THE   *
      *    LATEST PAID PERIOD MAY BE REVERSED, AND A SUCCESSFUL *
      *    REVERSAL REWRITES THE CALENDAR WITH THAT PERIOD OPEN *
      *    AGAIN                                                *
      ***********************************************************
       FD PAY-CAL-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 PAYCAL-REC            PIC X(21).
      ***********************************************************
      *    PAY-HIST-FILE IS THE CUMULATIVE PAY HISTORY THE      *
      *    PROG3 PAY RUN APPENDS TO - IT IS READ ONCE TO FIND   *
      *    THE LIVE RUN OF THE PERIOD (THE LAST ONE, SINCE AN   *
      *    OVERRIDE RERUN APPENDS A SECOND COPY) AND AGAIN TO   *
      *    BACK THAT RUN OUT, AND THE REVERSAL RECORDS ARE THEN *
      *    APPENDED TO IT                                       *
      ***********************************************************
       FD PAY-HIST-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 PAYHIST-REC           PIC X(200).
      ***********************************************************
      *    HIST-WORK-FILE HOLDS THE X AND Y REVERSAL RECORDS    *
      *    WHILE THE PAY HISTORY IS STILL OPEN FOR INPUT - THEY *
      *    ARE COPIED ONTO THE END OF THE PAY HISTORY ONCE      *
      *    EVERYTHING ELSE HAS BEEN BACKED OUT - SEE            *
      *    5500-APPEND-REVERSALS                                *
      ***********************************************************
       FD HIST-WORK-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 HISTWRK-REC           PIC X(200).
      ***********************************************************
      *    YTD-IN-FILE IS THE YTD ACCUMULATOR FILE THE REVERSED *
      *    PERIOD LEFT BEHIND, IN EMPID SEQUENCE, AND YTD-OUT-  *
      *    FILE IS THE SAME FILE WITH THE PERIOD BACKED OUT -   *
      *    IT BECOMES THE YTD INPUT TO THE RERUN OF THE PERIOD  *
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
      *    ARR-IN-FILE IS THE DEDUCTION ARREARS FILE THE        *
      *    REVERSED PERIOD LEFT BEHIND AND ARR-OUT-FILE IS THE  *
      *    ARREARS AS THEY STOOD GOING INTO THE PERIOD, REBUILT *
      *    FROM THE BEFORE-IMAGE CARRIED ON EACH PAY HISTORY    *
      *    RECORD - A MISSING INPUT MEANS NOBODY WAS LEFT OWING *
      *    ANYTHING                                             *
      ***********************************************************
       FD ARR-IN-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 ARR-IN-REC            PIC X(61).
       FD ARR-OUT-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 ARR-OUT-REC           PIC X(61).
      ***********************************************************
      *    BANK-PAY-FILE IS THE DIRECT-DEPOSIT EXTRACT THE      *
      *    REVERSED PERIOD SENT THE BANK AND BANK-REV-FILE IS   *
      *    THE REVERSING EXTRACT - THE SAME DETAIL RECORDS      *
      *    RETYPED R SO THE BANK PULLS THE DEPOSITS BACK, AND A *
      *    TRAILER THAT TIES TO THE ORIGINAL ONE                *
      ***********************************************************
       FD BANK-PAY-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 BANKPAY-REC           PIC X(54).
       FD BANK-REV-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 BANKREV-REC           PIC X(54).
      ***********************************************************
      *    TAX-SUM-FILE IS THE TAX WITHHOLDING SUMMARY THE      *
      *    REVERSED PERIOD LEFT FOR THE PROG4 GL POSTING - IT   *
      *    SUPPLIES THE ORIGINAL TAX TOTALS THE REVERSAL TIES   *
      *    TO, AND EACH CODE IS POSTED BACK OUT AND ZEROED ON   *
      *    THE TAX SUMMARY TRAIL                                *
      ***********************************************************
       FD TAX-SUM-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 TAXSUM-REC            PIC X(30).
      ***********************************************************
      *    TAX-HIST-FILE IS THE CUMULATIVE TAX SUMMARY TRAIL    *
      *    THE PROG19 QUARTERLY REGISTER READS - A ZERO RECORD  *
      *    PER TAX CODE IS APPENDED FOR THE REVERSED PERIOD,    *
      *    WHICH SUPERSEDES THE ORIGINAL UNTIL THE PERIOD IS    *
      *    PAID AGAIN                                           *
      ***********************************************************
       FD TAX-HIST-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 TAXHIST-REC           PIC X(40).
      ***********************************************************
      *    ER-ACCRUAL-FILE IS THE EMPLOYER COST ACCRUAL THE     *
      *    REVERSED PERIOD LEFT FOR THE PROG4 GL POSTING - EACH *
      *    COST CENTER AND COST TYPE IS POSTED BACK OUT WITH    *
      *    THE DEBIT AND CREDIT SWAPPED - A MISSING FILE MEANS  *
      *    NO EMPLOYER COST WAS ACCRUED                         *
      ***********************************************************
       FD ER-ACCRUAL-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 ERACCR-REC            PIC X(80).
      ***********************************************************
      *    DED-RULES-FILE IS THE DEDUCTION-CODE RULES MASTER -  *
      *    THIS RUN ONLY USES IT FOR THE GL ACCOUNT EACH TAX    *
      *    CODE POSTS TO, THE SAME LOOKUP THE PROG4 GL POSTING  *
      *    MAKES                                                *
      ***********************************************************
       FD DED-RULES-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 DEDRULE-REC           PIC X(41).
      ***********************************************************
      *    GL-POST-FILE IS THE GL POSTING EXTRACT THE PROG4 RUN *
      *    WROTE FOR THE REVERSED PERIOD - ONCE THE PERIOD HAS  *
      *    REACHED THE LEDGER IT MUST BE ON HAND, STAMPED WITH  *
      *    THE PERIOD AND THE LIVE GENERATION, AND EACH         *
      *    DEDUCTION-CODE POSTING ON IT IS POSTED BACK OUT      *
      ***********************************************************
       FD GL-POST-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 GLPOST-REC            PIC X(45).
      ***********************************************************
      *    GL-REV-FILE IS THE REVERSING GL POSTING EXTRACT, IN  *
      *    THE PROG4 GL POSTING LAYOUT - THE DEDUCTION CODES    *
      *    AND THE TAX WITHHOLDING POST BACK AS A DEBIT TO THE  *
      *    LIABILITY ACCOUNT PROG4 CREDITED AND THE EMPLOYER    *
      *    COST AS A CREDIT TO ITS EXPENSE ACCOUNT AND A DEBIT  *
      *    TO ITS LIABILITY ACCOUNT - IT IS LEFT EMPTY WHEN THE *
      *    PERIOD NEVER REACHED THE LEDGER                      *
      ***********************************************************
       FD GL-REV-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 GLREV-REC             PIC X(45).
      ***********************************************************
      *    CHECK-ISSUE-FILE IS THE CUMULATIVE ISSUED-CHECK      *
      *    TRAIL - IT IS SORTED INTO CHECK-NUMBER SEQUENCE SO   *
      *    EVERY CHECK STILL OUTSTANDING FOR THE REVERSED       *
      *    PERIOD CAN BE FOUND, AND THE VOID RECORDS ARE THEN   *
      *    APPENDED TO THE SAME TRAIL THE WAY THE PROG16 VOID   *
      *    RUN DOES IT                                          *
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
      *    GARN-PAY-FILE IS THE GARNISHMENT REMITTANCE EXTRACT  *
      *    THE LIVE RUN WROTE - EVERY PAYMENT IN IT IS BACKED   *
      *    OUT OF THE PAID-TO-DATE ON ITS ORDER AND SENT BACK   *
      *    OUT, RETYPED R, ON GARN-REV-FILE FOR THE PAYROLL     *
      *    OFFICE TO RECOVER FROM THE AGENCY - A MISSING        *
      *    EXTRACT MEANS NOTHING WAS GARNISHED                  *
      ***********************************************************
       FD GARN-PAY-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 GARNPAY-REC           PIC X(100).
       SD GPAY-SORT-FILE.
       01 GPSRT-REC.
           03 FILLER            PIC X(6).
           03 GPSRT-CASE-NO     PIC X(15).
           03 GPSRT-EMPID       PIC 9(7).
           03 FILLER            PIC X(72).
       FD SORTED-GPAY-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 SRTD-GPAY-REC         PIC X(100).
       FD GARN-REV-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 GARNREV-REC           PIC X(100).
      ***********************************************************
      *    RAW-GARN-FILE IS THE GARNISHMENT ORDER FILE THE LIVE *
      *    RUN LEFT BEHIND - IT IS SORTED INTO EMPID/CASE       *
      *    SEQUENCE AND MATCHED AGAINST THE SORTED PAYMENTS,    *
      *    AND THE NEXT GENERATION, WITH THE PERIOD'S PAYMENTS  *
      *    TAKEN BACK OFF, IS WRITTEN TO GARN-OUT-FILE THE SAME *
      *    WAY YTD-OUT-FILE IS                                  *
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
      *    REV-RPT-FILE IS THE PRINTED REVERSAL REGISTER - ONE  *
      *    LINE PER EMPLOYEE BACKED OUT, THE CHECKS VOIDED, AND *
      *    A TIE-OUT OF EVERY BACKED-OUT TOTAL TO THE ORIGINAL  *
      *    PERIOD TOTAL - SEE 6000-PRINT-TIE-OUT                *
      ***********************************************************
       FD REV-RPT-FILE
           LABEL RECORDS ARE OMITTED.
       01 REVRPT-REC            PIC X(132).
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
      *    LAYOUT FOR THE OPERATOR'S PERIOD SELECTION CARD -    *
      *    SEE 1000-READ-PERIOD-CARD                            *
      ***********************************************************
       01 REVCARD-DATA.
           03 RQ-PERIOD-NO      PIC X(4).
           03 FILLER            PIC X(76).

      ***********************************************************
      *    LAYOUT FOR ONE PAY-PERIOD CALENDAR RECORD AND THE    *
      *    CALENDAR TABLE IT IS LOADED INTO, THE SAME AS THE    *
      *    PROG3 PAY RUN - SEE 1100-LOAD-PAY-CALENDAR           *
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
      *    WORK AREA TO SPLIT THE REVERSED PERIOD'S END DATE SO *
      *    ITS CALENDAR QUARTER CAN BE WORKED OUT - SEE         *
      *    1100-LOAD-PAY-CALENDAR                               *
      ***********************************************************
       01 DATE-CONVERT.
           03 DC-YMD.
              05 DC-Y           PIC 9(4).
              05 DC-M           PIC 9(2).
              05 DC-D           PIC 9(2).

      ***********************************************************
      *    LAYOUT FOR ONE PAY HISTORY RECORD, THE SAME AS THE   *
      *    PROG3 PAY RUN WRITES IT - TYPE P IS AN EMPLOYEE'S    *
      *    PAY FOR THE PERIOD, TYPE R A RETRO LINE SETTLED WITH *
      *    IT - THIS RUN APPENDS AN X FOR EACH P AND A Y FOR    *
      *    EACH R IT REVERSES, OTHERWISE UNCHANGED, SO THE      *
      *    PROG18 RETRO RUN AND THE NEXT REVERSAL BOTH SEE THE  *
      *    PERIOD AS BACKED OUT - HS-SLOT-TAKEN AND HS-ARR-     *
      *    BEFORE ARE WHAT THE P RECORD TOOK AGAINST EACH       *
      *    MASTER DEDUCTION SLOT AND THE ARREARS THE EMPLOYEE   *
      *    OWED GOING INTO THE PERIOD                           *
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
      *    LAYOUT FOR ONE YTD ACCUMULATOR RECORD, THE SAME AS   *
      *    THE PROG3 PAY RUN - SEE 2150-BACK-OUT-YTD            *
      ***********************************************************
       01 YTD-DATA.
           03 YT-EMPID          PIC 9(7).
           03 YT-GROSS          PIC 9(9)V99.
           03 YT-DEDUCTIONS     PIC 9(9)V99.
           03 YT-NET            PIC S9(9)V99.
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
      *    LAYOUTS FOR ONE ARREARS RECORD READ FROM ARR-IN-FILE *
      *    AND THE ARREARS RECORD REBUILT FROM THE PAY HISTORY  *
      *    BEFORE-IMAGE - SEE 2200-RESTORE-ARREARS              *
      ***********************************************************
       01 ARR-DATA.
           03 AR-EMPID          PIC 9(7).
           03 AR-DEDUCT OCCURS 6 TIMES.
              05 AR-CODE        PIC X(2).
              05 AR-AMOUNT      PIC 9(5)V99.
       01 ARR-WORK.
           03 AW-EMPID          PIC 9(7).
           03 AW-DEDUCT OCCURS 6 TIMES.
              05 AW-CODE        PIC X(2).
              05 AW-AMOUNT      PIC 9(5)V99.

      ***********************************************************
      *    LAYOUTS FOR THE BANK PAYMENT EXTRACT'S DETAIL AND    *
      *    TRAILER RECORDS, THE SAME AS THE PROG3 PAY RUN - A   *
      *    REVERSING DETAIL CARRIES RECORD TYPE R               *
      ***********************************************************
       01 BANK-DETAIL.
           03 BK-REC-TYPE       PIC X(1)    VALUE 'D'.
           03 BK-EMPID          PIC 9(7).
           03 BK-ROUTING        PIC 9(9).
           03 BK-ACCOUNT        PIC X(17).
           03 BK-NET-AMOUNT     PIC S9(7)V99.
           03 BK-GENERATION     PIC 9(6).
           03 BK-PERIOD-NO      PIC 9(4).
           03 FILLER            PIC X(1)    VALUE SPACES.
       01 BANK-TRAILER.
           03 BT-REC-TYPE       PIC X(1)    VALUE 'T'.
           03 BT-RECORD-COUNT   PIC 9(7).
           03 BT-NET-TOTAL      PIC S9(9)V99.
           03 BT-GENERATION     PIC 9(6).
           03 BT-PERIOD-NO      PIC 9(4).
           03 FILLER            PIC X(25)   VALUE SPACES.

      ***********************************************************
      *    LAYOUTS FOR ONE TAX SUMMARY RECORD AND ONE TAX       *
      *    SUMMARY TRAIL RECORD, THE SAME AS THE PROG3 PAY RUN, *
      *    AND THE TABLE THE REVERSED PERIOD'S TAX SUMMARY IS   *
      *    LOADED INTO - SEE 1350-LOAD-TAX-SUMMARY              *
      ***********************************************************
       01 TAXSUM-DATA.
           03 TS-TAX-CODE       PIC X(2).
           03 TS-RECORD-COUNT   PIC 9(7).
           03 TS-AMOUNT-TOTAL   PIC 9(9)V99.
           03 TS-GENERATION     PIC 9(6).
           03 TS-PERIOD-NO      PIC 9(4).
       01 TAXHIST-DATA.
           03 TH-TAXSUM         PIC X(30).
           03 TH-QTR-KEY.
              05 TH-QTR-YEAR    PIC 9(4).
              05 TH-QTR-NO      PIC 9(1).
           03 FILLER            PIC X(5)    VALUE SPACES.
       01 TAX-SUM-TABLE.
           03 TAXSUM-COUNT      PIC 9(2)    VALUE ZEROS.
           03 TAXSUM-ENTRY OCCURS 5 TIMES.
              05 TX-TAX-CODE    PIC X(2).
              05 TX-RECORD-COUNT PIC 9(7).
              05 TX-AMOUNT      PIC 9(9)V99.

      ***********************************************************
      *    LAYOUT FOR ONE EMPLOYER COST ACCRUAL RECORD, THE     *
      *    SAME AS THE PROG3 PAY RUN - SEE 4600-REVERSE-ER-     *
      *    ACCRUAL                                              *
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
      *    LAYOUT FOR ONE DEDUCTION RULES RECORD AND THE        *
      *    CODE/GL ACCOUNT TABLE IT IS LOADED INTO - SEE        *
      *    1400-LOAD-DED-RULES                                  *
      ***********************************************************
       01 DEDRULE-DATA.
           03 DR-DEDUCT-CODE    PIC X(2).
           03 DR-DESCRIPTION    PIC X(20).
           03 DR-GL-ACCOUNT     PIC 9(8).
           03 DR-PRIORITY       PIC 9(2).
           03 DR-ANNUAL-GOAL    PIC 9(7)V99.
       01 DED-RULES-TABLE.
           03 RULE-COUNT        PIC 9(2)    VALUE ZEROS.
           03 RULE-ENTRY OCCURS 50 TIMES.
              05 RL-CODE        PIC X(2).
              05 RL-GL-ACCOUNT  PIC 9(8).

      ***********************************************************
      *    LAYOUT FOR ONE GL POSTING RECORD, READ FROM          *
      *    GL-POST-FILE OR BUILT FOR GL-REV-FILE, THE SAME AS   *
      *    THE PROG4 GL POSTING EXTRACT - A BLANK D/C BYTE IS A *
      *    DEDUCTION-CODE OR TAX-CODE CREDIT                    *
      ***********************************************************
       01 GLPOST-DATA.
           03 GL-DEDUCT-CODE    PIC X(2).
           03 GL-ACCOUNT        PIC 9(8).
           03 GL-RECORD-COUNT   PIC 9(7).
           03 GL-AMOUNT-TOTAL   PIC 9(9)V99.
           03 GL-GENERATION     PIC 9(6).
           03 GL-PERIOD-NO      PIC 9(4).
           03 GL-COST-CENTER    PIC X(6).
           03 GL-DR-CR          PIC X(1).

      ***********************************************************
      *    LAYOUT FOR ONE ISSUED-CHECK TRAIL RECORD, THE SAME   *
      *    AS THE PROG16 VOID RUN - STATUS I IS A CHECK THE PAY *
      *    RUN ISSUED, R A REPLACEMENT, V A VOID, AND P A CHECK *
      *    THE BANK HAS PAID                                    *
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
      *    THE SAME LAYOUT FOR THE V RECORDS THIS RUN APPENDS   *
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
      *    WHAT THE TRAIL SAYS ABOUT THE CHECK NUMBER NOW BEING *
      *    WORKED - BUILT BY 4100-CHECK-GROUP-LOOP FROM EVERY   *
      *    TRAIL RECORD CARRYING THAT NUMBER                    *
      ***********************************************************
       01 CHECK-GROUP.
           03 GRP-CHECK-NO      PIC 9(8)    VALUE ZEROS.
           03 GRP-EMPID         PIC 9(7)    VALUE ZEROS.
           03 GRP-AMOUNT        PIC S9(7)V99 VALUE ZEROS.
           03 GRP-PERIOD-NO     PIC 9(4)    VALUE ZEROS.
           03 GRP-GENERATION    PIC 9(6)    VALUE ZEROS.
           03 GRP-ISSUED-SW     PIC X(1)    VALUE 'N'.
               88 GROUP-ISSUED               VALUE 'Y'.
           03 GRP-VOIDED-SW     PIC X(1)    VALUE 'N'.
               88 GROUP-VOIDED               VALUE 'Y'.
           03 GRP-PAID-SW       PIC X(1)    VALUE 'N'.
               88 GROUP-PAID                 VALUE 'Y'.

      ***********************************************************
      *    LAYOUTS FOR ONE GARNISHMENT ORDER AND ONE            *
      *    GARNISHMENT REMITTANCE RECORD, THE SAME AS THE PROG3 *
      *    PAY RUN - A REVERSING REMITTANCE CARRIES RECORD TYPE *
      *    R - AND THE EMPID/CASE KEY OF THE PAYMENT NOW BEING  *
      *    MATCHED, IN THE SAME ORDER AS GN-ORDER-KEY - SEE     *
      *    4700-REVERSE-GARNISHMENTS                            *
      ***********************************************************
       01 GARN-DATA.
           03 GN-ORDER-KEY.
              05 GN-EMPID       PIC 9(7).
              05 GN-CASE-NO     PIC X(15).
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
       01 GPAY-KEY.
           03 GPK-EMPID         PIC 9(7).
           03 GPK-CASE-NO       PIC X(15).

      ***********************************************************
      *    LAYOUT FOR THE REVERSAL REGISTER HEADING, DETAIL,    *
      *    CHECK, TIE-OUT, AND SUMMARY LINES                    *
      ***********************************************************
       01 REVRPT-HEADING1.
           03 REVRPT-DATE        PIC 99/99/99.
           03 FILLER             PIC X(10)   VALUE SPACES.
           03                    PIC X(34)   VALUE
               'PROG21 - PAY PERIOD REVERSAL RUN  '.
           03                    PIC X(11)   VALUE 'PAY PERIOD '.
           03 RH-PERIOD-NO       PIC ZZZ9.
       01 REVRPT-HEADING2.
           03                    PIC X(6)    VALUE 'EMP ID'.
           03 FILLER             PIC X(10)   VALUE SPACES.
           03                    PIC X(5)    VALUE 'GROSS'.
           03 FILLER             PIC X(3)    VALUE SPACES.
           03                    PIC X(10)   VALUE 'DEDUCTIONS'.
           03 FILLER             PIC X(8)    VALUE SPACES.
           03                    PIC X(5)    VALUE 'TAXES'.
           03 FILLER             PIC X(10)   VALUE SPACES.
           03                    PIC X(3)    VALUE 'NET'.
           03 FILLER             PIC X(2)    VALUE SPACES.
           03                    PIC X(3)    VALUE 'PAY'.
           03 FILLER             PIC X(2)    VALUE SPACES.
           03                    PIC X(8)    VALUE 'CHECK NO'.
           03 FILLER             PIC X(3)    VALUE SPACES.
           03                    PIC X(4)    VALUE 'NOTE'.
       01 REVRPT-DETAIL.
           03 RV-EMPID            PIC 9(7).
           03 FILLER              PIC X(3)    VALUE SPACES.
           03 RV-GROSS            PIC -ZZZ,ZZ9.99.
           03 FILLER              PIC X(2)    VALUE SPACES.
           03 RV-DEDUCTIONS       PIC -ZZZ,ZZ9.99.
           03 FILLER              PIC X(2)    VALUE SPACES.
           03 RV-TAXES            PIC -ZZZ,ZZ9.99.
           03 FILLER              PIC X(2)    VALUE SPACES.
           03 RV-NET              PIC -ZZZ,ZZ9.99.
           03 FILLER              PIC X(3)    VALUE SPACES.
           03 RV-PAY-METHOD       PIC X(1).
           03 FILLER              PIC X(3)    VALUE SPACES.
           03 RV-CHECK-NO         PIC Z(7)9.
           03 FILLER              PIC X(3)    VALUE SPACES.
           03 RV-NOTE             PIC X(30).
       01 REVRPT-RETRO-DETAIL.
           03 FILLER              PIC X(10)   VALUE SPACES.
           03                     PIC X(17)   VALUE
               'RETRO FOR PERIOD '.
           03 RR-PERIOD-NO        PIC ZZZ9.
           03 FILLER              PIC X(2)    VALUE SPACES.
           03 RR-RETRO-AMOUNT     PIC -ZZZ,ZZ9.99.
           03 FILLER              PIC X(2)    VALUE SPACES.
           03                     PIC X(8)    VALUE 'REVERSED'.
       01 REVRPT-CHECK-HEADING.
           03                     PIC X(40)   VALUE
               'PAPER CHECKS OUTSTANDING FOR THE PERIOD:'.
       01 REVRPT-CHECK-DETAIL.
           03 FILLER              PIC X(4)    VALUE SPACES.
           03 CV-CHECK-NO         PIC 9(8).
           03 FILLER              PIC X(3)    VALUE SPACES.
           03 CV-EMPID            PIC 9(7).
           03 FILLER              PIC X(2)    VALUE SPACES.
           03 CV-AMOUNT           PIC -ZZZ,ZZ9.99.
           03 FILLER              PIC X(3)    VALUE SPACES.
           03 CV-DISPOSITION      PIC X(34).
       01 REVRPT-GARN-HEADING.
           03                     PIC X(38)   VALUE
               'GARNISHMENT PAYMENTS FOR THE PERIOD:  '.
       01 REVRPT-GARN-DETAIL.
           03 FILLER              PIC X(4)    VALUE SPACES.
           03 GV-AGENCY-CODE      PIC X(6).
           03 FILLER              PIC X(2)    VALUE SPACES.
           03 GV-CASE-NO          PIC X(15).
           03 FILLER              PIC X(2)    VALUE SPACES.
           03 GV-EMPID            PIC 9(7).
           03 FILLER              PIC X(2)    VALUE SPACES.
           03 GV-AMOUNT           PIC Z,ZZZ,ZZ9.99.
           03 FILLER              PIC X(3)    VALUE SPACES.
           03 GV-DISPOSITION      PIC X(34).
       01 REVRPT-TIE-HEADING1.
           03                     PIC X(54)   VALUE
           'TIE-OUT OF BACKED-OUT TOTALS TO ORIGINAL PERIOD TOTALS'.
       01 REVRPT-TIE-HEADING2.
           03                     PIC X(4)    VALUE 'ITEM'.
           03 FILLER              PIC X(25)   VALUE SPACES.
           03                     PIC X(8)    VALUE 'ORIGINAL'.
           03 FILLER              PIC X(8)    VALUE SPACES.
           03                     PIC X(10)   VALUE 'BACKED OUT'.
           03 FILLER              PIC X(6)    VALUE SPACES.
           03                     PIC X(10)   VALUE 'DIFFERENCE'.
       01 REVRPT-TIE-LINE.
           03 TL-ITEM             PIC X(20).
           03 FILLER              PIC X(2)    VALUE SPACES.
           03 TL-ORIGINAL         PIC -$ZZZ,ZZZ,ZZ9.99.
           03 FILLER              PIC X(2)    VALUE SPACES.
           03 TL-BACKED-OUT       PIC -$ZZZ,ZZZ,ZZ9.99.
           03 FILLER              PIC X(2)    VALUE SPACES.
           03 TL-DIFFERENCE       PIC -$ZZZ,ZZZ,ZZ9.99.
           03 FILLER              PIC X(3)    VALUE SPACES.
           03 TL-STATUS           PIC X(13).
       01 REVRPT-GL-NOT-POSTED.
           03                     PIC X(56)   VALUE
           'PERIOD NOT YET POSTED TO THE GL - NO GL REVERSAL WRITTEN'.
       01 REVRPT-SUMMARY1.
           03                    PIC X(33)   VALUE
               'PAY RECORDS REVERSED:           '.
           03 RS-PAY-COUNT        PIC ZZZZZZ9.
       01 REVRPT-SUMMARY2.
           03                    PIC X(33)   VALUE
               'RETRO SETTLEMENTS REVERSED:     '.
           03 RS-RETRO-COUNT      PIC ZZZZZZ9.
       01 REVRPT-SUMMARY3.
           03                    PIC X(33)   VALUE
               'YTD RECORDS BACKED OUT:         '.
           03 RS-YTD-COUNT        PIC ZZZZZZ9.
       01 REVRPT-SUMMARY4.
           03                    PIC X(33)   VALUE
               'EMPLOYEES WITH NO YTD RECORD:   '.
           03 RS-NO-YTD-COUNT     PIC ZZZZZZ9.
       01 REVRPT-SUMMARY5.
           03                    PIC X(33)   VALUE
               'ARREARS BALANCES RESTORED:      '.
           03 RS-ARR-RESTORED     PIC ZZZZZZ9.
       01 REVRPT-SUMMARY6.
           03                    PIC X(33)   VALUE
               'ARREARS BALANCES REMOVED:       '.
           03 RS-ARR-REMOVED      PIC ZZZZZZ9.
       01 REVRPT-SUMMARY7.
           03                    PIC X(33)   VALUE
               'BANK REVERSAL RECORDS WRITTEN:  '.
           03 RS-BANK-COUNT       PIC ZZZZZZ9.
       01 REVRPT-SUMMARY8.
           03                    PIC X(33)   VALUE
               'PAPER CHECKS VOIDED:            '.
           03 RS-VOID-COUNT       PIC ZZZZZZ9.
       01 REVRPT-SUMMARY9.
           03                    PIC X(33)   VALUE
               'CHECKS ALREADY PAID BY BANK:    '.
           03 RS-CASHED-COUNT     PIC ZZZZZZ9.
       01 REVRPT-SUMMARY10.
           03                    PIC X(33)   VALUE
               'TAX TRAIL RECORDS SUPERSEDED:   '.
           03 RS-TAXH-COUNT       PIC ZZZZZZ9.
       01 REVRPT-SUMMARY11.
           03                    PIC X(33)   VALUE
               'GL REVERSAL RECORDS WRITTEN:    '.
           03 RS-GL-COUNT         PIC ZZZZZZ9.
       01 REVRPT-SUMMARY12.
           03                    PIC X(33)   VALUE
               'GARNISHMENT PAYMENTS REVERSED:  '.
           03 RS-GARN-COUNT       PIC ZZZZZZ9.
       01 REVRPT-SUMMARY13.
           03                    PIC X(33)   VALUE
               'GARNISHMENT ORDERS REOPENED:    '.
           03 RS-GARN-REOPENED    PIC ZZZZZZ9.
       01 REVRPT-REOPENED.
           03                    PIC X(7)    VALUE 'PERIOD '.
           03 RS-PERIOD-NO        PIC ZZZ9.
           03                    PIC X(40)   VALUE
               ' REOPENED ON THE PAY CALENDAR FOR RERUN'.

      * VARIABLE TO STORE TODAY'S DATE
       01 CURRENT-DATE          PIC 999999.

      * SWITCHES TO FLAG END OF FILE ON EACH INPUT AND THE FILE
      * STATUSES THE CARD, CONTROL, AND OPTIONAL FILES ARE CHECKED
      * THROUGH
       01 MISC.
           03 HIST-EOF-SW         PIC X(1)    VALUE 'N'.
               88 HIST-AT-EOF                 VALUE 'Y'.
           03 HISTWRK-EOF-SW      PIC X(1)    VALUE 'N'.
               88 HISTWRK-AT-EOF              VALUE 'Y'.
           03 YTD-EOF-SW          PIC X(1)    VALUE 'N'.
               88 YTD-AT-EOF                  VALUE 'Y'.
           03 ARR-EOF-SW          PIC X(1)    VALUE 'N'.
               88 ARR-AT-EOF                  VALUE 'Y'.
           03 BANK-EOF-SW         PIC X(1)    VALUE 'N'.
               88 BANK-AT-EOF                 VALUE 'Y'.
           03 TAXSUM-EOF-SW       PIC X(1)    VALUE 'N'.
               88 TAXSUM-AT-EOF               VALUE 'Y'.
           03 ERACCR-EOF-SW       PIC X(1)    VALUE 'N'.
               88 ERACCR-AT-EOF               VALUE 'Y'.
           03 DEDRULE-EOF-SW      PIC X(1)    VALUE 'N'.
               88 DEDRULE-AT-EOF              VALUE 'Y'.
           03 PAYCAL-EOF-SW       PIC X(1)    VALUE 'N'.
               88 PAYCAL-AT-EOF               VALUE 'Y'.
           03 ISSUE-EOF-SW        PIC X(1)    VALUE 'N'.
               88 ISSUE-AT-EOF                VALUE 'Y'.
           03 REVCARD-FILE-STATUS PIC X(2)    VALUE '00'.
           03 RUNCTL-FILE-STATUS  PIC X(2)    VALUE '00'.
           03 PAYCAL-FILE-STATUS  PIC X(2)    VALUE '00'.
           03 PAYHIST-FILE-STATUS PIC X(2)    VALUE '00'.
           03 YTDIN-FILE-STATUS   PIC X(2)    VALUE '00'.
           03 ARRIN-FILE-STATUS   PIC X(2)    VALUE '00'.
           03 ARRIN-OPEN-SW       PIC X(1)    VALUE 'N'.
               88 ARRIN-OPENED                VALUE 'Y'.
           03 BANKPAY-FILE-STATUS PIC X(2)    VALUE '00'.
           03 BANKPAY-OPEN-SW     PIC X(1)    VALUE 'N'.
               88 BANKPAY-PRESENT             VALUE 'Y'.
           03 TAXSUM-FILE-STATUS  PIC X(2)    VALUE '00'.
           03 TAXHIST-FILE-STATUS PIC X(2)    VALUE '00'.
           03 ERACCR-FILE-STATUS  PIC X(2)    VALUE '00'.
           03 ERACCR-OPEN-SW      PIC X(1)    VALUE 'N'.
               88 ERACCR-PRESENT              VALUE 'Y'.
           03 DEDRULE-FILE-STATUS PIC X(2)    VALUE '00'.
           03 GLPOST-FILE-STATUS  PIC X(2)    VALUE '00'.
           03 GLPOST-EOF-SW       PIC X(1)    VALUE 'N'.
               88 GLPOST-AT-EOF               VALUE 'Y'.
           03 CHKISSU-FILE-STATUS PIC X(2)    VALUE '00'.
           03 ISSUE-OPEN-SW       PIC X(1)    VALUE 'N'.
               88 ISSUE-OPENED                VALUE 'Y'.
           03 GPAY-EOF-SW         PIC X(1)    VALUE 'N'.
               88 GPAY-AT-EOF                 VALUE 'Y'.
           03 GARN-EOF-SW         PIC X(1)    VALUE 'N'.
               88 GARN-AT-EOF                 VALUE 'Y'.
           03 GARNPAY-FILE-STATUS PIC X(2)    VALUE '00'.
           03 GARNPAY-OPEN-SW     PIC X(1)    VALUE 'N'.
               88 GARNPAY-PRESENT             VALUE 'Y'.
           03 GARNIN-FILE-STATUS  PIC X(2)    VALUE '00'.
           03 GARNIN-OPEN-SW      PIC X(1)    VALUE 'N'.
               88 GARNIN-PRESENT              VALUE 'Y'.

      * THE PERIOD BEING REVERSED, ITS CALENDAR SLOT AND QUARTER,
      * AND WHAT 1200-FIND-LIVE-RUN LEARNED ABOUT THE RUN THAT PAID
      * IT - WHERE IT STARTS ON THE PAY HISTORY AND THE GENERATION
      * AND RUN DATE IT WAS STAMPED WITH
       01 MISC2.
           03 REVERSE-PERIOD-NO   PIC 9(4)     VALUE ZEROS.
           03 REVERSE-PERIOD-SUB  PIC 9(2)     VALUE ZEROS.
           03 REVERSE-QTR-KEY.
              05 REVERSE-QTR-YEAR PIC 9(4)     VALUE ZEROS.
              05 REVERSE-QTR-NO   PIC 9(1)     VALUE ZEROS.
           03 LATER-PAID-PERIOD-NO PIC 9(4)    VALUE ZEROS.
           03 HIST-REC-NO         PIC 9(9)     COMP VALUE ZEROS.
           03 LIVE-START-REC-NO   PIC 9(9)     COMP VALUE ZEROS.
           03 LIVE-GENERATION     PIC 9(6)     VALUE ZEROS.
           03 LIVE-RUN-DATE       PIC 9(8)     VALUE ZEROS.
           03 LAST-P-EMPID        PIC 9(7)     VALUE ZEROS.
           03 LIVE-BANK-COUNT     PIC 9(7)     VALUE ZEROS.
           03 LIVE-FOUND-SW       PIC X(1)     VALUE 'N'.
               88 LIVE-FOUND                   VALUE 'Y'.
           03 LIVE-REVERSED-SW    PIC X(1)     VALUE 'N'.
               88 LIVE-REVERSED                VALUE 'Y'.
           03 LIVE-OLD-FORMAT-SW  PIC X(1)     VALUE 'N'.
               88 LIVE-OLD-FORMAT              VALUE 'Y'.
           03 GL-POSTED-SW        PIC X(1)     VALUE 'N'.
               88 GL-POSTED                    VALUE 'Y'.
           03 RUN-DATE-YMD        PIC 9(8)     VALUE ZEROS.

      * COUNTERS FOR THE REGISTER SUMMARY - SEE 6100-PRINT-SUMMARY
       01 MISC3.
           03 PAY-REV-COUNT       PIC 9(7)     VALUE ZEROS.
           03 RETRO-REV-COUNT     PIC 9(7)     VALUE ZEROS.
           03 YTD-BACKED-COUNT    PIC 9(7)     VALUE ZEROS.
           03 NO-YTD-COUNT        PIC 9(7)     VALUE ZEROS.
           03 ARR-RESTORED-COUNT  PIC 9(7)     VALUE ZEROS.
           03 ARR-REMOVED-COUNT   PIC 9(7)     VALUE ZEROS.
           03 BANK-REV-COUNT      PIC 9(7)     VALUE ZEROS.
           03 VOID-COUNT          PIC 9(7)     VALUE ZEROS.
           03 CASHED-COUNT        PIC 9(7)     VALUE ZEROS.
           03 CHECK-LINE-COUNT    PIC 9(7)     VALUE ZEROS.
           03 TAXH-COUNT          PIC 9(7)     VALUE ZEROS.
           03 GL-REV-COUNT        PIC 9(7)     VALUE ZEROS.
           03 ORIG-GARN-COUNT     PIC 9(7)     VALUE ZEROS.
           03 GARN-REV-COUNT      PIC 9(7)     VALUE ZEROS.
           03 GARN-REOPENED-COUNT PIC 9(7)     VALUE ZEROS.

      * THE ORIGINAL PERIOD TOTALS - FROM THE PAY HISTORY, THE TAX
      * SUMMARY, THE BANK TRAILER, AND THE EMPLOYER ACCRUAL - AND
      * WHAT THIS RUN ACTUALLY BACKED OUT, WHICH 6000-PRINT-TIE-OUT
      * LINES UP SIDE BY SIDE
       01 MISC4.
           03 ORIG-GROSS-TOTAL    PIC S9(9)V99 VALUE ZEROS.
           03 ORIG-DED-TOTAL      PIC S9(9)V99 VALUE ZEROS.
           03 ORIG-NET-TOTAL      PIC S9(9)V99 VALUE ZEROS.
           03 ORIG-CHECK-TOTAL    PIC S9(9)V99 VALUE ZEROS.
           03 ORIG-FED-TOTAL      PIC S9(9)V99 VALUE ZEROS.
           03 ORIG-STA-TOTAL      PIC S9(9)V99 VALUE ZEROS.
           03 ORIG-FICA-TOTAL     PIC S9(9)V99 VALUE ZEROS.
           03 ORIG-BANK-TOTAL     PIC S9(9)V99 VALUE ZEROS.
           03 ORIG-ER-TOTAL       PIC S9(9)V99 VALUE ZEROS.
           03 ORIG-GARN-TOTAL     PIC S9(9)V99 VALUE ZEROS.
           03 ORIG-GLDED-TOTAL    PIC S9(9)V99 VALUE ZEROS.
           03 BACKED-GROSS-TOTAL  PIC S9(9)V99 VALUE ZEROS.
           03 BACKED-DED-TOTAL    PIC S9(9)V99 VALUE ZEROS.
           03 BACKED-NET-TOTAL    PIC S9(9)V99 VALUE ZEROS.
           03 BACKED-FED-TOTAL    PIC S9(9)V99 VALUE ZEROS.
           03 BACKED-STA-TOTAL    PIC S9(9)V99 VALUE ZEROS.
           03 BACKED-FICA-TOTAL   PIC S9(9)V99 VALUE ZEROS.
           03 BANK-REV-TOTAL      PIC S9(9)V99 VALUE ZEROS.
           03 VOID-TOTAL          PIC S9(9)V99 VALUE ZEROS.
           03 ER-REV-TOTAL        PIC S9(9)V99 VALUE ZEROS.
           03 BACKED-GARN-TOTAL   PIC S9(9)V99 VALUE ZEROS.
           03 GLDED-REV-TOTAL     PIC S9(9)V99 VALUE ZEROS.

      * WORK FIELDS FOR BACKING ONE AMOUNT OUT OF A YTD FIELD WITHOUT
      * DRIVING IT NEGATIVE, REBUILDING THE ARREARS, LOOKING UP A GL
      * ACCOUNT, AND PRINTING ONE TIE-OUT LINE
       01 MISC5.
           03 BACKOUT-FROM        PIC 9(9)V99  VALUE ZEROS.
           03 BACKOUT-AMOUNT      PIC S9(9)V99 VALUE ZEROS.
           03 BACKOUT-TAKEN       PIC S9(9)V99 VALUE ZEROS.
           03 EMP-NOTE            PIC X(30)    VALUE SPACES.
           03 ARR-OWED-SW         PIC X(1)     VALUE 'N'.
               88 ARR-WAS-OWED                 VALUE 'Y'.
           03 ARR-RESTORE-TOTAL   PIC 9(7)V99  VALUE ZEROS.
           03 FIND-CODE           PIC X(2)     VALUE SPACES.
           03 FOUND-GL-ACCOUNT    PIC 9(8)     VALUE ZEROS.
           03 TAX-CODE-SW         PIC X(1)     VALUE 'N'.
               88 IS-TAX-CODE                  VALUE 'Y'.
           03 TIE-ORIGINAL        PIC S9(9)V99 VALUE ZEROS.
           03 TIE-BACKED-OUT      PIC S9(9)V99 VALUE ZEROS.
           03 TIE-DIFFERENCE      PIC S9(9)V99 VALUE ZEROS.
           03 PCAL-SUB            PIC 9(2)     COMP.
           03 SLOT-SUB            PIC 9(2)     COMP.
           03 ARR-SUB             PIC 9(2)     COMP.
           03 TAX-SUB             PIC 9(2)     COMP.
           03 RULE-SUB            PIC 9(2)     COMP.

      ************************************************************
      *      START OF PROCEDURE DIVISION                         *
      ************************************************************
       PROCEDURE DIVISION.


      ************************************************************
      *      000-MAINLINE CHECKS EVERYTHING IT NEEDS BEFORE IT   *
      *      TOUCHES ANYTHING - THE PERIOD CARD, THE CALENDAR,   *
      *      THE RUN THAT PAID THE PERIOD, AND THE PERIOD'S      *
      *      BANK, TAX, ACCRUAL, AND GARNISHMENT FILES - THEN    *
      *      BACKS THE PERIOD OUT OF YTD AND ARREARS, WRITES THE *
      *      BANK AND GL REVERSALS, VOIDS THE PERIOD'S CHECKS,   *
      *      PUTS THE GARNISHMENTS BACK ON THEIR ORDERS, MARKS   *
      *      THE PAY HISTORY, AND REOPENS THE PERIOD FOR THE     *
      *      PROG3 PAY RUN                                       *
      ************************************************************
       000-MAINLINE.
           PERFORM 8100-CHECK-RUN-CONTROL.
           ACCEPT RUN-DATE-YMD FROM DATE YYYYMMDD.
           PERFORM 1000-READ-PERIOD-CARD.
           PERFORM 1100-LOAD-PAY-CALENDAR.
           PERFORM 1200-FIND-LIVE-RUN.
           PERFORM 1300-CHECK-BANK-EXTRACT.
           PERFORM 1350-LOAD-TAX-SUMMARY.
           PERFORM 1380-CHECK-ER-ACCRUAL.
           PERFORM 1400-LOAD-DED-RULES.
           PERFORM 1450-CHECK-GARN-EXTRACT.
           IF (LIVE-GENERATION < RC-GENERATION)
              OR (RC-STEP-DONE(4) = 'Y') THEN
               SET GL-POSTED TO TRUE
               PERFORM 1390-CHECK-GL-POSTING
           END-IF
           OPEN OUTPUT REV-RPT-FILE.
           PERFORM 5000-PRINT-HEAD.
           PERFORM 2000-REVERSE-PAY-HISTORY.
           PERFORM 3000-REVERSE-BANK-EXTRACT.
           PERFORM 4000-VOID-PERIOD-CHECKS.
           OPEN OUTPUT GL-REV-FILE.
           PERFORM 4500-REVERSE-TAX-SUMMARY.
           PERFORM 4550-REVERSE-DED-POSTINGS.
           PERFORM 4600-REVERSE-ER-ACCRUAL.
           CLOSE GL-REV-FILE.
           PERFORM 4700-REVERSE-GARNISHMENTS.
           PERFORM 5500-APPEND-REVERSALS.
           PERFORM 6300-REOPEN-PERIOD.
           PERFORM 6000-PRINT-TIE-OUT.
           PERFORM 6100-PRINT-SUMMARY.
           CLOSE REV-RPT-FILE.
           PERFORM 8200-MARK-STEP-DONE.
           STOP RUN.


      ************************************************************
      *      1000-READ-PERIOD-CARD READS THE OPERATOR'S CARD     *
      *      NAMING THE PERIOD TO REVERSE - UNLIKE THE PROG19    *
      *      QUARTER CARD THERE IS NO SENSIBLE DEFAULT, SO A     *
      *      MISSING, EMPTY, OR NON-NUMERIC CARD ABENDS WITH AN  *
      *      OPERATOR MESSAGE                                    *
      ************************************************************
       1000-READ-PERIOD-CARD.
           OPEN INPUT REV-CARD-FILE
           IF (REVCARD-FILE-STATUS NOT = '00') THEN
               DISPLAY 'PROG21: PERIOD CARD NOT FOUND - '
                   'RUN ABORTED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           READ REV-CARD-FILE INTO REVCARD-DATA
           IF (REVCARD-FILE-STATUS NOT = '00') THEN
               DISPLAY 'PROG21: PERIOD CARD EMPTY - '
                   'RUN ABORTED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE REV-CARD-FILE
           IF (RQ-PERIOD-NO IS NOT NUMERIC)
              OR (RQ-PERIOD-NO = '0000') THEN
               DISPLAY 'PROG21: PERIOD CARD INVALID - '
                   REVCARD-REC(1:4) ' - RUN ABORTED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE RQ-PERIOD-NO TO REVERSE-PERIOD-NO.


      ************************************************************
      *      1100-LOAD-PAY-CALENDAR LOADS THE PAY-PERIOD         *
      *      CALENDAR AND FINDS THE PERIOD BEING REVERSED - IT   *
      *      MUST BE ON THE CALENDAR, IT MUST BE MARKED PAID,    *
      *      AND NO PERIOD ENDING AFTER IT MAY BE MARKED PAID,   *
      *      SINCE A LATER PERIOD'S YTD AND ARREARS WERE BUILT   *
      *      ON TOP OF THIS ONE - THE QUARTER THE PERIOD'S END   *
      *      DATE FALLS IN IS THE QUARTER ITS QTD AMOUNTS WERE   *
      *      ADDED TO                                            *
      ************************************************************
       1100-LOAD-PAY-CALENDAR.
           OPEN INPUT PAY-CAL-FILE
           IF (PAYCAL-FILE-STATUS NOT = '00') THEN
               DISPLAY 'PROG21: PAY PERIOD CALENDAR NOT FOUND - '
                   'RUN ABORTED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 9500-READ-PAYCAL
           PERFORM 1110-ADD-ONE-PERIOD
               UNTIL PAYCAL-AT-EOF
           CLOSE PAY-CAL-FILE
           MOVE 0 TO REVERSE-PERIOD-SUB
           PERFORM 1120-FIND-ONE-PERIOD
               VARYING PCAL-SUB FROM 1 BY 1
               UNTIL (PCAL-SUB > PAYCAL-COUNT)
                  OR (REVERSE-PERIOD-SUB > 0)
           IF (REVERSE-PERIOD-SUB = 0) THEN
               DISPLAY 'PROG21: PERIOD ' REVERSE-PERIOD-NO
                   ' NOT ON PAY CALENDAR - RUN ABORTED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF (PCT-PAID-SW(REVERSE-PERIOD-SUB) NOT = 'Y') THEN
               DISPLAY 'PROG21: PERIOD ' REVERSE-PERIOD-NO
                   ' NOT MARKED PAID - RUN ABORTED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZEROS TO LATER-PAID-PERIOD-NO
           PERFORM 1130-CHECK-ONE-LATER-PERIOD
               VARYING PCAL-SUB FROM 1 BY 1
               UNTIL PCAL-SUB > PAYCAL-COUNT
           IF (LATER-PAID-PERIOD-NO NOT = ZEROS) THEN
               DISPLAY 'PROG21: LATER PERIOD ' LATER-PAID-PERIOD-NO
                   ' ALREADY PAID - REVERSE IT FIRST - RUN ABORTED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PCT-END-DATE(REVERSE-PERIOD-SUB) TO DC-YMD
           MOVE DC-Y TO REVERSE-QTR-YEAR
           COMPUTE REVERSE-QTR-NO = (DC-M + 2) / 3.


       1110-ADD-ONE-PERIOD.
           IF (PAYCAL-COUNT < 40) THEN
               ADD 1 TO PAYCAL-COUNT
               MOVE PC-PERIOD-NO  TO PCT-PERIOD-NO(PAYCAL-COUNT)
               MOVE PC-START-DATE TO PCT-START-DATE(PAYCAL-COUNT)
               MOVE PC-END-DATE   TO PCT-END-DATE(PAYCAL-COUNT)
               MOVE PC-PAID-SW    TO PCT-PAID-SW(PAYCAL-COUNT)
           END-IF
           PERFORM 9500-READ-PAYCAL.


       1120-FIND-ONE-PERIOD.
           IF (PCT-PERIOD-NO(PCAL-SUB) = REVERSE-PERIOD-NO) THEN
               MOVE PCAL-SUB TO REVERSE-PERIOD-SUB
           END-IF.


       1130-CHECK-ONE-LATER-PERIOD.
           IF (PCT-END-DATE(PCAL-SUB)
                   > PCT-END-DATE(REVERSE-PERIOD-SUB))
              AND (PCT-PAID-SW(PCAL-SUB) = 'Y') THEN
               MOVE PCT-PERIOD-NO(PCAL-SUB) TO LATER-PAID-PERIOD-NO
           END-IF.


      ************************************************************
      *      1200-FIND-LIVE-RUN READS THE PAY HISTORY ONCE TO    *
      *      FIND THE RUN THAT PAID THE PERIOD AS IT NOW STANDS  *
      *      - AN OVERRIDE RERUN APPENDS A SECOND SET OF RECORDS *
      *      FOR THE SAME PERIOD, SO THE LAST SET WINS - AND     *
      *      ABENDS IF THERE IS NO SUCH RUN, IF IT HAS ALREADY   *
      *      BEEN REVERSED, OR IF IT WAS WRITTEN BEFORE THE PAY  *
      *      HISTORY CARRIED THE DEDUCTION AND ARREARS DETAIL A  *
      *      REVERSAL NEEDS                                      *
      ************************************************************
       1200-FIND-LIVE-RUN.
           OPEN INPUT PAY-HIST-FILE
           IF (PAYHIST-FILE-STATUS NOT = '00') THEN
               DISPLAY 'PROG21: PAY HISTORY NOT FOUND - '
                   'RUN ABORTED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZEROS TO HIST-REC-NO
           PERFORM 9100-READ-HISTORY
           PERFORM 1210-SCAN-ONE-HIST-REC
               UNTIL HIST-AT-EOF
           CLOSE PAY-HIST-FILE
           IF (NOT LIVE-FOUND) THEN
               DISPLAY 'PROG21: NO PAY HISTORY FOR PERIOD '
                   REVERSE-PERIOD-NO ' - RUN ABORTED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF (LIVE-REVERSED) THEN
               DISPLAY 'PROG21: PERIOD ' REVERSE-PERIOD-NO
                   ' ALREADY REVERSED - RUN ABORTED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF (LIVE-OLD-FORMAT) THEN
               DISPLAY 'PROG21: PERIOD ' REVERSE-PERIOD-NO
                   ' PAY HISTORY HAS NO REVERSAL DETAIL - '
                   'RUN ABORTED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.


      ************************************************************
      *      1210-SCAN-ONE-HIST-REC LOOKS AT ONE PAY HISTORY     *
      *      RECORD PAID WITH THE PERIOD - A P RECORD STARTS A   *
      *      NEW RUN WHEN IT IS THE FIRST ONE SEEN, WHEN THE     *
      *      LAST RUN WAS REVERSED, WHEN ITS EMPID DOES NOT      *
      *      CLIMB, OR WHEN ITS GENERATION OR RUN DATE DIFFERS - *
      *      AN X OR Y RECORD MARKS THE RUN SO FAR AS REVERSED   *
      ************************************************************
       1210-SCAN-ONE-HIST-REC.
           IF (HS-PAID-PERIOD-NO = REVERSE-PERIOD-NO) THEN
               IF (HS-REC-TYPE = 'P') THEN
                   IF (NOT LIVE-FOUND)
                      OR (LIVE-REVERSED)
                      OR (HS-EMPID NOT > LAST-P-EMPID)
                      OR (HS-GENERATION NOT = LIVE-GENERATION)
                      OR (HS-RUN-DATE NOT = LIVE-RUN-DATE) THEN
                       SET LIVE-FOUND TO TRUE
                       MOVE 'N'           TO LIVE-REVERSED-SW
                       MOVE 'N'           TO LIVE-OLD-FORMAT-SW
                       MOVE HIST-REC-NO   TO LIVE-START-REC-NO
                       MOVE HS-GENERATION TO LIVE-GENERATION
                       MOVE HS-RUN-DATE   TO LIVE-RUN-DATE
                       MOVE ZEROS         TO LIVE-BANK-COUNT
                   END-IF
                   MOVE HS-EMPID TO LAST-P-EMPID
                   IF (HS-PAY-METHOD = 'D') THEN
                       ADD 1 TO LIVE-BANK-COUNT
                   END-IF
                   IF (HS-SLOT-TAKEN(1) IS NOT NUMERIC) THEN
                       SET LIVE-OLD-FORMAT TO TRUE
                   END-IF
               ELSE
                   IF (HS-REC-TYPE = 'X') OR (HS-REC-TYPE = 'Y') THEN
                       SET LIVE-REVERSED TO TRUE
                   END-IF
               END-IF
           END-IF
           PERFORM 9100-READ-HISTORY.


      ************************************************************
      *      1300-CHECK-BANK-EXTRACT MAKES SURE THE BANK PAYMENT *
      *      EXTRACT ON HAND IS THE ONE THE LIVE RUN WROTE       *
      *      BEFORE ANY REVERSAL OF IT IS BUILT - THE FIRST      *
      *      RECORD (A DETAIL, OR THE TRAILER WHEN NOBODY WAS    *
      *      PAID BY DEPOSIT) MUST CARRY THE PERIOD AND THE LIVE *
      *      GENERATION - A MISSING EXTRACT IS ONLY ALLOWED WHEN *
      *      NOBODY WAS PAID BY DEPOSIT                          *
      ************************************************************
       1300-CHECK-BANK-EXTRACT.
           OPEN INPUT BANK-PAY-FILE
           IF (BANKPAY-FILE-STATUS = '00') THEN
               SET BANKPAY-PRESENT TO TRUE
               PERFORM 9300-READ-BANKPAY
               IF (NOT BANK-AT-EOF) THEN
                   IF (BK-REC-TYPE = 'T') THEN
                       MOVE BANK-DETAIL   TO BANK-TRAILER
                       MOVE BT-GENERATION TO BK-GENERATION
                       MOVE BT-PERIOD-NO  TO BK-PERIOD-NO
                   END-IF
                   IF (BK-PERIOD-NO NOT = REVERSE-PERIOD-NO)
                      OR (BK-GENERATION NOT = LIVE-GENERATION) THEN
                       DISPLAY 'PROG21: BANK EXTRACT IS FOR PERIOD '
                           BK-PERIOD-NO ' GENERATION ' BK-GENERATION
                           ' - RUN ABORTED'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
               CLOSE BANK-PAY-FILE
           ELSE
               IF (LIVE-BANK-COUNT > 0) THEN
                   DISPLAY 'PROG21: BANK EXTRACT NOT FOUND - '
                       'RUN ABORTED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.


      ************************************************************
      *      1350-LOAD-TAX-SUMMARY LOADS THE TAX SUMMARY THE     *
      *      LIVE RUN LEFT BEHIND AS THE ORIGINAL TAX TOTALS FOR *
      *      THE PERIOD - IT IS REWRITTEN BY EVERY PAY RUN, SO A *
      *      MISSING FILE OR ONE STAMPED WITH ANOTHER PERIOD OR  *
      *      GENERATION MEANS THE PERIOD CAN NO LONGER BE TIED   *
      *      OUT AND THE RUN ABENDS                              *
      ************************************************************
       1350-LOAD-TAX-SUMMARY.
           OPEN INPUT TAX-SUM-FILE
           IF (TAXSUM-FILE-STATUS NOT = '00') THEN
               DISPLAY 'PROG21: TAX SUMMARY NOT FOUND - '
                   'RUN ABORTED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 9350-READ-TAXSUM
           PERFORM 1355-ADD-ONE-TAX-SUM
               UNTIL TAXSUM-AT-EOF
           CLOSE TAX-SUM-FILE.


       1355-ADD-ONE-TAX-SUM.
           IF (TS-PERIOD-NO NOT = REVERSE-PERIOD-NO)
              OR (TS-GENERATION NOT = LIVE-GENERATION) THEN
               DISPLAY 'PROG21: TAX SUMMARY IS FOR PERIOD '
                   TS-PERIOD-NO ' GENERATION ' TS-GENERATION
                   ' - RUN ABORTED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF (TAXSUM-COUNT < 5) THEN
               ADD 1 TO TAXSUM-COUNT
               MOVE TS-TAX-CODE     TO TX-TAX-CODE(TAXSUM-COUNT)
               MOVE TS-RECORD-COUNT TO TX-RECORD-COUNT(TAXSUM-COUNT)
               MOVE TS-AMOUNT-TOTAL TO TX-AMOUNT(TAXSUM-COUNT)
           END-IF
           IF (TS-TAX-CODE = 'FW') THEN
               ADD TS-AMOUNT-TOTAL TO ORIG-FED-TOTAL
           END-IF
           IF (TS-TAX-CODE = 'SW') THEN
               ADD TS-AMOUNT-TOTAL TO ORIG-STA-TOTAL
           END-IF
           IF (TS-TAX-CODE = 'FI') THEN
               ADD TS-AMOUNT-TOTAL TO ORIG-FICA-TOTAL
           END-IF
           PERFORM 9350-READ-TAXSUM.


      ************************************************************
      *      1380-CHECK-ER-ACCRUAL MAKES SURE THE EMPLOYER COST  *
      *      ACCRUAL ON HAND, IF ANY, IS THE ONE THE LIVE RUN    *
      *      WROTE - A MISSING OR EMPTY FILE MEANS NO EMPLOYER   *
      *      COST WAS ACCRUED FOR THE PERIOD AND THERE IS        *
      *      NOTHING TO POST BACK                                *
      ************************************************************
       1380-CHECK-ER-ACCRUAL.
           OPEN INPUT ER-ACCRUAL-FILE
           IF (ERACCR-FILE-STATUS = '00') THEN
               SET ERACCR-PRESENT TO TRUE
               PERFORM 9400-READ-ERACCR
               IF (NOT ERACCR-AT-EOF) THEN
                   IF (EA-PERIOD-NO NOT = REVERSE-PERIOD-NO)
                      OR (EA-GENERATION NOT = LIVE-GENERATION) THEN
                       DISPLAY 'PROG21: EMPLOYER ACCRUAL IS FOR '
                           'PERIOD ' EA-PERIOD-NO ' GENERATION '
                           EA-GENERATION ' - RUN ABORTED'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
               CLOSE ER-ACCRUAL-FILE
           END-IF.


      ************************************************************
      *      1390-CHECK-GL-POSTING MAKES SURE THE GL POSTING     *
      *      EXTRACT ON HAND IS THE ONE PROG4 WROTE FOR THE      *
      *      PERIOD BEFORE ANY REVERSAL OF IT IS BUILT - ONCE    *
      *      THE PERIOD HAS REACHED THE LEDGER ITS DEDUCTION     *
      *      POSTINGS CANNOT BE BACKED OUT WITHOUT IT, SO A      *
      *      MISSING EXTRACT OR ONE STAMPED WITH ANOTHER PERIOD  *
      *      OR GENERATION ABENDS THE RUN - THE DEDUCTION-CODE   *
      *      POSTINGS ARE TOTALLED FOR THE TIE-OUT               *
      ************************************************************
       1390-CHECK-GL-POSTING.
           OPEN INPUT GL-POST-FILE
           IF (GLPOST-FILE-STATUS NOT = '00') THEN
               DISPLAY 'PROG21: GL POSTING EXTRACT NOT FOUND - '
                   'RUN ABORTED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 9750-READ-GLPOST
           PERFORM 1395-CHECK-ONE-GL-POST
               UNTIL GLPOST-AT-EOF
           CLOSE GL-POST-FILE
           MOVE 'N' TO GLPOST-EOF-SW.


       1395-CHECK-ONE-GL-POST.
           IF (GL-PERIOD-NO NOT = REVERSE-PERIOD-NO)
              OR (GL-GENERATION NOT = LIVE-GENERATION) THEN
               DISPLAY 'PROG21: GL POSTING EXTRACT IS FOR PERIOD '
                   GL-PERIOD-NO ' GENERATION ' GL-GENERATION
                   ' - RUN ABORTED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1430-FIND-TAX-CODE
           IF (GL-DR-CR = SPACES) AND (NOT IS-TAX-CODE) THEN
               ADD GL-AMOUNT-TOTAL TO ORIG-GLDED-TOTAL
           END-IF
           PERFORM 9750-READ-GLPOST.


      ************************************************************
      *      1400-LOAD-DED-RULES LOADS THE CODE AND GL ACCOUNT   *
      *      OF EVERY RULES-MASTER ENTRY SO EACH TAX CODE POSTS  *
      *      BACK TO THE SAME ACCOUNT THE PROG4 GL POSTING USED  *
      *      - A MISSING RULES MASTER LEAVES THE TABLE EMPTY AND *
      *      THE ACCOUNTS ZERO, AS IT DOES THERE                 *
      ************************************************************
       1400-LOAD-DED-RULES.
           OPEN INPUT DED-RULES-FILE
           IF (DEDRULE-FILE-STATUS = '00') THEN
               PERFORM 9450-READ-DEDRULE
               PERFORM 1410-ADD-ONE-RULE
                   UNTIL DEDRULE-AT-EOF
               CLOSE DED-RULES-FILE
           END-IF.


       1410-ADD-ONE-RULE.
           IF (RULE-COUNT < 50) THEN
               ADD 1 TO RULE-COUNT
               MOVE DR-DEDUCT-CODE TO RL-CODE(RULE-COUNT)
               MOVE DR-GL-ACCOUNT  TO RL-GL-ACCOUNT(RULE-COUNT)
           END-IF
           PERFORM 9450-READ-DEDRULE.


      ************************************************************
      *      1420-FIND-RULE-GL LOOKS UP FIND-CODE IN THE RULES   *
      *      TABLE AND LEAVES ITS GL ACCOUNT IN FOUND-GL-ACCOUNT *
      *      - ZERO WHEN THE CODE IS NOT THERE                   *
      ************************************************************
       1420-FIND-RULE-GL.
           MOVE ZEROS TO FOUND-GL-ACCOUNT
           PERFORM 1425-SCAN-ONE-RULE
               VARYING RULE-SUB FROM 1 BY 1
               UNTIL RULE-SUB > RULE-COUNT.


       1425-SCAN-ONE-RULE.
           IF (RL-CODE(RULE-SUB) = FIND-CODE) THEN
               MOVE RL-GL-ACCOUNT(RULE-SUB) TO FOUND-GL-ACCOUNT
           END-IF.


      ************************************************************
      *      1430-FIND-TAX-CODE SETS IS-TAX-CODE WHEN THE CODE   *
      *      ON THE GL POSTING RECORD IN HAND IS ONE OF THE TAX  *
      *      CODES ON THE PERIOD'S TAX SUMMARY - PROG4 POSTS THE *
      *      TAX CODES IN THE SAME SHAPE AS THE DEDUCTION CODES, *
      *      AND THEY ARE POSTED BACK BY 4500 INSTEAD            *
      ************************************************************
       1430-FIND-TAX-CODE.
           MOVE 'N' TO TAX-CODE-SW
           PERFORM 1435-SCAN-ONE-TAX-CODE
               VARYING TAX-SUB FROM 1 BY 1
               UNTIL TAX-SUB > TAXSUM-COUNT.


       1435-SCAN-ONE-TAX-CODE.
           IF (TX-TAX-CODE(TAX-SUB) = GL-DEDUCT-CODE) THEN
               SET IS-TAX-CODE TO TRUE
           END-IF.


      ************************************************************
      *      1450-CHECK-GARN-EXTRACT MAKES SURE THE GARNISHMENT  *
      *      REMITTANCE EXTRACT ON HAND IS THE ONE THE LIVE RUN  *
      *      WROTE - EVERY RECORD MUST BE A PAYMENT CARRYING THE *
      *      PERIOD AND THE LIVE GENERATION - AND TOTALS IT FOR  *
      *      THE TIE-OUT - ANY PAYMENT AT ALL NEEDS THE ORDER    *
      *      FILE TO BE PUT BACK AGAINST, SO A MISSING ORDER     *
      *      FILE THEN ABENDS THE RUN                            *
      ************************************************************
       1450-CHECK-GARN-EXTRACT.
           OPEN INPUT GARN-PAY-FILE
           IF (GARNPAY-FILE-STATUS = '00') THEN
               SET GARNPAY-PRESENT TO TRUE
               PERFORM 9600-READ-GARNPAY
               PERFORM 1455-CHECK-ONE-GARN-PAYMENT
                   UNTIL GPAY-AT-EOF
               CLOSE GARN-PAY-FILE
               MOVE 'N' TO GPAY-EOF-SW
           END-IF
           OPEN INPUT RAW-GARN-FILE
           IF (GARNIN-FILE-STATUS = '00') THEN
               SET GARNIN-PRESENT TO TRUE
               CLOSE RAW-GARN-FILE
           ELSE
               IF (ORIG-GARN-COUNT > 0) THEN
                   DISPLAY 'PROG21: GARNISHMENT ORDER FILE NOT '
                       'FOUND - RUN ABORTED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.


       1455-CHECK-ONE-GARN-PAYMENT.
           IF (GP-PERIOD-NO NOT = REVERSE-PERIOD-NO)
              OR (GP-GENERATION NOT = LIVE-GENERATION)
              OR (GP-REC-TYPE NOT = 'P') THEN
               DISPLAY 'PROG21: GARNISHMENT EXTRACT IS FOR PERIOD '
                   GP-PERIOD-NO ' GENERATION ' GP-GENERATION
                   ' - RUN ABORTED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO ORIG-GARN-COUNT
           ADD GP-AMOUNT TO ORIG-GARN-TOTAL
           PERFORM 9600-READ-GARNPAY.


      ************************************************************
      *      2000-REVERSE-PAY-HISTORY READS THE PAY HISTORY A    *
      *      SECOND TIME AND BACKS OUT EVERY RECORD OF THE LIVE  *
      *      RUN - EACH P RECORD COMES OFF THE EMPLOYEE'S YTD    *
      *      AND PUTS THE ARREARS BACK AS THEY STOOD GOING INTO  *
      *      THE PERIOD, AND EVERY P AND R RECORD IS COPIED TO   *
      *      THE WORK FILE AS ITS X OR Y REVERSAL - YTD AND      *
      *      ARREARS RECORDS FOR EMPLOYEES THE RUN DID NOT PAY   *
      *      ARE CARRIED FORWARD UNCHANGED                       *
      ************************************************************
       2000-REVERSE-PAY-HISTORY.
           OPEN INPUT YTD-IN-FILE
           IF (YTDIN-FILE-STATUS NOT = '00') THEN
               DISPLAY 'PROG21: YTD FILE NOT FOUND - '
                   'RUN ABORTED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ARR-IN-FILE
           IF (ARRIN-FILE-STATUS = '00') THEN
               SET ARRIN-OPENED TO TRUE
               PERFORM 9250-READ-ARREARS
           ELSE
               SET ARR-AT-EOF TO TRUE
           END-IF
           OPEN INPUT PAY-HIST-FILE
                OUTPUT HIST-WORK-FILE
                       YTD-OUT-FILE
                       ARR-OUT-FILE
           MOVE 'N' TO HIST-EOF-SW
           MOVE ZEROS TO HIST-REC-NO
           PERFORM 9200-READ-YTD
           PERFORM 9100-READ-HISTORY
           PERFORM 2050-REVERSE-ONE-HIST-REC
               UNTIL HIST-AT-EOF
      * YTD AND ARREARS RECORDS STILL UNREAD BELONG TO EMPIDS PAST
      * THE LAST ONE THE RUN PAID AND ARE CARRIED FORWARD UNCHANGED
           PERFORM 2300-CARRY-YTD-FORWARD
               UNTIL YTD-AT-EOF
           PERFORM 2350-CARRY-ARREARS-FORWARD
               UNTIL ARR-AT-EOF
           CLOSE PAY-HIST-FILE
               HIST-WORK-FILE
               YTD-IN-FILE
               YTD-OUT-FILE
               ARR-OUT-FILE
           IF (ARRIN-OPENED) THEN
               CLOSE ARR-IN-FILE
           END-IF.


       2050-REVERSE-ONE-HIST-REC.
           IF (HIST-REC-NO >= LIVE-START-REC-NO)
              AND (HS-PAID-PERIOD-NO = REVERSE-PERIOD-NO) THEN
               IF (HS-REC-TYPE = 'P') THEN
                   PERFORM 2100-REVERSE-PAY-REC
               END-IF
               IF (HS-REC-TYPE = 'R') THEN
                   PERFORM 2400-REVERSE-RETRO-REC
               END-IF
           END-IF
           PERFORM 9100-READ-HISTORY.


      ************************************************************
      *      2100-REVERSE-PAY-REC BACKS ONE EMPLOYEE'S PAY FOR   *
      *      THE PERIOD OUT OF YTD AND ARREARS, ADDS IT TO THE   *
      *      ORIGINAL PERIOD TOTALS, WRITES ITS X RECORD, AND    *
      *      PRINTS ITS REGISTER LINE                            *
      ************************************************************
       2100-REVERSE-PAY-REC.
           ADD 1 TO PAY-REV-COUNT
           ADD HS-GROSS           TO ORIG-GROSS-TOTAL
           ADD HS-DEDUCTIONS      TO ORIG-DED-TOTAL
           ADD HS-NET             TO ORIG-NET-TOTAL
           IF (HS-PAY-METHOD = 'C') THEN
               ADD HS-NET         TO ORIG-CHECK-TOTAL
           END-IF
           MOVE SPACES            TO EMP-NOTE
           PERFORM 2300-CARRY-YTD-FORWARD
               UNTIL (YTD-AT-EOF) OR (YT-EMPID >= HS-EMPID)
           PERFORM 2150-BACK-OUT-YTD
           PERFORM 2200-RESTORE-ARREARS
           MOVE 'X'               TO HS-REC-TYPE
           WRITE HISTWRK-REC FROM PAYHIST-DATA
           MOVE HS-EMPID          TO RV-EMPID
           MOVE HS-GROSS          TO RV-GROSS
           MOVE HS-DEDUCTIONS     TO RV-DEDUCTIONS
           COMPUTE RV-TAXES = HS-FED-TAX + HS-STA-TAX + HS-FICA-TAX
           MOVE HS-NET            TO RV-NET
           MOVE HS-PAY-METHOD     TO RV-PAY-METHOD
           MOVE HS-CHECK-NO       TO RV-CHECK-NO
           MOVE EMP-NOTE          TO RV-NOTE
           WRITE REVRPT-REC FROM REVRPT-DETAIL
               AFTER ADVANCING 1 LINE.


      ************************************************************
      *      2150-BACK-OUT-YTD TAKES THE PERIOD'S AMOUNTS BACK   *
      *      OFF THE EMPLOYEE'S YTD RECORD - GROSS, DEDUCTIONS,  *
      *      NET, THE THREE TAXES, AND WHAT WAS TAKEN AGAINST    *
      *      EACH DEDUCTION SLOT - AND OFF THE QUARTER-TO-DATE   *
      *      AMOUNTS WHEN THE RECORD IS STILL IN THE PERIOD'S    *
      *      QUARTER - A YTD FIELD SMALLER THAN WHAT THE PERIOD  *
      *      ADDED IS ZEROED RATHER THAN DRIVEN NEGATIVE AND THE *
      *      LINE IS NOTED, SO THE SHORTFALL SHOWS ON THE TIE-   *
      *      OUT                                                 *
      ************************************************************
       2150-BACK-OUT-YTD.
           IF (YTD-AT-EOF) OR (YT-EMPID NOT = HS-EMPID) THEN
               ADD 1 TO NO-YTD-COUNT
               MOVE 'NO YTD RECORD - NOT BACKED OUT' TO EMP-NOTE
           ELSE
               ADD 1 TO YTD-BACKED-COUNT
               MOVE YT-GROSS          TO BACKOUT-FROM
               MOVE HS-GROSS          TO BACKOUT-AMOUNT
               PERFORM 2160-BACK-OUT-ONE-AMOUNT
               MOVE BACKOUT-FROM      TO YT-GROSS
               ADD BACKOUT-TAKEN      TO BACKED-GROSS-TOTAL
               MOVE YT-DEDUCTIONS     TO BACKOUT-FROM
               MOVE HS-DEDUCTIONS     TO BACKOUT-AMOUNT
               PERFORM 2160-BACK-OUT-ONE-AMOUNT
               MOVE BACKOUT-FROM      TO YT-DEDUCTIONS
               ADD BACKOUT-TAKEN      TO BACKED-DED-TOTAL
               SUBTRACT HS-NET        FROM YT-NET
               ADD HS-NET             TO BACKED-NET-TOTAL
               MOVE YT-FED-TAX        TO BACKOUT-FROM
               MOVE HS-FED-TAX        TO BACKOUT-AMOUNT
               PERFORM 2160-BACK-OUT-ONE-AMOUNT
               MOVE BACKOUT-FROM      TO YT-FED-TAX
               ADD BACKOUT-TAKEN      TO BACKED-FED-TOTAL
               MOVE YT-STA-TAX        TO BACKOUT-FROM
               MOVE HS-STA-TAX        TO BACKOUT-AMOUNT
               PERFORM 2160-BACK-OUT-ONE-AMOUNT
               MOVE BACKOUT-FROM      TO YT-STA-TAX
               ADD BACKOUT-TAKEN      TO BACKED-STA-TOTAL
               MOVE YT-FICA-TAX       TO BACKOUT-FROM
               MOVE HS-FICA-TAX       TO BACKOUT-AMOUNT
               PERFORM 2160-BACK-OUT-ONE-AMOUNT
               MOVE BACKOUT-FROM      TO YT-FICA-TAX
               ADD BACKOUT-TAKEN      TO BACKED-FICA-TOTAL
               PERFORM 2170-BACK-OUT-ONE-SLOT
                   VARYING SLOT-SUB FROM 1 BY 1
                   UNTIL SLOT-SUB > 3
               IF (YT-QTR-KEY = REVERSE-QTR-KEY) THEN
                   PERFORM 2180-BACK-OUT-QTD
               ELSE
                   IF (EMP-NOTE = SPACES) THEN
                       MOVE 'QTD IN LATER QUARTER - KEPT'
                           TO EMP-NOTE
                   END-IF
               END-IF
               WRITE YTD-OUT-REC FROM YTD-DATA
               PERFORM 9200-READ-YTD
           END-IF.


      ************************************************************
      *      2160-BACK-OUT-ONE-AMOUNT TAKES BACKOUT-AMOUNT OFF   *
      *      BACKOUT-FROM, OR AS MUCH OF IT AS IS THERE, AND     *
      *      LEAVES WHAT WAS ACTUALLY TAKEN IN BACKOUT-TAKEN     *
      ************************************************************
       2160-BACK-OUT-ONE-AMOUNT.
           IF (BACKOUT-AMOUNT > BACKOUT-FROM) THEN
               MOVE BACKOUT-FROM      TO BACKOUT-TAKEN
               IF (EMP-NOTE = SPACES) THEN
                   MOVE 'YTD BELOW PERIOD - ZEROED' TO EMP-NOTE
               END-IF
           ELSE
               MOVE BACKOUT-AMOUNT    TO BACKOUT-TAKEN
           END-IF
           SUBTRACT BACKOUT-TAKEN FROM BACKOUT-FROM.


       2170-BACK-OUT-ONE-SLOT.
           MOVE YT-DEDUCT-AMOUNT(SLOT-SUB) TO BACKOUT-FROM
           MOVE HS-SLOT-TAKEN(SLOT-SUB) TO BACKOUT-AMOUNT
           PERFORM 2160-BACK-OUT-ONE-AMOUNT
           MOVE BACKOUT-FROM      TO YT-DEDUCT-AMOUNT(SLOT-SUB).


       2180-BACK-OUT-QTD.
           MOVE YT-QTD-GROSS      TO BACKOUT-FROM
           MOVE HS-GROSS          TO BACKOUT-AMOUNT
           PERFORM 2160-BACK-OUT-ONE-AMOUNT
           MOVE BACKOUT-FROM      TO YT-QTD-GROSS
           MOVE YT-QTD-FED-TAX    TO BACKOUT-FROM
           MOVE HS-FED-TAX        TO BACKOUT-AMOUNT
           PERFORM 2160-BACK-OUT-ONE-AMOUNT
           MOVE BACKOUT-FROM      TO YT-QTD-FED-TAX
           MOVE YT-QTD-STA-TAX    TO BACKOUT-FROM
           MOVE HS-STA-TAX        TO BACKOUT-AMOUNT
           PERFORM 2160-BACK-OUT-ONE-AMOUNT
           MOVE BACKOUT-FROM      TO YT-QTD-STA-TAX
           MOVE YT-QTD-FICA-TAX   TO BACKOUT-FROM
           MOVE HS-FICA-TAX       TO BACKOUT-AMOUNT
           PERFORM 2160-BACK-OUT-ONE-AMOUNT
           MOVE BACKOUT-FROM      TO YT-QTD-FICA-TAX.


      ************************************************************
      *      2200-RESTORE-ARREARS DROPS THE ARREARS RECORD THE   *
      *      LIVE RUN LEFT FOR THE EMPLOYEE AND WRITES BACK THE  *
      *      ONE THEY OWED GOING INTO THE PERIOD, AS CARRIED ON  *
      *      THE P RECORD - AN EMPLOYEE WHO OWED NOTHING GOING   *
      *      IN GETS NO ARREARS RECORD                           *
      ************************************************************
       2200-RESTORE-ARREARS.
           PERFORM 2350-CARRY-ARREARS-FORWARD
               UNTIL (ARR-AT-EOF) OR (AR-EMPID >= HS-EMPID)
           MOVE 'N' TO ARR-OWED-SW
           IF (NOT ARR-AT-EOF) AND (AR-EMPID = HS-EMPID) THEN
               SET ARR-WAS-OWED TO TRUE
               PERFORM 9250-READ-ARREARS
           END-IF
           MOVE HS-EMPID TO AW-EMPID
           MOVE ZEROS    TO ARR-RESTORE-TOTAL
           PERFORM 2210-MOVE-ONE-ARR-PAIR
               VARYING ARR-SUB FROM 1 BY 1
               UNTIL ARR-SUB > 6
           IF (ARR-RESTORE-TOTAL > 0) THEN
               ADD 1 TO ARR-RESTORED-COUNT
               WRITE ARR-OUT-REC FROM ARR-WORK
           ELSE
               IF (ARR-WAS-OWED) THEN
                   ADD 1 TO ARR-REMOVED-COUNT
               END-IF
           END-IF.


       2210-MOVE-ONE-ARR-PAIR.
           MOVE HS-ARR-CODE(ARR-SUB)   TO AW-CODE(ARR-SUB)
           MOVE HS-ARR-AMOUNT(ARR-SUB) TO AW-AMOUNT(ARR-SUB)
           ADD HS-ARR-AMOUNT(ARR-SUB)  TO ARR-RESTORE-TOTAL.


       2300-CARRY-YTD-FORWARD.
           WRITE YTD-OUT-REC FROM YTD-DATA
           PERFORM 9200-READ-YTD.


       2350-CARRY-ARREARS-FORWARD.
           WRITE ARR-OUT-REC FROM ARR-DATA
           PERFORM 9250-READ-ARREARS.


      ************************************************************
      *      2400-REVERSE-RETRO-REC WRITES THE Y RECORD FOR A    *
      *      RETRO LINE THE LIVE RUN SETTLED, SO THE PROG18      *
      *      RETRO RUN SEES THE EARLIER PERIOD AT ITS OLD RATE   *
      *      AGAIN, AND PRINTS IT UNDER THE EMPLOYEE'S LINE -    *
      *      THE MONEY ITSELF CAME OFF WITH THE P RECORD'S GROSS *
      ************************************************************
       2400-REVERSE-RETRO-REC.
           ADD 1 TO RETRO-REV-COUNT
           MOVE 'Y'               TO HS-REC-TYPE
           WRITE HISTWRK-REC FROM PAYHIST-DATA
           MOVE HS-PERIOD-NO      TO RR-PERIOD-NO
           MOVE HS-RETRO-AMOUNT   TO RR-RETRO-AMOUNT
           WRITE REVRPT-REC FROM REVRPT-RETRO-DETAIL
               AFTER ADVANCING 1 LINE.


      ************************************************************
      *      3000-REVERSE-BANK-EXTRACT WRITES THE REVERSING BANK *
      *      EXTRACT - EVERY DEPOSIT THE LIVE RUN SENT, RETYPED  *
      *      R, THEN A TRAILER WITH THE COUNT AND TOTAL - AND    *
      *      KEEPS THE ORIGINAL TRAILER'S TOTAL FOR THE TIE-OUT  *
      ************************************************************
       3000-REVERSE-BANK-EXTRACT.
           OPEN OUTPUT BANK-REV-FILE
           IF (BANKPAY-PRESENT) THEN
               OPEN INPUT BANK-PAY-FILE
               MOVE 'N' TO BANK-EOF-SW
               PERFORM 9300-READ-BANKPAY
               PERFORM 3100-REVERSE-ONE-BANK-REC
                   UNTIL BANK-AT-EOF
               CLOSE BANK-PAY-FILE
           END-IF
           MOVE 'T'               TO BT-REC-TYPE
           MOVE BANK-REV-COUNT    TO BT-RECORD-COUNT
           MOVE BANK-REV-TOTAL    TO BT-NET-TOTAL
           MOVE LIVE-GENERATION   TO BT-GENERATION
           MOVE REVERSE-PERIOD-NO TO BT-PERIOD-NO
           WRITE BANKREV-REC FROM BANK-TRAILER
           CLOSE BANK-REV-FILE.


       3100-REVERSE-ONE-BANK-REC.
           IF (BK-REC-TYPE = 'D') THEN
               ADD 1 TO BANK-REV-COUNT
               ADD BK-NET-AMOUNT  TO BANK-REV-TOTAL
               MOVE 'R'           TO BK-REC-TYPE
               WRITE BANKREV-REC FROM BANK-DETAIL
           ELSE
               IF (BK-REC-TYPE = 'T') THEN
                   MOVE BANK-DETAIL   TO BANK-TRAILER
                   MOVE BT-NET-TOTAL  TO ORIG-BANK-TOTAL
               END-IF
           END-IF
           PERFORM 9300-READ-BANKPAY.


      ************************************************************
      *      4000-VOID-PERIOD-CHECKS SORTS THE ISSUED-CHECK      *
      *      TRAIL INTO CHECK-NUMBER SEQUENCE AND VOIDS EVERY    *
      *      CHECK STILL OUTSTANDING FOR THE PERIOD - THE LIVE   *
      *      RUN'S CHECKS AND ANY PROG16 REPLACEMENTS OF THEM -  *
      *      APPENDING THE VOIDS TO THE TRAIL THE WAY PROG16     *
      *      DOES - A CHECK THE BANK HAS ALREADY PAID CANNOT BE  *
      *      VOIDED AND IS LISTED FOR THE PAYROLL OFFICE TO      *
      *      RECOVER BY HAND                                     *
      ************************************************************
       4000-VOID-PERIOD-CHECKS.
           OPEN INPUT CHECK-ISSUE-FILE
           IF (CHKISSU-FILE-STATUS = '00') THEN
               SET ISSUE-OPENED TO TRUE
               CLOSE CHECK-ISSUE-FILE
               SORT ISSUE-SORT-FILE
                   ON ASCENDING KEY ISRT-CHECK-NO
                   USING CHECK-ISSUE-FILE
                   GIVING SORTED-ISSUE-FILE
               OPEN INPUT SORTED-ISSUE-FILE
               OPEN EXTEND CHECK-ISSUE-FILE
               MOVE SPACES TO REVRPT-REC
               WRITE REVRPT-REC
                   AFTER ADVANCING 1 LINE
               WRITE REVRPT-REC FROM REVRPT-CHECK-HEADING
                   AFTER ADVANCING 1 LINE
               PERFORM 9550-READ-ISSUE
               PERFORM 4100-CHECK-GROUP-LOOP
                   UNTIL ISSUE-AT-EOF
               CLOSE SORTED-ISSUE-FILE
                   CHECK-ISSUE-FILE
           END-IF.


      ************************************************************
      *      4100-CHECK-GROUP-LOOP FOLDS EVERY TRAIL RECORD FOR  *
      *      ONE CHECK NUMBER INTO CHECK-GROUP, THEN VOIDS THE   *
      *      CHECK IF IT WAS ISSUED FOR THE PERIOD BY THE LIVE   *
      *      RUN OR SINCE, AND IS NEITHER VOIDED NOR PAID        *
      ************************************************************
       4100-CHECK-GROUP-LOOP.
           MOVE IC-CHECK-NO       TO GRP-CHECK-NO
           MOVE ZEROS             TO GRP-EMPID
           MOVE ZEROS             TO GRP-AMOUNT
           MOVE ZEROS             TO GRP-PERIOD-NO
           MOVE ZEROS             TO GRP-GENERATION
           MOVE 'N'               TO GRP-ISSUED-SW
           MOVE 'N'               TO GRP-VOIDED-SW
           MOVE 'N'               TO GRP-PAID-SW
           PERFORM 4150-TAKE-ONE-ISSUE-REC
               UNTIL (ISSUE-AT-EOF) OR (IC-CHECK-NO NOT = GRP-CHECK-NO)
           IF (GROUP-ISSUED)
              AND (NOT GROUP-VOIDED)
              AND (GRP-PERIOD-NO = REVERSE-PERIOD-NO)
              AND (GRP-GENERATION >= LIVE-GENERATION) THEN
               MOVE GRP-CHECK-NO  TO CV-CHECK-NO
               MOVE GRP-EMPID     TO CV-EMPID
               MOVE GRP-AMOUNT    TO CV-AMOUNT
               IF (GROUP-PAID) THEN
                   ADD 1 TO CASHED-COUNT
                   MOVE 'ALREADY PAID BY BANK - NOT VOIDED'
                       TO CV-DISPOSITION
               ELSE
                   PERFORM 4200-VOID-ONE-CHECK
                   MOVE 'VOIDED'  TO CV-DISPOSITION
               END-IF
               ADD 1 TO CHECK-LINE-COUNT
               WRITE REVRPT-REC FROM REVRPT-CHECK-DETAIL
                   AFTER ADVANCING 1 LINE
           END-IF.


       4150-TAKE-ONE-ISSUE-REC.
           IF (IC-STATUS = 'I') OR (IC-STATUS = 'R') THEN
               SET GROUP-ISSUED TO TRUE
               MOVE IC-EMPID          TO GRP-EMPID
               MOVE IC-AMOUNT         TO GRP-AMOUNT
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
           PERFORM 9550-READ-ISSUE.


       4200-VOID-ONE-CHECK.
           ADD 1 TO VOID-COUNT
           ADD GRP-AMOUNT         TO VOID-TOTAL
           MOVE GRP-CHECK-NO      TO IO-CHECK-NO
           MOVE GRP-EMPID         TO IO-EMPID
           MOVE GRP-AMOUNT        TO IO-AMOUNT
           MOVE RUN-DATE-YMD      TO IO-ACTIVITY-DATE
           MOVE GRP-PERIOD-NO     TO IO-PERIOD-NO
           MOVE RC-GENERATION     TO IO-GENERATION
           MOVE 'V'               TO IO-STATUS
           MOVE ZEROS             TO IO-REF-CHECK-NO
           WRITE CHKISSU-REC FROM CHKISSU-OUT-DATA
           SET GROUP-VOIDED TO TRUE.


      ************************************************************
      *      4500-REVERSE-TAX-SUMMARY APPENDS A ZERO TAX SUMMARY *
      *      TRAIL RECORD FOR EACH TAX CODE OF THE PERIOD, WHICH *
      *      THE PROG19 QUARTERLY REGISTER TAKES AS SUPERSEDING  *
      *      THE ORIGINAL, AND - WHEN THE PERIOD HAS REACHED THE *
      *      LEDGER - POSTS EACH CODE'S TOTAL BACK AS A DEBIT TO *
      *      THE ACCOUNT PROG4 CREDITED                          *
      ************************************************************
       4500-REVERSE-TAX-SUMMARY.
           OPEN EXTEND TAX-HIST-FILE
           IF (TAXHIST-FILE-STATUS NOT = '00') THEN
               OPEN OUTPUT TAX-HIST-FILE
           END-IF
           PERFORM 4510-REVERSE-ONE-TAX
               VARYING TAX-SUB FROM 1 BY 1
               UNTIL TAX-SUB > TAXSUM-COUNT
           CLOSE TAX-HIST-FILE.


       4510-REVERSE-ONE-TAX.
           MOVE TX-TAX-CODE(TAX-SUB) TO TS-TAX-CODE
           MOVE ZEROS             TO TS-RECORD-COUNT
           MOVE ZEROS             TO TS-AMOUNT-TOTAL
           MOVE RC-GENERATION     TO TS-GENERATION
           MOVE REVERSE-PERIOD-NO TO TS-PERIOD-NO
           MOVE TAXSUM-DATA       TO TH-TAXSUM
           MOVE REVERSE-QTR-KEY   TO TH-QTR-KEY
           WRITE TAXHIST-REC FROM TAXHIST-DATA
           ADD 1 TO TAXH-COUNT
           IF (GL-POSTED) THEN
               MOVE TX-TAX-CODE(TAX-SUB) TO FIND-CODE
               PERFORM 1420-FIND-RULE-GL
               MOVE TX-TAX-CODE(TAX-SUB)     TO GL-DEDUCT-CODE
               MOVE FOUND-GL-ACCOUNT         TO GL-ACCOUNT
               MOVE TX-RECORD-COUNT(TAX-SUB) TO GL-RECORD-COUNT
               MOVE TX-AMOUNT(TAX-SUB)       TO GL-AMOUNT-TOTAL
               MOVE RC-GENERATION            TO GL-GENERATION
               MOVE REVERSE-PERIOD-NO        TO GL-PERIOD-NO
               MOVE SPACES                   TO GL-COST-CENTER
               MOVE 'D'                      TO GL-DR-CR
               WRITE GLREV-REC FROM GLPOST-DATA
               ADD 1 TO GL-REV-COUNT
           END-IF.


      ************************************************************
      *      4550-REVERSE-DED-POSTINGS POSTS THE PERIOD'S        *
      *      DEDUCTION-CODE TOTALS BACK OUT WHEN THE PERIOD HAS  *
      *      REACHED THE LEDGER - EACH DEDUCTION-CODE CREDIT ON  *
      *      THE PROG4 GL POSTING EXTRACT GOES BACK AS A DEBIT   *
      *      TO THE SAME ACCOUNT FOR THE SAME COUNT AND AMOUNT,  *
      *      SO THE RERUN'S PROG4 POSTING IS NOT TAKEN TWICE -   *
      *      THE TAX AND EMPLOYER COST RECORDS ON THE EXTRACT    *
      *      ARE LEFT TO 4500 AND 4600                           *
      ************************************************************
       4550-REVERSE-DED-POSTINGS.
           IF (GL-POSTED) THEN
               OPEN INPUT GL-POST-FILE
               PERFORM 9750-READ-GLPOST
               PERFORM 4560-REVERSE-ONE-DED-POSTING
                   UNTIL GLPOST-AT-EOF
               CLOSE GL-POST-FILE
           END-IF.


       4560-REVERSE-ONE-DED-POSTING.
           PERFORM 1430-FIND-TAX-CODE
           IF (GL-DR-CR = SPACES) AND (NOT IS-TAX-CODE) THEN
               MOVE RC-GENERATION     TO GL-GENERATION
               MOVE 'D'               TO GL-DR-CR
               WRITE GLREV-REC FROM GLPOST-DATA
               ADD 1 TO GL-REV-COUNT
               ADD GL-AMOUNT-TOTAL    TO GLDED-REV-TOTAL
           END-IF
           PERFORM 9750-READ-GLPOST.


      ************************************************************
      *      4600-REVERSE-ER-ACCRUAL POSTS THE PERIOD'S EMPLOYER *
      *      COST BACK OUT - A CREDIT TO EACH EXPENSE ACCOUNT    *
      *      AND A DEBIT TO EACH LIABILITY ACCOUNT, THE MIRROR   *
      *      OF THE PROG4 POSTING - WHEN THE PERIOD HAS REACHED  *
      *      THE LEDGER, AND TOTALS THE ACCRUAL EITHER WAY FOR   *
      *      THE TIE-OUT                                         *
      ************************************************************
       4600-REVERSE-ER-ACCRUAL.
           IF (ERACCR-PRESENT) THEN
               OPEN INPUT ER-ACCRUAL-FILE
               MOVE 'N' TO ERACCR-EOF-SW
               PERFORM 9400-READ-ERACCR
               PERFORM 4610-REVERSE-ONE-ACCRUAL
                   UNTIL ERACCR-AT-EOF
               CLOSE ER-ACCRUAL-FILE
           END-IF.


       4610-REVERSE-ONE-ACCRUAL.
           ADD EA-AMOUNT TO ORIG-ER-TOTAL
           IF (GL-POSTED) THEN
               MOVE EA-COST-TYPE      TO GL-DEDUCT-CODE
               MOVE EA-EXPENSE-GL     TO GL-ACCOUNT
               MOVE EA-EMP-COUNT      TO GL-RECORD-COUNT
               MOVE EA-AMOUNT         TO GL-AMOUNT-TOTAL
               MOVE RC-GENERATION     TO GL-GENERATION
               MOVE EA-PERIOD-NO      TO GL-PERIOD-NO
               MOVE EA-COST-CENTER    TO GL-COST-CENTER
               MOVE 'C'               TO GL-DR-CR
               WRITE GLREV-REC FROM GLPOST-DATA
               MOVE EA-LIABILITY-GL   TO GL-ACCOUNT
               MOVE 'D'               TO GL-DR-CR
               WRITE GLREV-REC FROM GLPOST-DATA
               ADD 2 TO GL-REV-COUNT
               ADD EA-AMOUNT          TO ER-REV-TOTAL
           END-IF
           PERFORM 9400-READ-ERACCR.


      ************************************************************
      *      4700-REVERSE-GARNISHMENTS SORTS THE ORDER FILE AND  *
      *      THE PERIOD'S PAYMENTS INTO EMPID/CASE SEQUENCE AND  *
      *      MATCH-MERGES THEM - EACH PAYMENT COMES BACK OFF ITS *
      *      ORDER'S PAID-TO-DATE, AN ORDER THE PAYMENT HAD      *
      *      SATISFIED IS MADE ACTIVE AGAIN, AND EVERY PAYMENT   *
      *      IS WRITTEN TO THE REVERSING EXTRACT AND LISTED -    *
      *      EVERY ORDER IS WRITTEN TO GARN-OUT-FILE, TOUCHED OR *
      *      NOT                                                 *
      ************************************************************
       4700-REVERSE-GARNISHMENTS.
           IF (GARNIN-PRESENT) THEN
               SORT GARN-SORT-FILE
                   ON ASCENDING KEY GNSRT-EMPID
                                    GNSRT-CASE-NO
                   USING RAW-GARN-FILE
                   GIVING SORTED-GARN-FILE
               OPEN INPUT SORTED-GARN-FILE
                    OUTPUT GARN-OUT-FILE
                    OUTPUT GARN-REV-FILE
               PERFORM 9700-READ-GARN
               IF (GARNPAY-PRESENT) THEN
                   SORT GPAY-SORT-FILE
                       ON ASCENDING KEY GPSRT-EMPID
                                        GPSRT-CASE-NO
                       USING GARN-PAY-FILE
                       GIVING SORTED-GPAY-FILE
                   OPEN INPUT SORTED-GPAY-FILE
                   PERFORM 9650-READ-SORTED-GARNPAY
               ELSE
                   SET GPAY-AT-EOF TO TRUE
               END-IF
               IF (NOT GPAY-AT-EOF) THEN
                   MOVE SPACES TO REVRPT-REC
                   WRITE REVRPT-REC
                       AFTER ADVANCING 1 LINE
                   WRITE REVRPT-REC FROM REVRPT-GARN-HEADING
                       AFTER ADVANCING 1 LINE
               END-IF
               PERFORM 4710-GARN-MATCH-LOOP
                   UNTIL (GARN-AT-EOF) AND (GPAY-AT-EOF)
               CLOSE SORTED-GARN-FILE
                   GARN-OUT-FILE
                   GARN-REV-FILE
               IF (GARNPAY-PRESENT) THEN
                   CLOSE SORTED-GPAY-FILE
               END-IF
           END-IF.


      ************************************************************
      *      4710-GARN-MATCH-LOOP TAKES THE CLASSIC MATCH-MERGE  *
      *      BRANCH FOR THE LOWER EMPID/CASE KEY - AN ORDER WITH *
      *      NO PAYMENT IS CARRIED FORWARD, A PAYMENT WITH NO    *
      *      ORDER IS STILL REVERSED BUT LISTED AS NOT RESTORED, *
      *      AND A MATCH IS TAKEN BACK OFF THE ORDER, WHICH      *
      *      STAYS IN HAND UNTIL ITS KEY IS PASSED               *
      ************************************************************
       4710-GARN-MATCH-LOOP.
           IF (GPAY-AT-EOF) THEN
               PERFORM 4730-CARRY-GARN-FORWARD
           ELSE
               IF (GARN-AT-EOF) THEN
                   PERFORM 4740-REJECT-GARN-PAYMENT
               ELSE
                   IF (GPAY-KEY < GN-ORDER-KEY) THEN
                       PERFORM 4740-REJECT-GARN-PAYMENT
                   ELSE
                       IF (GN-ORDER-KEY < GPAY-KEY) THEN
                           PERFORM 4730-CARRY-GARN-FORWARD
                       ELSE
                           PERFORM 4720-RESTORE-ONE-GARN-PAYMENT
                       END-IF
                   END-IF
               END-IF
           END-IF.


       4720-RESTORE-ONE-GARN-PAYMENT.
           IF (GP-AMOUNT > GN-PAID-TO-DATE) THEN
               ADD GN-PAID-TO-DATE TO BACKED-GARN-TOTAL
               MOVE ZEROS TO GN-PAID-TO-DATE
               MOVE 'OVER PAID TO DATE - ZEROED'  TO GV-DISPOSITION
           ELSE
               ADD GP-AMOUNT TO BACKED-GARN-TOTAL
               SUBTRACT GP-AMOUNT FROM GN-PAID-TO-DATE
               MOVE 'RESTORED TO ORDER'           TO GV-DISPOSITION
           END-IF
           IF (GN-STATUS = 'S')
              AND (GN-PAID-TO-DATE < GN-TOTAL-OWED) THEN
               MOVE 'A' TO GN-STATUS
               ADD 1 TO GARN-REOPENED-COUNT
               MOVE 'RESTORED - ORDER ACTIVE AGAIN' TO GV-DISPOSITION
           END-IF
           PERFORM 4750-WRITE-GARN-REVERSAL
           PERFORM 9650-READ-SORTED-GARNPAY.


       4730-CARRY-GARN-FORWARD.
           WRITE GARN-OUT-REC FROM GARN-DATA
           PERFORM 9700-READ-GARN.


       4740-REJECT-GARN-PAYMENT.
           MOVE 'ORDER NOT ON FILE - NOT RESTORED' TO GV-DISPOSITION
           PERFORM 4750-WRITE-GARN-REVERSAL
           PERFORM 9650-READ-SORTED-GARNPAY.


       4750-WRITE-GARN-REVERSAL.
           ADD 1 TO GARN-REV-COUNT
           MOVE GP-AGENCY-CODE    TO GV-AGENCY-CODE
           MOVE GP-CASE-NO        TO GV-CASE-NO
           MOVE GP-EMPID          TO GV-EMPID
           MOVE GP-AMOUNT         TO GV-AMOUNT
           WRITE REVRPT-REC FROM REVRPT-GARN-DETAIL
               AFTER ADVANCING 1 LINE
           MOVE 'R'               TO GP-REC-TYPE
           WRITE GARNREV-REC FROM GARNPAY-DATA.


      ************************************************************
      *      5000-PRINT-HEAD PRINTS THE REGISTER HEADING LINES   *
      *      AT THE TOP OF THE RUN                               *
      ************************************************************
       5000-PRINT-HEAD.
           ACCEPT CURRENT-DATE FROM DATE
           MOVE CURRENT-DATE      TO REVRPT-DATE
           MOVE REVERSE-PERIOD-NO TO RH-PERIOD-NO
           WRITE REVRPT-REC FROM REVRPT-HEADING1
               AFTER ADVANCING 1 LINE
           WRITE REVRPT-REC FROM REVRPT-HEADING2
               AFTER ADVANCING 2 LINE
           MOVE SPACES TO REVRPT-REC
           WRITE REVRPT-REC
               AFTER ADVANCING 1 LINE.


      ************************************************************
      *      5500-APPEND-REVERSALS COPIES THE X AND Y RECORDS    *
      *      FROM THE WORK FILE ONTO THE END OF THE PAY HISTORY, *
      *      NOW THAT IT IS NO LONGER OPEN FOR INPUT             *
      ************************************************************
       5500-APPEND-REVERSALS.
           OPEN INPUT HIST-WORK-FILE
                EXTEND PAY-HIST-FILE
           PERFORM 9150-READ-HIST-WORK
           PERFORM 5510-COPY-ONE-REVERSAL
               UNTIL HISTWRK-AT-EOF
           CLOSE HIST-WORK-FILE
               PAY-HIST-FILE.


       5510-COPY-ONE-REVERSAL.
           WRITE PAYHIST-REC FROM PAYHIST-DATA
           PERFORM 9150-READ-HIST-WORK.


      ************************************************************
      *      6000-PRINT-TIE-OUT LINES EVERY BACKED-OUT TOTAL UP  *
      *      AGAINST THE ORIGINAL PERIOD TOTAL IT SHOULD MATCH - *
      *      PAY FROM THE PAY HISTORY AGAINST WHAT CAME OFF YTD, *
      *      TAX FROM THE TAX SUMMARY AGAINST WHAT CAME OFF YTD, *
      *      DEPOSITS FROM THE ORIGINAL BANK TRAILER AGAINST THE *
      *      REVERSING EXTRACT, CHECKS FROM THE PAY HISTORY      *
      *      AGAINST THE VOIDS, GARNISHMENTS FROM THE REMITTANCE *
      *      EXTRACT AGAINST WHAT CAME OFF THE ORDERS, AND THE   *
      *      DEDUCTION POSTINGS FROM THE PROG4 GL EXTRACT AND    *
      *      EMPLOYER COST FROM THE ACCRUAL AGAINST THE GL       *
      *      REVERSAL                                            *
      ************************************************************
       6000-PRINT-TIE-OUT.
           MOVE SPACES TO REVRPT-REC
           WRITE REVRPT-REC
               AFTER ADVANCING 1 LINE
           WRITE REVRPT-REC FROM REVRPT-TIE-HEADING1
               AFTER ADVANCING 1 LINE
           WRITE REVRPT-REC FROM REVRPT-TIE-HEADING2
               AFTER ADVANCING 2 LINE
           MOVE 'GROSS PAY'           TO TL-ITEM
           MOVE ORIG-GROSS-TOTAL      TO TIE-ORIGINAL
           MOVE BACKED-GROSS-TOTAL    TO TIE-BACKED-OUT
           PERFORM 6010-PRINT-ONE-TIE
           MOVE 'DEDUCTIONS'          TO TL-ITEM
           MOVE ORIG-DED-TOTAL        TO TIE-ORIGINAL
           MOVE BACKED-DED-TOTAL      TO TIE-BACKED-OUT
           PERFORM 6010-PRINT-ONE-TIE
           MOVE 'NET PAY'             TO TL-ITEM
           MOVE ORIG-NET-TOTAL        TO TIE-ORIGINAL
           MOVE BACKED-NET-TOTAL      TO TIE-BACKED-OUT
           PERFORM 6010-PRINT-ONE-TIE
           MOVE 'FEDERAL TAX'         TO TL-ITEM
           MOVE ORIG-FED-TOTAL        TO TIE-ORIGINAL
           MOVE BACKED-FED-TOTAL      TO TIE-BACKED-OUT
           PERFORM 6010-PRINT-ONE-TIE
           MOVE 'STATE TAX'           TO TL-ITEM
           MOVE ORIG-STA-TOTAL        TO TIE-ORIGINAL
           MOVE BACKED-STA-TOTAL      TO TIE-BACKED-OUT
           PERFORM 6010-PRINT-ONE-TIE
           MOVE 'FICA TAX'            TO TL-ITEM
           MOVE ORIG-FICA-TOTAL       TO TIE-ORIGINAL
           MOVE BACKED-FICA-TOTAL     TO TIE-BACKED-OUT
           PERFORM 6010-PRINT-ONE-TIE
           MOVE 'DIRECT DEPOSITS'     TO TL-ITEM
           MOVE ORIG-BANK-TOTAL       TO TIE-ORIGINAL
           MOVE BANK-REV-TOTAL        TO TIE-BACKED-OUT
           PERFORM 6010-PRINT-ONE-TIE
           MOVE 'PAPER CHECKS'        TO TL-ITEM
           MOVE ORIG-CHECK-TOTAL      TO TIE-ORIGINAL
           MOVE VOID-TOTAL            TO TIE-BACKED-OUT
           PERFORM 6010-PRINT-ONE-TIE
           MOVE 'GARNISHMENTS'        TO TL-ITEM
           MOVE ORIG-GARN-TOTAL       TO TIE-ORIGINAL
           MOVE BACKED-GARN-TOTAL     TO TIE-BACKED-OUT
           PERFORM 6010-PRINT-ONE-TIE
           IF (GL-POSTED) THEN
               MOVE 'GL DEDUCTIONS'       TO TL-ITEM
               MOVE ORIG-GLDED-TOTAL      TO TIE-ORIGINAL
               MOVE GLDED-REV-TOTAL       TO TIE-BACKED-OUT
               PERFORM 6010-PRINT-ONE-TIE
               MOVE 'EMPLOYER COST'       TO TL-ITEM
               MOVE ORIG-ER-TOTAL         TO TIE-ORIGINAL
               MOVE ER-REV-TOTAL          TO TIE-BACKED-OUT
               PERFORM 6010-PRINT-ONE-TIE
           ELSE
               WRITE REVRPT-REC FROM REVRPT-GL-NOT-POSTED
                   AFTER ADVANCING 1 LINE
           END-IF.


       6010-PRINT-ONE-TIE.
           COMPUTE TIE-DIFFERENCE = TIE-ORIGINAL - TIE-BACKED-OUT
           MOVE TIE-ORIGINAL      TO TL-ORIGINAL
           MOVE TIE-BACKED-OUT    TO TL-BACKED-OUT
           MOVE TIE-DIFFERENCE    TO TL-DIFFERENCE
           IF (TIE-DIFFERENCE = 0) THEN
               MOVE 'TIES'            TO TL-STATUS
           ELSE
               MOVE 'DOES NOT TIE'    TO TL-STATUS
           END-IF
           WRITE REVRPT-REC FROM REVRPT-TIE-LINE
               AFTER ADVANCING 1 LINE.


      ************************************************************
      *      6100-PRINT-SUMMARY PRINTS THE COUNT OF EVERY KIND   *
      *      OF RECORD THE REVERSAL READ, WROTE, OR SET ASIDE,   *
      *      AND CONFIRMS THE PERIOD IS OPEN AGAIN               *
      ************************************************************
       6100-PRINT-SUMMARY.
           MOVE PAY-REV-COUNT      TO RS-PAY-COUNT
           MOVE RETRO-REV-COUNT    TO RS-RETRO-COUNT
           MOVE YTD-BACKED-COUNT   TO RS-YTD-COUNT
           MOVE NO-YTD-COUNT       TO RS-NO-YTD-COUNT
           MOVE ARR-RESTORED-COUNT TO RS-ARR-RESTORED
           MOVE ARR-REMOVED-COUNT  TO RS-ARR-REMOVED
           MOVE BANK-REV-COUNT     TO RS-BANK-COUNT
           MOVE VOID-COUNT         TO RS-VOID-COUNT
           MOVE CASHED-COUNT       TO RS-CASHED-COUNT
           MOVE TAXH-COUNT         TO RS-TAXH-COUNT
           MOVE GL-REV-COUNT       TO RS-GL-COUNT
           MOVE GARN-REV-COUNT     TO RS-GARN-COUNT
           MOVE GARN-REOPENED-COUNT TO RS-GARN-REOPENED
           MOVE REVERSE-PERIOD-NO  TO RS-PERIOD-NO
           MOVE SPACES TO REVRPT-REC
           WRITE REVRPT-REC
               AFTER ADVANCING 1 LINE
           WRITE REVRPT-REC FROM REVRPT-SUMMARY1
               AFTER ADVANCING 1 LINE
           WRITE REVRPT-REC FROM REVRPT-SUMMARY2
               AFTER ADVANCING 1 LINE
           WRITE REVRPT-REC FROM REVRPT-SUMMARY3
               AFTER ADVANCING 1 LINE
           WRITE REVRPT-REC FROM REVRPT-SUMMARY4
               AFTER ADVANCING 1 LINE
           WRITE REVRPT-REC FROM REVRPT-SUMMARY5
               AFTER ADVANCING 1 LINE
           WRITE REVRPT-REC FROM REVRPT-SUMMARY6
               AFTER ADVANCING 1 LINE
           WRITE REVRPT-REC FROM REVRPT-SUMMARY7
               AFTER ADVANCING 1 LINE
           WRITE REVRPT-REC FROM REVRPT-SUMMARY8
               AFTER ADVANCING 1 LINE
           WRITE REVRPT-REC FROM REVRPT-SUMMARY9
               AFTER ADVANCING 1 LINE
           WRITE REVRPT-REC FROM REVRPT-SUMMARY10
               AFTER ADVANCING 1 LINE
           WRITE REVRPT-REC FROM REVRPT-SUMMARY11
               AFTER ADVANCING 1 LINE
           WRITE REVRPT-REC FROM REVRPT-SUMMARY12
               AFTER ADVANCING 1 LINE
           WRITE REVRPT-REC FROM REVRPT-SUMMARY13
               AFTER ADVANCING 1 LINE
           WRITE REVRPT-REC FROM REVRPT-REOPENED
               AFTER ADVANCING 2 LINE.


      ************************************************************
      *      6300-REOPEN-PERIOD REWRITES THE PAY-PERIOD CALENDAR *
      *      WITH THE REVERSED PERIOD MARKED UNPAID, SO THE      *
      *      PROG3 PAY RUN WILL PAY IT AGAIN WITHOUT THE         *
      *      OPERATOR OVERRIDE                                   *
      ************************************************************
       6300-REOPEN-PERIOD.
           MOVE 'N' TO PCT-PAID-SW(REVERSE-PERIOD-SUB)
           OPEN OUTPUT PAY-CAL-FILE
           PERFORM 6310-WRITE-ONE-PERIOD
               VARYING PCAL-SUB FROM 1 BY 1
               UNTIL PCAL-SUB > PAYCAL-COUNT
           CLOSE PAY-CAL-FILE.


       6310-WRITE-ONE-PERIOD.
           MOVE PCT-PERIOD-NO(PCAL-SUB)  TO PC-PERIOD-NO
           MOVE PCT-START-DATE(PCAL-SUB) TO PC-START-DATE
           MOVE PCT-END-DATE(PCAL-SUB)   TO PC-END-DATE
           MOVE PCT-PAID-SW(PCAL-SUB)    TO PC-PAID-SW
           WRITE PAYCAL-REC FROM PAYCAL-DATA.


      ************************************************************
      *      9100-READ-HISTORY READS ONE PAY HISTORY RECORD AND  *
      *      COUNTS IT, SO BOTH PASSES NUMBER THE RECORDS THE    *
      *      SAME WAY - AT END IT SETS HIST-AT-EOF               *
      ************************************************************
       9100-READ-HISTORY.
           READ PAY-HIST-FILE INTO PAYHIST-DATA
                AT END
                   SET HIST-AT-EOF TO TRUE
                NOT AT END
                   ADD 1 TO HIST-REC-NO
           END-READ.


       9150-READ-HIST-WORK.
           READ HIST-WORK-FILE INTO PAYHIST-DATA
                AT END
                   SET HISTWRK-AT-EOF TO TRUE
           END-READ.


       9200-READ-YTD.
           READ YTD-IN-FILE INTO YTD-DATA
                AT END
                   SET YTD-AT-EOF TO TRUE
           END-READ.


       9250-READ-ARREARS.
           READ ARR-IN-FILE INTO ARR-DATA
                AT END
                   SET ARR-AT-EOF TO TRUE
           END-READ.


       9300-READ-BANKPAY.
           READ BANK-PAY-FILE INTO BANK-DETAIL
                AT END
                   SET BANK-AT-EOF TO TRUE
           END-READ.


       9350-READ-TAXSUM.
           READ TAX-SUM-FILE INTO TAXSUM-DATA
                AT END
                   SET TAXSUM-AT-EOF TO TRUE
           END-READ.


       9400-READ-ERACCR.
           READ ER-ACCRUAL-FILE INTO ERACCR-DATA
                AT END
                   SET ERACCR-AT-EOF TO TRUE
           END-READ.


       9450-READ-DEDRULE.
           READ DED-RULES-FILE INTO DEDRULE-DATA
                AT END
                   SET DEDRULE-AT-EOF TO TRUE
           END-READ.


       9500-READ-PAYCAL.
           READ PAY-CAL-FILE INTO PAYCAL-DATA
                AT END
                   SET PAYCAL-AT-EOF TO TRUE
           END-READ.


       9550-READ-ISSUE.
           READ SORTED-ISSUE-FILE INTO CHKISSU-DATA
                AT END
                   SET ISSUE-AT-EOF TO TRUE
           END-READ.


       9600-READ-GARNPAY.
           READ GARN-PAY-FILE INTO GARNPAY-DATA
                AT END
                   SET GPAY-AT-EOF TO TRUE
           END-READ.


       9650-READ-SORTED-GARNPAY.
           READ SORTED-GPAY-FILE INTO GARNPAY-DATA
                AT END
                   SET GPAY-AT-EOF TO TRUE
                NOT AT END
                   MOVE GP-EMPID   TO GPK-EMPID
                   MOVE GP-CASE-NO TO GPK-CASE-NO
           END-READ.


       9700-READ-GARN.
           READ SORTED-GARN-FILE INTO GARN-DATA
                AT END
                   SET GARN-AT-EOF TO TRUE
           END-READ.


       9750-READ-GLPOST.
           READ GL-POST-FILE INTO GLPOST-DATA
                AT END
                   SET GLPOST-AT-EOF TO TRUE
           END-READ.


      ************************************************************
      *      8100-CHECK-RUN-CONTROL ENFORCES THE JOB-STREAM      *
      *      SEQUENCE BEFORE ANYTHING IS TOUCHED - THE RUN       *
      *      ABENDS WITH AN OPERATOR MESSAGE IF THE SHARED RUN   *
      *      CONTROL IS MISSING, IF A PROG3 PAY RUN IS STARTED   *
      *      BUT NOT FINISHED (IT WOULD BE REWRITING THE SAME    *
      *      FILES), OR IF A PROG16 VOID RUN IS (IT WOULD BE     *
      *      APPENDING TO THE SAME CHECK TRAIL) - A CLEAN START  *
      *      IS STAMPED S SO AN INTERRUPTED RUN IS VISIBLE       *
      ************************************************************
       8100-CHECK-RUN-CONTROL.
           OPEN INPUT RUN-CTL-FILE
           IF (RUNCTL-FILE-STATUS NOT = '00') THEN
               DISPLAY 'PROG21: RUN CONTROL NOT FOUND - '
                   'RUN PROG5 MASTER LOAD FIRST'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           READ RUN-CTL-FILE INTO RUN-CTL-DATA
           IF (RUNCTL-FILE-STATUS NOT = '00') THEN
               DISPLAY 'PROG21: RUN CONTROL UNREADABLE - '
                   'RUN PROG5 MASTER LOAD FIRST'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE RUN-CTL-FILE
           IF (RC-STEP-DONE(3) = 'S') THEN
               DISPLAY 'PROG21: PROG3 PAY RUN STARTED BUT NOT '
                   'COMPLETE FOR GENERATION ' RC-GENERATION
                   ' - RUN ABORTED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF (RC-STEP-DONE(16) = 'S') THEN
               DISPLAY 'PROG21: PROG16 VOID RUN STARTED BUT NOT '
                   'COMPLETE FOR GENERATION ' RC-GENERATION
                   ' - RUN ABORTED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF (RC-STEP-DONE(21) NOT = 'S') THEN
               MOVE 'S' TO RC-STEP-DONE(21)
               PERFORM 8300-REWRITE-RUN-CONTROL
           END-IF.


      ************************************************************
      *      8200-MARK-STEP-DONE STAMPS THIS RUN AS COMPLETED ON *
      *      THE SHARED RUN CONTROL AND TAKES THE PROG3 STEP     *
      *      BACK TO NOT RUN, SINCE THE PAY RUN IT RECORDED HAS  *
      *      BEEN UNDONE - STEPS THAT CHECK FOR A FINISHED PAY   *
      *      RUN WAIT FOR THE RERUN                              *
      ************************************************************
       8200-MARK-STEP-DONE.
           MOVE 'N' TO RC-STEP-DONE(3)
           MOVE 'Y' TO RC-STEP-DONE(21)
           PERFORM 8300-REWRITE-RUN-CONTROL.


       8300-REWRITE-RUN-CONTROL.
           OPEN OUTPUT RUN-CTL-FILE
           WRITE RUN-CTL-REC FROM RUN-CTL-DATA
           CLOSE RUN-CTL-FILE.

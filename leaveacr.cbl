       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG20.
       AUTHOR. TIM PATRICK.
      * VACATION AND SICK LEAVE ACCRUAL AND USAGE RUN AGAINST THE
      * PROG1 MASTER FILE AND THE LEAVE BALANCE FILE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RAW-MASTER-FILE   ASSIGN TO DA-S-INPUT.
           SELECT MASTER-SORT-FILE  ASSIGN TO SORTWK1.
           SELECT SORTED-MASTER-FILE ASSIGN TO DA-S-SRTMSTR.
           SELECT LEAVE-IN-FILE     ASSIGN TO DA-S-LEAVEIN
               FILE STATUS IS LEAVEIN-FILE-STATUS.
           SELECT LEAVE-OUT-FILE    ASSIGN TO DA-S-LEAVEOUT.
           SELECT RAW-USAGE-FILE    ASSIGN TO DA-S-LEAVEUSE
               FILE STATUS IS USAGE-FILE-STATUS.
           SELECT USAGE-SORT-FILE   ASSIGN TO SORTWK2.
           SELECT SORTED-USAGE-FILE ASSIGN TO DA-S-SRTLVUS.
           SELECT LEAVE-RATE-FILE   ASSIGN TO DA-S-LEAVERT
               FILE STATUS IS LVRATE-FILE-STATUS.
           SELECT TAX-SUM-FILE      ASSIGN TO DA-S-TAXSUM
               FILE STATUS IS TAXSUM-FILE-STATUS.
           SELECT LEAVE-RPT-FILE    ASSIGN TO UR-S-LEAVERPT.
           SELECT RUN-CTL-FILE      ASSIGN TO DA-S-RUNCTL
               FILE STATUS IS RUNCTL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      ***********************************************************
      *    RAW-MASTER-FILE IS THE EXISTING PROG1 MASTER, IN THE  *
      *    SAME PHYSICAL LAYOUT AS PROG1'S INPUT-REC - IT IS     *
      *    SORTED INTO I-EMPID SEQUENCE BELOW SO IT CAN BE       *
      *    MATCHED AGAINST THE LEAVE BALANCE FILE AND THE        *
      *    SORTED LEAVE USAGE                                    *
      ***********************************************************
       FD RAW-MASTER-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 RAW-MASTER-REC        PIC X(106).
       SD MASTER-SORT-FILE.
       01 MSRT-REC.
           03 MSRT-EMPID        PIC 9(7).
           03 FILLER            PIC X(99).
       FD SORTED-MASTER-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 SRTD-MASTER-REC       PIC X(106).
      ***********************************************************
      *    LEAVE-IN-FILE IS THE LEAVE BALANCE FILE AS THE PRIOR  *
      *    LEAVE RUN (OR THE PROG11 YEAR-END CARRYOVER) LEFT IT, *
      *    ONE RECORD PER EMPLOYEE IN EMPID SEQUENCE - A MISSING *
      *    FILE IS THE FIRST LEAVE RUN, SO EVERY EMPLOYEE STARTS *
      *    FROM ZERO, THE SAME WAY PROG3 TREATS A MISSING YTD    *
      ***********************************************************
       FD LEAVE-IN-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 LEAVE-IN-REC          PIC X(70).
      ***********************************************************
      *    LEAVE-OUT-FILE IS THE UPDATED LEAVE BALANCE FILE FOR  *
      *    THE NEXT LEAVE RUN, WRITTEN IN EMPID SEQUENCE -       *
      *    BALANCES OF EMPLOYEES NO LONGER ON THE MASTER ARE     *
      *    CARRIED FORWARD UNCHANGED                             *
      ***********************************************************
       FD LEAVE-OUT-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 LEAVE-OUT-REC         PIC X(70).
      ***********************************************************
      *    RAW-USAGE-FILE IS THE PERIOD'S LEAVE-USAGE            *
      *    TRANSACTIONS - ONE RECORD PER ABSENCE WITH THE LEAVE  *
      *    TYPE (V VACATION, S SICK), HOURS, AND DATE TAKEN - IT *
      *    IS SORTED INTO EMPID SEQUENCE BELOW, KEEPING EACH     *
      *    EMPLOYEE'S TRANSACTIONS IN THE ORDER KEYED - A        *
      *    MISSING FILE MEANS NO LEAVE WAS TAKEN THIS PERIOD     *
      ***********************************************************
       FD RAW-USAGE-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 RAW-USAGE-REC         PIC X(30).
       SD USAGE-SORT-FILE.
       01 USRT-REC.
           03 USRT-EMPID        PIC 9(7).
           03 FILLER            PIC X(23).
       FD SORTED-USAGE-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 SRTD-USAGE-REC        PIC X(30).
      ***********************************************************
      *    LEAVE-RATE-FILE IS THE LEAVE ACCRUAL RATE TABLE - ONE *
      *    RECORD PER SERVICE BAND (1 UNDER 1 YEAR, 2 1-4 YEARS, *
      *    3 5-9 YEARS, 4 10 YEARS AND OVER, THE SAME BANDS THE  *
      *    PROG8 SENIORITY REPORT COUNTS) GIVING THE VACATION    *
      *    AND SICK HOURS ACCRUED PER PAY PERIOD AND THE MOST OF *
      *    EACH THAT MAY CARRY OVER INTO A NEW YEAR - THE RUN    *
      *    CANNOT ACCRUE WITHOUT IT AND ABENDS IF IT IS MISSING  *
      ***********************************************************
       FD LEAVE-RATE-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 LVRATE-REC            PIC X(30).
      ***********************************************************
      *    TAX-SUM-FILE IS THE TAX WITHHOLDING SUMMARY THE       *
      *    PROG3 PAY RUN LEFT BEHIND - ONLY ITS PAY PERIOD       *
      *    NUMBER IS USED HERE, SO THE REGISTER AND THE BALANCE  *
      *    RECORDS SAY WHICH PERIOD WAS ACCRUED                  *
      ***********************************************************
       FD TAX-SUM-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 TAXSUM-REC            PIC X(30).
      ***********************************************************
      *    LEAVE-RPT-FILE IS THE PRINTED LEAVE REGISTER - ONE    *
      *    LINE PER EMPLOYEE WITH THE OPENING BALANCE, HOURS     *
      *    ACCRUED, HOURS TAKEN, AND CLOSING BALANCE FOR BOTH    *
      *    VACATION AND SICK LEAVE, ANY REJECTED USAGE LISTED    *
      *    UNDER IT, AND THE RUN SUMMARY                         *
      ***********************************************************
       FD LEAVE-RPT-FILE
           LABEL RECORDS ARE OMITTED.
       01 LEAVERPT-REC          PIC X(160).
      ***********************************************************
      *    RUN-CTL-FILE IS THE SHARED JOB-STREAM RUN CONTROL    *
      *    MAINTAINED BY THE PROG5 MASTER LOAD - THE LEAVE RUN  *
      *    REFUSES TO START UNTIL THE PROG3 PAY RUN HAS          *
      *    COMPLETED FOR THIS GENERATION, SO LEAVE IS ACCRUED   *
      *    ONCE FOR EACH PERIOD ACTUALLY PAID                   *
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
      *    LAYOUT FOR ONE MASTER RECORD, BROKEN OUT INTO ITS     *
      *    FIELDS THE SAME WAY PROG1'S INPUT-DATA IS - THE NAME  *
      *    FIELDS AND THE HIRE DATE ARE USED HERE                *
      ***********************************************************
       01 MSTR-DATA.
           03 MSTR-EMPID        PIC 9(7).
           03 MSTR-LNAME        PIC X(15).
           03 MSTR-FNAME        PIC X(15).
           03 MSTR-EMPTYPE      PIC 9(2).
           03 MSTR-TITLE        PIC X(17).
           03 MSTR-SSN.
              05 MSTR-SSN1      PIC 999.
              05 MSTR-SSN2      PIC 99.
              05 MSTR-SSN3      PIC 9999.
           03 MSTR-DEDUCTIONS.
              05 MSTR-DEDUCT OCCURS 3 TIMES.
                 07 MSTR-DEDUCT-CODE    PIC X(2).
                 07 MSTR-DEDUCT-AMOUNT  PIC 9999V99.
           03 MSTR-DATE         PIC 9(8).
           03 MSTR-HIRE-DATE REDEFINES MSTR-DATE.
              05 MSTR-HIRE-MM   PIC 99.
              05 MSTR-HIRE-DD   PIC 99.
              05 MSTR-HIRE-YYYY PIC 9999.
           03 FILLER            PIC X(2).
           03 MSTR-EMPRATE      PIC 9999V99.
           03 MSTR-EMPSTATUS    PIC X(1).

      ***********************************************************
      *    LAYOUT FOR ONE LEAVE BALANCE RECORD AS READ FROM      *
      *    LEAVE-IN-FILE, AND THE RECORD BEING BUILT FOR THE     *
      *    EMPLOYEE IN HAND - THE SERVICE BAND IS THE ONE THE    *
      *    LAST ACCRUAL USED, WHICH THE PROG11 YEAR-END RUN      *
      *    TAKES THE CARRYOVER CAP FROM - THE YEAR-TO-DATE HOURS *
      *    START OVER AT YEAR END                                *
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
       01 LEAVE-WORK.
           03 LW-EMPID          PIC 9(7).
           03 LW-SERVICE-BAND   PIC 9(1).
           03 LW-VAC-BALANCE    PIC 9(5)V99.
           03 LW-SICK-BALANCE   PIC 9(5)V99.
           03 LW-VAC-YTD-ACCRUED PIC 9(5)V99.
           03 LW-VAC-YTD-TAKEN  PIC 9(5)V99.
           03 LW-SICK-YTD-ACCRUED PIC 9(5)V99.
           03 LW-SICK-YTD-TAKEN PIC 9(5)V99.
           03 LW-LAST-PERIOD-NO PIC 9(4).
           03 LW-LAST-GENERATION PIC 9(6).
           03 FILLER            PIC X(10).

      ***********************************************************
      *    LAYOUT FOR ONE SORTED LEAVE-USAGE TRANSACTION - THE   *
      *    DATE TAKEN IS CARRIED AS MMDDYYYY THE SAME WAY THE    *
      *    MASTER CARRIES THE HIRE DATE                          *
      ***********************************************************
       01 USAGE-DATA.
           03 LU-EMPID          PIC 9(7).
           03 LU-LEAVE-TYPE     PIC X(1).
               88 LU-VACATION                 VALUE 'V'.
               88 LU-SICK                     VALUE 'S'.
           03 LU-HOURS          PIC 9(3)V99.
           03 LU-DATE-TAKEN     PIC 9(8).
           03 FILLER            PIC X(9).

      ***********************************************************
      *    LAYOUT FOR ONE LEAVE RATE RECORD AND THE TABLE IT IS  *
      *    LOADED INTO, SUBSCRIPTED BY SERVICE BAND - A ZERO     *
      *    CARRYOVER CAP MEANS NO CAP - SEE 1600-LOAD-LEAVE-     *
      *    RATES                                                 *
      ***********************************************************
       01 LVRATE-DATA.
           03 LR-SERVICE-BAND   PIC 9(1).
           03 LR-VAC-ACCRUAL    PIC 9(3)V99.
           03 LR-SICK-ACCRUAL   PIC 9(3)V99.
           03 LR-VAC-CARRY-CAP  PIC 9(4)V99.
           03 LR-SICK-CARRY-CAP PIC 9(4)V99.
           03 FILLER            PIC X(7).
       01 LEAVE-RATE-TABLE.
           03 LEAVE-RATE-ENTRY OCCURS 4 TIMES.
              05 LRT-VAC-ACCRUAL PIC 9(3)V99  VALUE ZEROS.
              05 LRT-SICK-ACCRUAL PIC 9(3)V99 VALUE ZEROS.
              05 LRT-VAC-CARRY-CAP PIC 9(4)V99 VALUE ZEROS.
              05 LRT-SICK-CARRY-CAP PIC 9(4)V99 VALUE ZEROS.

      ***********************************************************
      *    LAYOUT FOR ONE TAX SUMMARY RECORD, READ FROM          *
      *    TAX-SUM-FILE INTO WORKING STORAGE - THE SAME SHAPE    *
      *    PROG3'S 6070-WRITE-TAX-SUMMARY WRITES                 *
      ***********************************************************
       01 TAXSUM-DATA.
           03 TS-TAX-CODE       PIC X(2).
           03 TS-RECORD-COUNT   PIC 9(7).
           03 TS-AMOUNT-TOTAL   PIC 9(9)V99.
           03 TS-GENERATION     PIC 9(6).
           03 TS-PERIOD-NO      PIC 9(4).

      ***********************************************************
      *    TABLE OF THE USAGE REJECTED FOR THE EMPLOYEE IN HAND, *
      *    COLLECTED WHILE THE USAGE IS EDITED AND PRINTED UNDER *
      *    THE EMPLOYEE'S REGISTER LINE - A REJECT PAST THE      *
      *    TABLE LIMIT IS STILL COUNTED IN THE RUN SUMMARY       *
      ***********************************************************
       01 REJECT-TABLE.
           03 REJ-COUNT         PIC 9(2)    COMP.
           03 REJ-ENTRY OCCURS 20 TIMES.
              05 RX-LEAVE-TYPE  PIC X(1).
              05 RX-HOURS       PIC 9(3)V99.
              05 RX-DATE-TAKEN  PIC 9(8).
              05 RX-REASON      PIC X(24).

      ***********************************************************
      *    LAYOUT FOR THE LEAVE REGISTER HEADING, DETAIL,        *
      *    REJECT, AND SUMMARY LINES                             *
      ***********************************************************
       01 LEAVERPT-HEADING1.
           03 LEAVERPT-DATE      PIC 99/99/99.
           03 FILLER             PIC X(10)   VALUE SPACES.
           03                    PIC X(25)   VALUE
               'PROG20 - LEAVE REGISTER  '.
           03                    PIC X(11)   VALUE 'PAY PERIOD '.
           03 LH-PERIOD-NO       PIC ZZZ9.
       01 LEAVERPT-HEADING2.
           03 FILLER             PIC X(44)   VALUE SPACES.
           03                    PIC X(40)   VALUE
               '------------ VACATION HOURS ------------'.
           03 FILLER             PIC X(2)    VALUE SPACES.
           03                    PIC X(40)   VALUE
               '-------------- SICK HOURS --------------'.
       01 LEAVERPT-HEADING3.
           03                    PIC X(6)    VALUE 'EMP ID'.
           03 FILLER             PIC X(3)    VALUE SPACES.
           03                    PIC X(4)    VALUE 'LAST'.
           03 FILLER             PIC X(12)   VALUE SPACES.
           03                    PIC X(5)    VALUE 'FIRST'.
           03 FILLER             PIC X(11)   VALUE SPACES.
           03                    PIC X(4)    VALUE 'BAND'.
           03 FILLER             PIC X(3)    VALUE SPACES.
           03                    PIC X(7)    VALUE 'OPENING'.
           03 FILLER             PIC X(3)    VALUE SPACES.
           03                    PIC X(7)    VALUE 'ACCRUED'.
           03 FILLER             PIC X(5)    VALUE SPACES.
           03                    PIC X(5)    VALUE 'TAKEN'.
           03 FILLER             PIC X(3)    VALUE SPACES.
           03                    PIC X(7)    VALUE 'CLOSING'.
           03 FILLER             PIC X(5)    VALUE SPACES.
           03                    PIC X(7)    VALUE 'OPENING'.
           03 FILLER             PIC X(3)    VALUE SPACES.
           03                    PIC X(7)    VALUE 'ACCRUED'.
           03 FILLER             PIC X(5)    VALUE SPACES.
           03                    PIC X(5)    VALUE 'TAKEN'.
           03 FILLER             PIC X(3)    VALUE SPACES.
           03                    PIC X(7)    VALUE 'CLOSING'.
       01 LEAVERPT-DETAIL.
           03 LD-EMPID            PIC 9(7).
           03 FILLER              PIC X(2)    VALUE SPACES.
           03 LD-LNAME            PIC X(15).
           03 FILLER              PIC X(1)    VALUE SPACES.
           03 LD-FNAME            PIC X(15).
           03 FILLER              PIC X(3)    VALUE SPACES.
           03 LD-BAND             PIC 9(1).
           03 FILLER              PIC X(1)    VALUE SPACES.
           03 LD-VAC-OPEN         PIC ZZ,ZZ9.99.
           03 FILLER              PIC X(1)    VALUE SPACES.
           03 LD-VAC-ACCRUED      PIC ZZ,ZZ9.99.
           03 FILLER              PIC X(1)    VALUE SPACES.
           03 LD-VAC-TAKEN        PIC ZZ,ZZ9.99.
           03 FILLER              PIC X(1)    VALUE SPACES.
           03 LD-VAC-CLOSE        PIC ZZ,ZZ9.99.
           03 FILLER              PIC X(2)    VALUE SPACES.
           03 LD-SICK-OPEN        PIC ZZ,ZZ9.99.
           03 FILLER              PIC X(1)    VALUE SPACES.
           03 LD-SICK-ACCRUED     PIC ZZ,ZZ9.99.
           03 FILLER              PIC X(1)    VALUE SPACES.
           03 LD-SICK-TAKEN       PIC ZZ,ZZ9.99.
           03 FILLER              PIC X(1)    VALUE SPACES.
           03 LD-SICK-CLOSE       PIC ZZ,ZZ9.99.
           03 FILLER              PIC X(2)    VALUE SPACES.
           03 LD-NOTE             PIC X(20).
       01 LEAVERPT-REJECT.
           03 FILLER              PIC X(9)    VALUE SPACES.
           03                    PIC X(23)   VALUE
               'USAGE REJECTED - TYPE  '.
           03 LX-LEAVE-TYPE       PIC X(1).
           03                    PIC X(8)    VALUE '  HOURS '.
           03 LX-HOURS            PIC ZZ9.99.
           03                    PIC X(8)    VALUE '  TAKEN '.
           03 LX-DATE-TAKEN       PIC 99/99/9999.
           03                    PIC X(3)    VALUE ' - '.
           03 LX-REASON           PIC X(24).
       01 LEAVERPT-UNMATCHED.
           03 LU-UN-EMPID         PIC 9(7).
           03 FILLER              PIC X(2)    VALUE SPACES.
           03                    PIC X(23)   VALUE
               'USAGE REJECTED - TYPE  '.
           03 LU-UN-LEAVE-TYPE    PIC X(1).
           03                    PIC X(8)    VALUE '  HOURS '.
           03 LU-UN-HOURS         PIC ZZ9.99.
           03                    PIC X(8)    VALUE '  TAKEN '.
           03 LU-UN-DATE-TAKEN    PIC 99/99/9999.
           03                    PIC X(22)   VALUE
               ' - EMPID NOT ON MASTER'.
       01 LEAVERPT-SUMMARY1.
           03                    PIC X(33)   VALUE
               'NUMBER OF EMPLOYEES ACCRUED:     '.
           03 LS-ACCRUED-COUNT    PIC ZZZZZZ9.
       01 LEAVERPT-SUMMARY2.
           03                    PIC X(33)   VALUE
               'NUMBER OF UNUSABLE HIRE DATES:   '.
           03 LS-BADDATE-COUNT    PIC ZZZZZZ9.
       01 LEAVERPT-SUMMARY3.
           03                    PIC X(33)   VALUE
               'NUMBER OF USAGE RECORDS APPLIED: '.
           03 LS-APPLIED-COUNT    PIC ZZZZZZ9.
       01 LEAVERPT-SUMMARY4.
           03                    PIC X(33)   VALUE
               'NUMBER OF USAGE RECORDS REJECTED:'.
           03 LS-REJECT-COUNT     PIC ZZZZZZ9.
       01 LEAVERPT-SUMMARY5.
           03                    PIC X(33)   VALUE
               'NUMBER CARRIED - NOT ON MASTER:  '.
           03 LS-CARRIED-COUNT    PIC ZZZZZZ9.
       01 LEAVERPT-SUMMARY6.
           03                    PIC X(23)   VALUE
               'VACATION HOURS ACCRUED:'.
           03 FILLER              PIC X(2)    VALUE SPACES.
           03 LS-VAC-ACCRUED      PIC Z,ZZZ,ZZ9.99.
       01 LEAVERPT-SUMMARY7.
           03                    PIC X(23)   VALUE
               'VACATION HOURS TAKEN:  '.
           03 FILLER              PIC X(2)    VALUE SPACES.
           03 LS-VAC-TAKEN        PIC Z,ZZZ,ZZ9.99.
       01 LEAVERPT-SUMMARY8.
           03                    PIC X(23)   VALUE
               'SICK HOURS ACCRUED:    '.
           03 FILLER              PIC X(2)    VALUE SPACES.
           03 LS-SICK-ACCRUED     PIC Z,ZZZ,ZZ9.99.
       01 LEAVERPT-SUMMARY9.
           03                    PIC X(23)   VALUE
               'SICK HOURS TAKEN:      '.
           03 FILLER              PIC X(2)    VALUE SPACES.
           03 LS-SICK-TAKEN       PIC Z,ZZZ,ZZ9.99.

      * VARIABLE TO STORE TODAY'S DATE
       01 CURRENT-DATE          PIC 999999.

      ************************************************************
      *    RUN-DATE FIELDS - THE FULL CENTURY DATE IS NEEDED    *
      *    FOR THE SERVICE ARITHMETIC, THE SAME WAY PROG8 WORKS *
      *    IT OUT                                               *
      ************************************************************
       01 RUN-DATE-FIELDS.
           03 RUN-DATE-YYYYMMDD.
              05 RUN-YYYY      PIC 9999.
              05 RUN-MM        PIC 99.
              05 RUN-DD        PIC 99.
           03 RUN-MMDD.
              05 RUN-MMDD-MM   PIC 99.
              05 RUN-MMDD-DD   PIC 99.
           03 HIRE-MMDD.
              05 HIRE-MMDD-MM  PIC 99.
              05 HIRE-MMDD-DD  PIC 99.
           03 SERVICE-YEARS    PIC S9(3)    VALUE ZEROS.

      * SWITCHES TO FLAG END OF FILE AND THE FILE STATUS OF EACH
      * OPTIONAL FILE - SEE 9100-READ-MASTER THROUGH
      * 9500-READ-TAXSUM
       01 MISC.
           03 MASTER-EOF-SW      PIC X(1)    VALUE 'N'.
               88 MASTER-AT-EOF              VALUE 'Y'.
           03 LEAVE-EOF-SW       PIC X(1)    VALUE 'N'.
               88 LEAVE-AT-EOF               VALUE 'Y'.
           03 LEAVEIN-OPEN-SW    PIC X(1)    VALUE 'N'.
               88 LEAVEIN-OPENED             VALUE 'Y'.
           03 USAGE-EOF-SW       PIC X(1)    VALUE 'N'.
               88 USAGE-AT-EOF               VALUE 'Y'.
           03 USAGE-OPEN-SW      PIC X(1)    VALUE 'N'.
               88 USAGE-OPENED               VALUE 'Y'.
           03 LVRATE-EOF-SW      PIC X(1)    VALUE 'N'.
               88 LVRATE-AT-EOF              VALUE 'Y'.
           03 TAXSUM-EOF-SW      PIC X(1)    VALUE 'N'.
               88 TAXSUM-AT-EOF              VALUE 'Y'.
           03 LEAVEIN-FILE-STATUS PIC X(2)   VALUE '00'.
           03 USAGE-FILE-STATUS  PIC X(2)    VALUE '00'.
           03 LVRATE-FILE-STATUS PIC X(2)    VALUE '00'.
           03 TAXSUM-FILE-STATUS PIC X(2)    VALUE '00'.
           03 RUNCTL-FILE-STATUS PIC X(2)    VALUE '00'.
           03 PAY-PERIOD-NO      PIC 9(4)    VALUE ZEROS.

      * COUNTERS AND HOUR TOTALS FOR THE RUN SUMMARY - SEE
      * 6000-PRINT-SUMMARY
       01 MISC2.
           03 ACCRUED-COUNT       PIC 9(7)     VALUE ZEROS.
           03 BADDATE-COUNT       PIC 9(7)     VALUE ZEROS.
           03 APPLIED-COUNT       PIC 9(7)     VALUE ZEROS.
           03 REJECT-COUNT        PIC 9(7)     VALUE ZEROS.
           03 CARRIED-COUNT       PIC 9(7)     VALUE ZEROS.
           03 VAC-ACCRUED-TOTAL   PIC 9(7)V99  VALUE ZEROS.
           03 VAC-TAKEN-TOTAL     PIC 9(7)V99  VALUE ZEROS.
           03 SICK-ACCRUED-TOTAL  PIC 9(7)V99  VALUE ZEROS.
           03 SICK-TAKEN-TOTAL    PIC 9(7)V99  VALUE ZEROS.

      * THE EMPLOYEE IN HAND'S SERVICE BAND AND PERIOD HOURS -
      * SEE 1200-SET-SERVICE-BAND THROUGH 1500-WRITE-LEAVE
       01 MISC3.
           03 BAND-SUB            PIC 9(1)     COMP.
           03 REJ-SUB             PIC 9(2)     COMP.
           03 VAC-OPENING         PIC 9(5)V99  VALUE ZEROS.
           03 VAC-ACCRUED         PIC 9(5)V99  VALUE ZEROS.
           03 VAC-TAKEN           PIC 9(5)V99  VALUE ZEROS.
           03 SICK-OPENING        PIC 9(5)V99  VALUE ZEROS.
           03 SICK-ACCRUED        PIC 9(5)V99  VALUE ZEROS.
           03 SICK-TAKEN          PIC 9(5)V99  VALUE ZEROS.
           03 REJECT-REASON       PIC X(24)    VALUE SPACES.

      ************************************************************
      *      START OF PROCEDURE DIVISION                         *
      ************************************************************
       PROCEDURE DIVISION.


      ************************************************************
      *      000-MAINLINE LOADS THE ACCRUAL RATES, SORTS THE     *
      *      MASTER AND THE PERIOD'S LEAVE USAGE INTO EMPID      *
      *      SEQUENCE, AND MATCH-MERGES THEM AGAINST THE LEAVE   *
      *      BALANCE FILE - EACH EMPLOYEE ON THE MASTER ACCRUES  *
      *      FOR THE PERIOD, HAS THE USAGE EDITED AGAINST THE    *
      *      BALANCE, AND GOES OUT ON THE NEW BALANCE FILE AND   *
      *      THE LEAVE REGISTER                                  *
      ************************************************************
       000-MAINLINE.
           PERFORM 8100-CHECK-RUN-CONTROL.
           PERFORM 1600-LOAD-LEAVE-RATES.
           PERFORM 2500-GET-PAY-PERIOD.
           SORT MASTER-SORT-FILE
               ON ASCENDING KEY MSRT-EMPID
               USING RAW-MASTER-FILE
               GIVING SORTED-MASTER-FILE.
           PERFORM 1700-SORT-USAGE.
           OPEN INPUT SORTED-MASTER-FILE
                OUTPUT LEAVE-OUT-FILE
                OUTPUT LEAVE-RPT-FILE.
           PERFORM 1310-OPEN-LEAVE-INPUT.
           PERFORM 5000-PRINT-HEAD.
           PERFORM 9100-READ-MASTER.
           PERFORM 1000-EMPLOYEE-LOOP
               UNTIL MASTER-AT-EOF.
      * LEAVE BALANCES STILL UNREAD BELONG TO EMPIDS PAST THE
      * LAST MASTER RECORD - TERMINATED EMPLOYEES - AND ARE
      * CARRIED FORWARD UNCHANGED
           PERFORM 1330-CARRY-LEAVE-FORWARD
               UNTIL LEAVE-AT-EOF.
      * USAGE STILL UNREAD LIKEWISE HAS NO MASTER RECORD
           PERFORM 1450-REJECT-UNMATCHED
               UNTIL USAGE-AT-EOF.
           PERFORM 6000-PRINT-SUMMARY.
           CLOSE SORTED-MASTER-FILE
               LEAVE-OUT-FILE
               LEAVE-RPT-FILE.
           IF (LEAVEIN-OPENED) THEN
               CLOSE LEAVE-IN-FILE
           END-IF
           IF (USAGE-OPENED) THEN
               CLOSE SORTED-USAGE-FILE
           END-IF
           PERFORM 8200-MARK-STEP-DONE.
           STOP RUN.


      ************************************************************
      *      1000-EMPLOYEE-LOOP PROCESSES ONE MASTER RECORD -    *
      *      USAGE FOR A LOWER EMPID HAS NO MASTER RECORD AND IS *
      *      REJECTED FIRST, THEN THE EMPLOYEE'S PRIOR BALANCE   *
      *      IS PICKED UP, THE PERIOD'S ACCRUAL ADDED, AND THE   *
      *      EMPLOYEE'S USAGE EDITED AGAINST THE RESULT - THE    *
      *      MATCH WORKS BECAUSE ALL THREE FILES RUN IN          *
      *      ASCENDING EMPID SEQUENCE                            *
      ************************************************************
       1000-EMPLOYEE-LOOP.
           PERFORM 1450-REJECT-UNMATCHED
               UNTIL (USAGE-AT-EOF) OR (LU-EMPID >= MSTR-EMPID)
           PERFORM 1100-FETCH-PRIOR-LEAVE
           PERFORM 1200-SET-SERVICE-BAND
           PERFORM 1300-ACCRUE-LEAVE
           MOVE 0     TO REJ-COUNT
           MOVE ZEROS TO VAC-TAKEN
           MOVE ZEROS TO SICK-TAKEN
           PERFORM 1400-APPLY-ONE-USAGE
               UNTIL (USAGE-AT-EOF) OR (LU-EMPID NOT = MSTR-EMPID)
           PERFORM 1500-WRITE-LEAVE
           PERFORM 9100-READ-MASTER.


      ************************************************************
      *      1100-FETCH-PRIOR-LEAVE POSITIONS THE BALANCE CURSOR *
      *      ON THE EMPLOYEE IN HAND - BALANCES WITH A LOWER     *
      *      EMPID ARE CARRIED FORWARD FIRST, THEN THE           *
      *      EMPLOYEE'S BALANCE RECORD IS PICKED UP INTO         *
      *      LEAVE-WORK OR A FRESH ZERO ONE STARTED - A BALANCE  *
      *      ALREADY STAMPED WITH THIS GENERATION MEANS THE      *
      *      INPUT IS THIS RUN'S OWN OUTPUT, AND ACCRUING AGAIN  *
      *      WOULD PAY THE PERIOD'S LEAVE TWICE, SO THE RUN      *
      *      ABENDS                                              *
      ************************************************************
       1100-FETCH-PRIOR-LEAVE.
           PERFORM 1330-CARRY-LEAVE-FORWARD
               UNTIL (LEAVE-AT-EOF) OR (LV-EMPID >= MSTR-EMPID)
           IF (NOT LEAVE-AT-EOF) AND (LV-EMPID = MSTR-EMPID) THEN
               IF (LV-LAST-GENERATION = RC-GENERATION) THEN
                   DISPLAY 'PROG20: LEAVE ALREADY ACCRUED FOR '
                       'GENERATION ' RC-GENERATION ' - RUN ABORTED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE LEAVE-DATA     TO LEAVE-WORK
               PERFORM 9200-READ-LEAVE
           ELSE
               MOVE SPACES         TO LEAVE-WORK
               MOVE MSTR-EMPID     TO LW-EMPID
               MOVE ZEROS          TO LW-SERVICE-BAND
               MOVE ZEROS          TO LW-VAC-BALANCE
               MOVE ZEROS          TO LW-SICK-BALANCE
               MOVE ZEROS          TO LW-VAC-YTD-ACCRUED
               MOVE ZEROS          TO LW-VAC-YTD-TAKEN
               MOVE ZEROS          TO LW-SICK-YTD-ACCRUED
               MOVE ZEROS          TO LW-SICK-YTD-TAKEN
               MOVE ZEROS          TO LW-LAST-PERIOD-NO
               MOVE ZEROS          TO LW-LAST-GENERATION
           END-IF
           MOVE LW-VAC-BALANCE     TO VAC-OPENING
           MOVE LW-SICK-BALANCE    TO SICK-OPENING.


      ************************************************************
      *      1200-SET-SERVICE-BAND WORKS OUT THE EMPLOYEE'S      *
      *      WHOLE YEARS OF SERVICE AS OF THE RUN DATE AND THE   *
      *      SERVICE BAND THEY FALL IN, EXACTLY AS PROG8'S       *
      *      1100-CALC-SERVICE-YEARS AND 1200-COUNT-SERVICE-BAND *
      *      DO - A HIRE DATE TOO GARBLED TO USE LEAVES THE BAND *
      *      AT ZERO, AND NOTHING IS ACCRUED                     *
      ************************************************************
       1200-SET-SERVICE-BAND.
           MOVE 0 TO BAND-SUB
           IF (MSTR-DATE NUMERIC) AND (MSTR-DATE > 0) THEN
               MOVE MSTR-HIRE-MM    TO HIRE-MMDD-MM
               MOVE MSTR-HIRE-DD    TO HIRE-MMDD-DD
               COMPUTE SERVICE-YEARS = RUN-YYYY - MSTR-HIRE-YYYY
               IF (HIRE-MMDD > RUN-MMDD) THEN
                   SUBTRACT 1 FROM SERVICE-YEARS
               END-IF
               IF (SERVICE-YEARS < 1) THEN
                   MOVE 1 TO BAND-SUB
               ELSE
                   IF (SERVICE-YEARS < 5) THEN
                       MOVE 2 TO BAND-SUB
                   ELSE
                       IF (SERVICE-YEARS < 10) THEN
                           MOVE 3 TO BAND-SUB
                       ELSE
                           MOVE 4 TO BAND-SUB
                       END-IF
                   END-IF
               END-IF
           ELSE
               ADD 1 TO BADDATE-COUNT
           END-IF.


      ************************************************************
      *      1300-ACCRUE-LEAVE ADDS THE BAND'S PER-PERIOD        *
      *      VACATION AND SICK HOURS TO THE BALANCES AND         *
      *      REMEMBERS THE BAND FOR THE YEAR-END CARRYOVER       *
      ************************************************************
       1300-ACCRUE-LEAVE.
           MOVE ZEROS TO VAC-ACCRUED
           MOVE ZEROS TO SICK-ACCRUED
           IF (BAND-SUB > 0) THEN
               ADD 1 TO ACCRUED-COUNT
               MOVE BAND-SUB                   TO LW-SERVICE-BAND
               MOVE LRT-VAC-ACCRUAL(BAND-SUB)  TO VAC-ACCRUED
               MOVE LRT-SICK-ACCRUAL(BAND-SUB) TO SICK-ACCRUED
               ADD VAC-ACCRUED    TO LW-VAC-BALANCE
               ADD VAC-ACCRUED    TO LW-VAC-YTD-ACCRUED
               ADD VAC-ACCRUED    TO VAC-ACCRUED-TOTAL
               ADD SICK-ACCRUED   TO LW-SICK-BALANCE
               ADD SICK-ACCRUED   TO LW-SICK-YTD-ACCRUED
               ADD SICK-ACCRUED   TO SICK-ACCRUED-TOTAL
           END-IF.


      ************************************************************
      *      1310-OPEN-LEAVE-INPUT OPENS THE PRIOR LEAVE BALANCE *
      *      FILE AND PRIMES THE FIRST RECORD - A MISSING FILE   *
      *      IS THE FIRST LEAVE RUN, SO THE CURSOR STARTS AT EOF *
      *      AND EVERY EMPLOYEE STARTS FROM ZERO                 *
      ************************************************************
       1310-OPEN-LEAVE-INPUT.
           OPEN INPUT LEAVE-IN-FILE
           IF (LEAVEIN-FILE-STATUS = '00') THEN
               SET LEAVEIN-OPENED TO TRUE
               PERFORM 9200-READ-LEAVE
           ELSE
               SET LEAVE-AT-EOF TO TRUE
           END-IF.


      ************************************************************
      *      1330-CARRY-LEAVE-FORWARD WRITES THE CURRENT BALANCE *
      *      RECORD TO LEAVE-OUT-FILE UNCHANGED AND READS THE    *
      *      NEXT ONE - USED FOR BALANCES WHOSE EMPID IS NO      *
      *      LONGER ON THE MASTER, SO A TERMINATED EMPLOYEE'S    *
      *      BALANCE IS STILL THERE FOR THE FINAL PAYOUT         *
      ************************************************************
       1330-CARRY-LEAVE-FORWARD.
           ADD 1 TO CARRIED-COUNT
           WRITE LEAVE-OUT-REC FROM LEAVE-DATA
           PERFORM 9200-READ-LEAVE.


      ************************************************************
      *      1400-APPLY-ONE-USAGE EDITS ONE USAGE TRANSACTION    *
      *      FOR THE EMPLOYEE IN HAND AGAINST THE BALANCE AS IT  *
      *      STANDS AFTER THIS PERIOD'S ACCRUAL AND ANY EARLIER  *
      *      USAGE - AN UNKNOWN LEAVE TYPE, ZERO OR GARBLED      *
      *      HOURS, OR HOURS THAT WOULD DRIVE THE BALANCE BELOW  *
      *      ZERO ARE REJECTED AND THE BALANCE IS LEFT ALONE     *
      ************************************************************
       1400-APPLY-ONE-USAGE.
           MOVE SPACES TO REJECT-REASON
           IF (NOT LU-VACATION) AND (NOT LU-SICK) THEN
               MOVE 'INVALID LEAVE TYPE'  TO REJECT-REASON
           ELSE
               IF (LU-HOURS NOT NUMERIC) OR (LU-HOURS = 0) THEN
                   MOVE 'HOURS MISSING OR INVALID' TO REJECT-REASON
               ELSE
                   IF (LU-VACATION) THEN
                       IF (LU-HOURS > LW-VAC-BALANCE) THEN
                           MOVE 'EXCEEDS VACATION BALANCE'
                               TO REJECT-REASON
                       ELSE
                           SUBTRACT LU-HOURS FROM LW-VAC-BALANCE
                           ADD LU-HOURS TO LW-VAC-YTD-TAKEN
                           ADD LU-HOURS TO VAC-TAKEN
                           ADD LU-HOURS TO VAC-TAKEN-TOTAL
                       END-IF
                   ELSE
                       IF (LU-HOURS > LW-SICK-BALANCE) THEN
                           MOVE 'EXCEEDS SICK BALANCE'
                               TO REJECT-REASON
                       ELSE
                           SUBTRACT LU-HOURS FROM LW-SICK-BALANCE
                           ADD LU-HOURS TO LW-SICK-YTD-TAKEN
                           ADD LU-HOURS TO SICK-TAKEN
                           ADD LU-HOURS TO SICK-TAKEN-TOTAL
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF (REJECT-REASON = SPACES) THEN
               ADD 1 TO APPLIED-COUNT
           ELSE
               ADD 1 TO REJECT-COUNT
               IF (REJ-COUNT < 20) THEN
                   ADD 1 TO REJ-COUNT
                   MOVE LU-LEAVE-TYPE TO RX-LEAVE-TYPE(REJ-COUNT)
                   MOVE LU-HOURS      TO RX-HOURS(REJ-COUNT)
                   MOVE LU-DATE-TAKEN TO RX-DATE-TAKEN(REJ-COUNT)
                   MOVE REJECT-REASON TO RX-REASON(REJ-COUNT)
               END-IF
           END-IF
           PERFORM 9300-READ-USAGE.


      ************************************************************
      *      1450-REJECT-UNMATCHED PRINTS A USAGE TRANSACTION    *
      *      WHOSE EMPID IS NOT ON THE MASTER AS REJECTED AND    *
      *      READS THE NEXT ONE                                  *
      ************************************************************
       1450-REJECT-UNMATCHED.
           ADD 1 TO REJECT-COUNT
           MOVE LU-EMPID          TO LU-UN-EMPID
           MOVE LU-LEAVE-TYPE     TO LU-UN-LEAVE-TYPE
           MOVE LU-HOURS          TO LU-UN-HOURS
           MOVE LU-DATE-TAKEN     TO LU-UN-DATE-TAKEN
           WRITE LEAVERPT-REC FROM LEAVERPT-UNMATCHED
               AFTER ADVANCING 1 LINE
           PERFORM 9300-READ-USAGE.


      ************************************************************
      *      1500-WRITE-LEAVE STAMPS THE UPDATED BALANCE RECORD  *
      *      WITH THE PERIOD AND GENERATION, WRITES IT TO THE    *
      *      NEW BALANCE FILE, AND PRINTS THE EMPLOYEE'S         *
      *      REGISTER LINE WITH ANY REJECTED USAGE UNDER IT      *
      ************************************************************
       1500-WRITE-LEAVE.
           MOVE PAY-PERIOD-NO     TO LW-LAST-PERIOD-NO
           MOVE RC-GENERATION     TO LW-LAST-GENERATION
           WRITE LEAVE-OUT-REC FROM LEAVE-WORK
           MOVE MSTR-EMPID        TO LD-EMPID
           MOVE MSTR-LNAME        TO LD-LNAME
           MOVE MSTR-FNAME        TO LD-FNAME
           MOVE BAND-SUB          TO LD-BAND
           MOVE VAC-OPENING       TO LD-VAC-OPEN
           MOVE VAC-ACCRUED       TO LD-VAC-ACCRUED
           MOVE VAC-TAKEN         TO LD-VAC-TAKEN
           MOVE LW-VAC-BALANCE    TO LD-VAC-CLOSE
           MOVE SICK-OPENING      TO LD-SICK-OPEN
           MOVE SICK-ACCRUED      TO LD-SICK-ACCRUED
           MOVE SICK-TAKEN        TO LD-SICK-TAKEN
           MOVE LW-SICK-BALANCE   TO LD-SICK-CLOSE
           IF (BAND-SUB = 0) THEN
               MOVE 'HIRE DATE UNUSABLE' TO LD-NOTE
           ELSE
               MOVE SPACES        TO LD-NOTE
           END-IF
           WRITE LEAVERPT-REC FROM LEAVERPT-DETAIL
               AFTER ADVANCING 1 LINE
           PERFORM 1550-PRINT-ONE-REJECT
               VARYING REJ-SUB FROM 1 BY 1
               UNTIL REJ-SUB > REJ-COUNT.


       1550-PRINT-ONE-REJECT.
           MOVE RX-LEAVE-TYPE(REJ-SUB)  TO LX-LEAVE-TYPE
           MOVE RX-HOURS(REJ-SUB)       TO LX-HOURS
           MOVE RX-DATE-TAKEN(REJ-SUB)  TO LX-DATE-TAKEN
           MOVE RX-REASON(REJ-SUB)      TO LX-REASON
           WRITE LEAVERPT-REC FROM LEAVERPT-REJECT
               AFTER ADVANCING 1 LINE.


      ************************************************************
      *      1600-LOAD-LEAVE-RATES LOADS THE ACCRUAL RATE TABLE  *
      *      BY SERVICE BAND - A MISSING RATE FILE ABENDS THE    *
      *      RUN WITH AN OPERATOR MESSAGE BEFORE ANY BALANCE IS  *
      *      TOUCHED                                             *
      ************************************************************
       1600-LOAD-LEAVE-RATES.
           OPEN INPUT LEAVE-RATE-FILE
           IF (LVRATE-FILE-STATUS NOT = '00') THEN
               DISPLAY 'PROG20: LEAVE RATE TABLE NOT FOUND - '
                   'RUN ABORTED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 9400-READ-LVRATE
           PERFORM 1610-ADD-ONE-RATE
               UNTIL LVRATE-AT-EOF
           CLOSE LEAVE-RATE-FILE.


      ************************************************************
      *      1610-ADD-ONE-RATE FILES ONE RATE RECORD UNDER ITS   *
      *      SERVICE BAND AND READS THE NEXT ONE - A BAND OUTSIDE*
      *      1-4 IS DROPPED RATHER THAN ALLOWED TO CLOBBER A     *
      *      LOADED ONE                                          *
      ************************************************************
       1610-ADD-ONE-RATE.
           IF (LR-SERVICE-BAND > 0) AND (LR-SERVICE-BAND < 5) THEN
               MOVE LR-SERVICE-BAND TO BAND-SUB
               MOVE LR-VAC-ACCRUAL  TO LRT-VAC-ACCRUAL(BAND-SUB)
               MOVE LR-SICK-ACCRUAL TO LRT-SICK-ACCRUAL(BAND-SUB)
               MOVE LR-VAC-CARRY-CAP
                   TO LRT-VAC-CARRY-CAP(BAND-SUB)
               MOVE LR-SICK-CARRY-CAP
                   TO LRT-SICK-CARRY-CAP(BAND-SUB)
           END-IF
           PERFORM 9400-READ-LVRATE.


      ************************************************************
      *      1700-SORT-USAGE SORTS THE PERIOD'S LEAVE USAGE INTO *
      *      EMPID SEQUENCE AND PRIMES THE FIRST RECORD - A      *
      *      MISSING FILE MEANS NO LEAVE WAS TAKEN, SO THE       *
      *      CURSOR STARTS AT EOF                                *
      ************************************************************
       1700-SORT-USAGE.
           OPEN INPUT RAW-USAGE-FILE
           IF (USAGE-FILE-STATUS = '00') THEN
               CLOSE RAW-USAGE-FILE
               SORT USAGE-SORT-FILE
                   ON ASCENDING KEY USRT-EMPID
                   WITH DUPLICATES IN ORDER
                   USING RAW-USAGE-FILE
                   GIVING SORTED-USAGE-FILE
               OPEN INPUT SORTED-USAGE-FILE
               SET USAGE-OPENED TO TRUE
               PERFORM 9300-READ-USAGE
           ELSE
               SET USAGE-AT-EOF TO TRUE
           END-IF.


      ************************************************************
      *      2500-GET-PAY-PERIOD PICKS THE PAY PERIOD NUMBER UP  *
      *      FROM THE TAX SUMMARY THE PROG3 PAY RUN LEFT BEHIND, *
      *      THE SAME WAY THE PROG4 GL POSTING RUN DOES - WITH   *
      *      NO SUMMARY THE PERIOD SHOWS AS ZERO                 *
      ************************************************************
       2500-GET-PAY-PERIOD.
           OPEN INPUT TAX-SUM-FILE
           IF (TAXSUM-FILE-STATUS = '00') THEN
               PERFORM 9500-READ-TAXSUM
               IF (NOT TAXSUM-AT-EOF) THEN
                   MOVE TS-PERIOD-NO TO PAY-PERIOD-NO
               END-IF
               CLOSE TAX-SUM-FILE
           END-IF.


      ************************************************************
      *      5000-PRINT-HEAD PRINTS THE LEAVE REGISTER HEADING   *
      *      LINES AT THE TOP OF THE RUN AND CAPTURES THE RUN    *
      *      DATE THE SERVICE ARITHMETIC WORKS FROM              *
      ************************************************************
       5000-PRINT-HEAD.
           ACCEPT CURRENT-DATE FROM DATE
           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
           MOVE RUN-MM            TO RUN-MMDD-MM
           MOVE RUN-DD            TO RUN-MMDD-DD
           MOVE CURRENT-DATE      TO LEAVERPT-DATE
           MOVE PAY-PERIOD-NO     TO LH-PERIOD-NO
           WRITE LEAVERPT-REC FROM LEAVERPT-HEADING1
               AFTER ADVANCING 1 LINE
           WRITE LEAVERPT-REC FROM LEAVERPT-HEADING2
               AFTER ADVANCING 2 LINE
           WRITE LEAVERPT-REC FROM LEAVERPT-HEADING3
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO LEAVERPT-REC
           WRITE LEAVERPT-REC
               AFTER ADVANCING 1 LINE.


      ************************************************************
      *      6000-PRINT-SUMMARY PRINTS THE RUN COUNTS AND THE    *
      *      PERIOD'S HOURS ACCRUED AND TAKEN AT THE END OF THE  *
      *      REGISTER                                            *
      ************************************************************
       6000-PRINT-SUMMARY.
           MOVE ACCRUED-COUNT      TO LS-ACCRUED-COUNT
           MOVE BADDATE-COUNT      TO LS-BADDATE-COUNT
           MOVE APPLIED-COUNT      TO LS-APPLIED-COUNT
           MOVE REJECT-COUNT       TO LS-REJECT-COUNT
           MOVE CARRIED-COUNT      TO LS-CARRIED-COUNT
           MOVE VAC-ACCRUED-TOTAL  TO LS-VAC-ACCRUED
           MOVE VAC-TAKEN-TOTAL    TO LS-VAC-TAKEN
           MOVE SICK-ACCRUED-TOTAL TO LS-SICK-ACCRUED
           MOVE SICK-TAKEN-TOTAL   TO LS-SICK-TAKEN
           MOVE SPACES TO LEAVERPT-REC
           WRITE LEAVERPT-REC
               AFTER ADVANCING 1 LINE
           WRITE LEAVERPT-REC FROM LEAVERPT-SUMMARY1
               AFTER ADVANCING 1 LINE
           WRITE LEAVERPT-REC FROM LEAVERPT-SUMMARY2
               AFTER ADVANCING 1 LINE
           WRITE LEAVERPT-REC FROM LEAVERPT-SUMMARY3
               AFTER ADVANCING 1 LINE
           WRITE LEAVERPT-REC FROM LEAVERPT-SUMMARY4
               AFTER ADVANCING 1 LINE
           WRITE LEAVERPT-REC FROM LEAVERPT-SUMMARY5
               AFTER ADVANCING 1 LINE
           WRITE LEAVERPT-REC FROM LEAVERPT-SUMMARY6
               AFTER ADVANCING 1 LINE
           WRITE LEAVERPT-REC FROM LEAVERPT-SUMMARY7
               AFTER ADVANCING 1 LINE
           WRITE LEAVERPT-REC FROM LEAVERPT-SUMMARY8
               AFTER ADVANCING 1 LINE
           WRITE LEAVERPT-REC FROM LEAVERPT-SUMMARY9
               AFTER ADVANCING 1 LINE.


      ************************************************************
      *      9100-READ-MASTER READS ONE RECORD FROM THE SORTED   *
      *      MASTER FILE - AT END IT SETS MASTER-AT-EOF          *
      ************************************************************
       9100-READ-MASTER.
           READ SORTED-MASTER-FILE INTO MSTR-DATA
                AT END
                   SET MASTER-AT-EOF TO TRUE
           END-READ.


      ************************************************************
      *      9200-READ-LEAVE READS ONE RECORD FROM THE PRIOR     *
      *      LEAVE BALANCE FILE - AT END IT SETS LEAVE-AT-EOF,   *
      *      WHICH 1100-FETCH-PRIOR-LEAVE CHECKS BEFORE EVER     *
      *      COMPARING EMPIDS                                    *
      ************************************************************
       9200-READ-LEAVE.
           READ LEAVE-IN-FILE INTO LEAVE-DATA
                AT END
                   SET LEAVE-AT-EOF TO TRUE
           END-READ.


      ************************************************************
      *      9300-READ-USAGE READS ONE RECORD FROM THE SORTED    *
      *      LEAVE USAGE - AT END IT SETS USAGE-AT-EOF           *
      ************************************************************
       9300-READ-USAGE.
           READ SORTED-USAGE-FILE INTO USAGE-DATA
                AT END
                   SET USAGE-AT-EOF TO TRUE
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
      *      9500-READ-TAXSUM READS ONE RECORD FROM THE TAX      *
      *      WITHHOLDING SUMMARY - AT END IT SETS TAXSUM-AT-EOF  *
      ************************************************************
       9500-READ-TAXSUM.
           READ TAX-SUM-FILE INTO TAXSUM-DATA
                AT END
                   SET TAXSUM-AT-EOF TO TRUE
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
               DISPLAY 'PROG20: RUN CONTROL NOT FOUND - '
                   'RUN PROG5 MASTER LOAD FIRST'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           READ RUN-CTL-FILE INTO RUN-CTL-DATA
           IF (RUNCTL-FILE-STATUS NOT = '00') THEN
               DISPLAY 'PROG20: RUN CONTROL UNREADABLE - '
                   'RUN PROG5 MASTER LOAD FIRST'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE RUN-CTL-FILE
           IF (RC-STEP-DONE(3) NOT = 'Y') THEN
               DISPLAY 'PROG20: PROG3 PAY RUN NOT COMPLETE FOR '
                   'GENERATION ' RC-GENERATION ' - RUN ABORTED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF (RC-STEP-DONE(20) = 'N') THEN
               MOVE 'S' TO RC-STEP-DONE(20)
               PERFORM 8300-REWRITE-RUN-CONTROL
           END-IF.


      ************************************************************
      *      8200-MARK-STEP-DONE STAMPS THIS RUN AS COMPLETED    *
      *      FOR THE GENERATION IT CONSUMED ON THE SHARED RUN    *
      *      CONTROL                                             *
      ************************************************************
       8200-MARK-STEP-DONE.
           MOVE 'Y' TO RC-STEP-DONE(20)
           PERFORM 8300-REWRITE-RUN-CONTROL.


       8300-REWRITE-RUN-CONTROL.
           OPEN OUTPUT RUN-CTL-FILE
           WRITE RUN-CTL-REC FROM RUN-CTL-DATA
           CLOSE RUN-CTL-FILE.

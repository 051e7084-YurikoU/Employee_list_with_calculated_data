       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG18.
       AUTHOR. TIM PATRICK.
      * RETROACTIVE PAY RUN FOR BACK-DATED RATE CHANGES APPLIED BY
      * PROG2, PRICED AGAINST THE PROG3 PAY HISTORY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETRO-REQ-FILE    ASSIGN TO DA-S-RETROREQ
               FILE STATUS IS RETROREQ-FILE-STATUS.
           SELECT REQ-SORT-FILE     ASSIGN TO SORTWK1.
           SELECT SORTED-REQ-FILE   ASSIGN TO DA-S-SRTRREQ.
           SELECT PAY-HIST-FILE     ASSIGN TO DA-S-PAYHIST
               FILE STATUS IS PAYHIST-FILE-STATUS.
           SELECT HIST-SORT-FILE    ASSIGN TO SORTWK2.
           SELECT SORTED-HIST-FILE  ASSIGN TO DA-S-SRTHIST.
           SELECT PAY-CAL-FILE      ASSIGN TO DA-S-PAYCAL
               FILE STATUS IS PAYCAL-FILE-STATUS.
           SELECT RETRO-PAY-FILE    ASSIGN TO DA-S-RETROPAY.
           SELECT RETRO-RPT-FILE    ASSIGN TO UR-S-RETRORPT.
           SELECT RUN-CTL-FILE      ASSIGN TO DA-S-RUNCTL
               FILE STATUS IS RUNCTL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      ***********************************************************
      *    RETRO-REQ-FILE IS THE LIST OF BACK-DATED RATE        *
      *    CHANGES PROG2 APPLIED THIS GENERATION - THE EMPLOYEE,*
      *    THE EFFECTIVE DATE, AND THE OLD AND NEW RATES - IT   *
      *    IS SORTED INTO EMPID/EFFECTIVE-DATE SEQUENCE BELOW   *
      *    SO IT CAN BE MATCHED AGAINST THE SORTED PAY HISTORY  *
      *    - A MISSING FILE MEANS NO CHANGE WAS BACK-DATED      *
      ***********************************************************
       FD RETRO-REQ-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 RETRO-REQ-REC         PIC X(60).
       SD REQ-SORT-FILE.
       01 RQSRT-REC.
           03 RQSRT-EMPID       PIC 9(7).
           03 RQSRT-EFFECTIVE-DATE PIC 9(8).
           03 FILLER            PIC X(45).
       FD SORTED-REQ-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 SRTD-REQ-REC          PIC X(60).
      ***********************************************************
      *    PAY-HIST-FILE IS THE CUMULATIVE PAY HISTORY THE      *
      *    PROG3 PAY RUN APPENDS TO - IT IS SORTED INTO EMPID/  *
      *    PERIOD/GENERATION SEQUENCE BELOW SO EACH EMPLOYEE'S  *
      *    PERIODS COME TOGETHER WITH THE LATEST WORD ON EACH   *
      *    PERIOD LAST - A MISSING HISTORY MEANS NO PERIOD HAS  *
      *    BEEN PAID SINCE IT WAS STARTED AND NOTHING CAN BE    *
      *    PRICED                                               *
      ***********************************************************
       FD PAY-HIST-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 PAYHIST-REC           PIC X(200).
       SD HIST-SORT-FILE.
       01 HSRT-REC.
           03 HSRT-EMPID        PIC 9(7).
           03 HSRT-PERIOD-NO    PIC 9(4).
           03 HSRT-GENERATION   PIC 9(6).
           03 FILLER            PIC X(183).
       FD SORTED-HIST-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 SRTD-HIST-REC         PIC X(200).
      ***********************************************************
      *    PAY-CAL-FILE IS THE PAY-PERIOD CALENDAR CONTROL THE  *
      *    PROG3 PAY RUN MAINTAINS - ONLY A PERIOD MARKED PAID  *
      *    THERE IS OWED RETRO, AND ITS END DATE DECIDES WHICH  *
      *    RATE CHANGE COVERS IT                                *
      ***********************************************************
       FD PAY-CAL-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 PAYCAL-REC            PIC X(21).
      ***********************************************************
      *    RETRO-PAY-FILE IS THE RETRO PAY OWED, ONE RECORD PER *
      *    EMPLOYEE PER EARLIER PERIOD, IN EMPID/PERIOD         *
      *    SEQUENCE AND STAMPED WITH THE GENERATION - THE NEXT  *
      *    PROG3 PAY RUN PAYS EACH ONE AS A SEPARATE EARNINGS   *
      *    LINE                                                 *
      ***********************************************************
       FD RETRO-PAY-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 RETRO-PAY-REC         PIC X(50).
      ***********************************************************
      *    RETRO-RPT-FILE IS THE PRINTED RETRO PAY AUDIT REPORT *
      *    - ONE LINE PER EMPLOYEE PER PERIOD PRICED, SHOWING   *
      *    THE HOURS, THE OLD AND NEW RATES AND AMOUNTS, AND    *
      *    THE RETRO OWED, THEN SUMMARIZED BY 6000-PRINT-SUMMARY*
      ***********************************************************
       FD RETRO-RPT-FILE
           LABEL RECORDS ARE OMITTED.
       01 RETRORPT-REC          PIC X(160).
      ***********************************************************
      *    RUN-CTL-FILE IS THE SHARED JOB-STREAM RUN CONTROL    *
      *    MAINTAINED BY THE PROG5 MASTER LOAD - THIS RUN       *
      *    REFUSES TO START UNTIL PROG2 HAS APPLIED THIS        *
      *    GENERATION'S RATE CHANGES, OR ONCE THE PROG3 PAY RUN *
      *    THAT PAYS THE RETRO HAS STARTED                      *
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
      *    LAYOUT FOR ONE SORTED RETRO PAY REQUEST, READ FROM   *
      *    SORTED-REQ-FILE INTO WORKING STORAGE                 *
      ***********************************************************
       01 RETRO-REQ-DATA.
           03 RQ-EMPID          PIC 9(7).
           03 RQ-EFFECTIVE-DATE PIC 9(8).
           03 RQ-OLD-RATE       PIC 9999V99.
           03 RQ-NEW-RATE       PIC 9999V99.
           03 RQ-LNAME          PIC X(15).
           03 RQ-FNAME          PIC X(15).
           03 FILLER            PIC X(3).

      ***********************************************************
      *    LAYOUT FOR ONE SORTED PAY HISTORY RECORD - TYPE P IS *
      *    THE PAY FOR A PERIOD AND TYPE R IS RETRO ALREADY     *
      *    SETTLED AGAINST IT AT THE RATE IN HS-EMPRATE - TYPES *
      *    X AND Y ARE A P AND AN R BACKED OUT BY THE PROG21    *
      *    REVERSAL RUN - TYPE E CARRIES THE CODED EARNINGS     *
      *    LINES PAID WITH THE P RECORD IT FOLLOWS - THE SLOT   *
      *    AND ARREARS FIELDS BELONG TO PROG21 AND ARE NOT USED *
      *    HERE                                                 *
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
      *    LAYOUT FOR ONE PAY-PERIOD CALENDAR RECORD AND THE    *
      *    CALENDAR TABLE IT IS LOADED INTO AT STARTUP - SEE    *
      *    1600-LOAD-PAY-CALENDAR AND 1310-FIND-PERIOD          *
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
      *    THE RATE CHANGES FOR THE EMPLOYEE NOW BEING PRICED,  *
      *    IN EFFECTIVE-DATE ORDER - RQT-HIT-SW RECORDS WHETHER *
      *    ANY PAID PERIOD FELL UNDER THE CHANGE - SEE          *
      *    1100-LOAD-EMP-REQUESTS AND 1320-FIND-REQUEST         *
      ***********************************************************
       01 REQ-TABLE.
           03 REQ-COUNT         PIC 9(2)    COMP.
           03 REQ-ENTRY OCCURS 10 TIMES.
              05 RQT-EFFECTIVE-DATE PIC 9(8).
              05 RQT-OLD-RATE   PIC 9999V99.
              05 RQT-NEW-RATE   PIC 9999V99.
              05 RQT-HIT-SW     PIC X(1).

      ***********************************************************
      *    WHAT THE PAY HISTORY SAYS ABOUT THE PERIOD NOW BEING *
      *    PRICED - BUILT BY 1200-LOAD-PERIOD-GROUP FROM EVERY  *
      *    HISTORY RECORD FOR THE EMPLOYEE AND PERIOD - THE     *
      *    RATE IS THE ONE THE PERIOD WAS PAID AT, MOVED ON BY  *
      *    ANY RETRO ALREADY SETTLED AGAINST IT - THE PRIOR     *
      *    RATE IS WHAT A REVERSED RETRO SETTLEMENT PUTS BACK - *
      *    THE EARNINGS LINES ARE THE CODED HOURS PAID WITH THE *
      *    PERIOD AND THE MULTIPLIER OF THE HOURLY RATE EACH    *
      *    WAS PAID AT                                          *
      ***********************************************************
       01 PERIOD-GROUP.
           03 PG-PERIOD-NO      PIC 9(4)    VALUE ZEROS.
           03 PG-PAID-SW        PIC X(1)    VALUE 'N'.
               88 PERIOD-WAS-PAID            VALUE 'Y'.
           03 PG-EMPSTATUS      PIC X(1)    VALUE SPACES.
           03 PG-RATE           PIC 9999V99 VALUE ZEROS.
           03 PG-PRIOR-RATE     PIC 9999V99 VALUE ZEROS.
           03 PG-REG-HOURS      PIC 999V99  VALUE ZEROS.
           03 PG-OT-HOURS       PIC 999V99  VALUE ZEROS.
           03 PG-EARN-COUNT     PIC 9(1)    VALUE ZEROS.
           03 PG-EARN-LINE OCCURS 6 TIMES.
              05 PG-EARN-MULT   PIC 9V9999.
              05 PG-EARN-HOURS  PIC 999V99.

      ***********************************************************
      *    LAYOUT FOR ONE RETRO PAY RECORD WRITTEN TO           *
      *    RETRO-PAY-FILE FOR THE PROG3 PAY RUN                 *
      ***********************************************************
       01 RETROPAY-DATA.
           03 RP-EMPID          PIC 9(7).
           03 RP-PERIOD-NO      PIC 9(4).
           03 RP-OLD-AMOUNT     PIC S9(7)V99.
           03 RP-NEW-AMOUNT     PIC S9(7)V99.
           03 RP-RETRO-AMOUNT   PIC S9(7)V99.
           03 RP-GENERATION     PIC 9(6).
           03 RP-NEW-RATE       PIC 9999V99.

      ***********************************************************
      *    LAYOUT FOR THE RETRO PAY AUDIT REPORT HEADING,       *
      *    DETAIL, NOTE, AND SUMMARY LINES                      *
      ***********************************************************
       01 RETRORPT-HEADING1.
           03 RETRORPT-DATE      PIC 99/99/99.
           03 FILLER             PIC X(10)   VALUE SPACES.
           03                    PIC X(38)   VALUE
               'PROG18 - RETROACTIVE PAY AUDIT REPORT'.
       01 RETRORPT-HEADING2.
           03                    PIC X(6)    VALUE 'EMP ID'.
           03 FILLER             PIC X(3)    VALUE SPACES.
           03                    PIC X(4)    VALUE 'LAST'.
           03 FILLER             PIC X(12)   VALUE SPACES.
           03                    PIC X(5)    VALUE 'FIRST'.
           03 FILLER             PIC X(11)   VALUE SPACES.
           03                    PIC X(6)    VALUE 'PERIOD'.
           03 FILLER             PIC X(2)    VALUE SPACES.
           03                    PIC X(2)    VALUE 'ST'.
           03 FILLER             PIC X(2)    VALUE SPACES.
           03                    PIC X(7)    VALUE 'REG HRS'.
           03 FILLER             PIC X(2)    VALUE SPACES.
           03                    PIC X(6)    VALUE 'OT HRS'.
           03 FILLER             PIC X(2)    VALUE SPACES.
           03                    PIC X(8)    VALUE 'OLD RATE'.
           03 FILLER             PIC X(2)    VALUE SPACES.
           03                    PIC X(8)    VALUE 'NEW RATE'.
           03 FILLER             PIC X(3)    VALUE SPACES.
           03                    PIC X(10)   VALUE 'OLD AMOUNT'.
           03 FILLER             PIC X(3)    VALUE SPACES.
           03                    PIC X(10)   VALUE 'NEW AMOUNT'.
           03 FILLER             PIC X(8)    VALUE SPACES.
           03                    PIC X(5)    VALUE 'RETRO'.
           03 FILLER             PIC X(2)    VALUE SPACES.
           03                    PIC X(4)    VALUE 'NOTE'.
       01 RETRORPT-DETAIL.
           03 RA-EMPID            PIC 9(7).
           03 FILLER              PIC X(2)    VALUE SPACES.
           03 RA-LNAME            PIC X(15).
           03 FILLER              PIC X(1)    VALUE SPACES.
           03 RA-FNAME            PIC X(15).
           03 FILLER              PIC X(1)    VALUE SPACES.
           03 RA-PERIOD-NO        PIC ZZZ9.
           03 FILLER              PIC X(4)    VALUE SPACES.
           03 RA-EMPSTATUS        PIC X(1).
           03 FILLER              PIC X(3)    VALUE SPACES.
           03 RA-REG-HOURS        PIC ZZ9.99.
           03 FILLER              PIC X(3)    VALUE SPACES.
           03 RA-OT-HOURS         PIC ZZ9.99.
           03 FILLER              PIC X(2)    VALUE SPACES.
           03 RA-OLD-RATE         PIC Z,ZZ9.99.
           03 FILLER              PIC X(2)    VALUE SPACES.
           03 RA-NEW-RATE         PIC Z,ZZ9.99.
           03 FILLER              PIC X(3)    VALUE SPACES.
           03 RA-OLD-AMOUNT       PIC ZZZ,ZZ9.99.
           03 FILLER              PIC X(3)    VALUE SPACES.
           03 RA-NEW-AMOUNT       PIC ZZZ,ZZ9.99.
           03 FILLER              PIC X(3)    VALUE SPACES.
           03 RA-RETRO-AMOUNT     PIC -ZZ,ZZ9.99.
           03 FILLER              PIC X(2)    VALUE SPACES.
           03 RA-NOTE             PIC X(30).
       01 RETRORPT-NOPERIOD.
           03                    PIC X(7)    VALUE 'EMP ID:'.
           03 RN-EMPID            PIC 9(7).
           03 FILLER              PIC X(2)    VALUE SPACES.
           03                    PIC X(22)   VALUE
               'RATE CHANGE EFFECTIVE '.
           03 RN-EFFECTIVE-DATE   PIC 9999/99/99.
           03 FILLER              PIC X(1)    VALUE SPACES.
           03                    PIC X(35)   VALUE
               'NO PAID PERIOD AFFECTED - NO RETRO '.
       01 RETRORPT-REQOVER.
           03                    PIC X(7)    VALUE 'EMP ID:'.
           03 RO-EMPID            PIC 9(7).
           03 FILLER              PIC X(2)    VALUE SPACES.
           03                    PIC X(22)   VALUE
               'RATE CHANGE EFFECTIVE '.
           03 RO-EFFECTIVE-DATE   PIC 9999/99/99.
           03 FILLER              PIC X(1)    VALUE SPACES.
           03                    PIC X(46)   VALUE
               'MORE THAN 10 CHANGES FOR EMPLOYEE - NOT PRICED'.
       01 RETRORPT-HISTNONE.
           03                    PIC X(52)   VALUE
               'PAY HISTORY NOT FOUND - NO PAID PERIOD CAN BE PRICED'.
       01 RETRORPT-SUMMARY1.
           03                    PIC X(33)   VALUE
               'NUMBER OF RATE CHANGES READ:    '.
           03 RS-REQ-COUNT        PIC ZZZZZZ9.
       01 RETRORPT-SUMMARY2.
           03                    PIC X(33)   VALUE
               'NUMBER OF EMPLOYEES OWED RETRO: '.
           03 RS-EMP-COUNT        PIC ZZZZZZ9.
       01 RETRORPT-SUMMARY3.
           03                    PIC X(33)   VALUE
               'NUMBER OF RETRO LINES WRITTEN:  '.
           03 RS-LINE-COUNT       PIC ZZZZZZ9.
       01 RETRORPT-SUMMARY4.
           03                    PIC X(33)   VALUE
               'NUMBER OF DECREASES NOT TAKEN:  '.
           03 RS-DECREASE-COUNT   PIC ZZZZZZ9.
       01 RETRORPT-SUMMARY5.
           03                    PIC X(33)   VALUE
               'NUMBER OF CHANGES NOT PRICED:   '.
           03 RS-NOPERIOD-COUNT   PIC ZZZZZZ9.
       01 RETRORPT-SUMMARY6.
           03                    PIC X(23)   VALUE
               'RETRO PAY TOTAL:       '.
           03 FILLER              PIC X(2)    VALUE SPACES.
           03 RS-RETRO-TOTAL      PIC -$Z,ZZZ,ZZ9.99.

      * VARIABLE TO STORE TODAY'S DATE
       01 CURRENT-DATE          PIC 999999.

      * SWITCHES TO FLAG END OF FILE ON EACH SORTED FILE AND THE
      * FILE STATUSES THE OPTIONAL INPUTS AND THE RUN CONTROL ARE
      * CHECKED THROUGH
       01 MISC.
           03 REQ-EOF-SW         PIC X(1)    VALUE 'N'.
               88 REQ-AT-EOF                 VALUE 'Y'.
           03 REQ-OPEN-SW        PIC X(1)    VALUE 'N'.
               88 REQ-OPENED                 VALUE 'Y'.
           03 HIST-EOF-SW        PIC X(1)    VALUE 'N'.
               88 HIST-AT-EOF                VALUE 'Y'.
           03 HIST-OPEN-SW       PIC X(1)    VALUE 'N'.
               88 HIST-OPENED                VALUE 'Y'.
           03 PAYCAL-EOF-SW      PIC X(1)    VALUE 'N'.
               88 PAYCAL-AT-EOF              VALUE 'Y'.
           03 RETROREQ-FILE-STATUS PIC X(2)  VALUE '00'.
           03 PAYHIST-FILE-STATUS PIC X(2)   VALUE '00'.
           03 PAYCAL-FILE-STATUS PIC X(2)    VALUE '00'.
           03 RUNCTL-FILE-STATUS PIC X(2)    VALUE '00'.

      * COUNTERS AND TOTALS FOR THE REPORT SUMMARY - SEE
      * 6000-PRINT-SUMMARY
       01 MISC2.
           03 REQ-READ-COUNT      PIC 9(7)     VALUE ZEROS.
           03 EMP-RETRO-COUNT     PIC 9(7)     VALUE ZEROS.
           03 RETRO-LINE-COUNT    PIC 9(7)     VALUE ZEROS.
           03 DECREASE-COUNT      PIC 9(7)     VALUE ZEROS.
           03 NOPERIOD-COUNT      PIC 9(7)     VALUE ZEROS.
           03 RETRO-TOTAL         PIC S9(9)V99 VALUE ZEROS.

      * THE EMPLOYEE NOW BEING PRICED, THE TABLE SLOTS FOUND FOR
      * THE CURRENT PERIOD, AND THE OLD/NEW AMOUNTS WORKED OUT
      * FOR IT - OVERTIME IS PRICED AT THE SAME TIME-AND-A-HALF
      * PREMIUM THE PROG3 PAY RUN PAYS - SEE 1300-PRICE-PERIOD
       01 MISC3.
           03 WORK-EMPID          PIC 9(7)     VALUE ZEROS.
           03 WORK-LNAME          PIC X(15)    VALUE SPACES.
           03 WORK-FNAME          PIC X(15)    VALUE SPACES.
           03 EMP-RETRO-SW        PIC X(1)     VALUE 'N'.
               88 EMP-OWED-RETRO               VALUE 'Y'.
           03 OT-PREMIUM-RATE     PIC 9V9      VALUE 1.5.
           03 REQ-SUB             PIC 9(2)     COMP.
           03 REQ-HIT-SUB         PIC 9(2)     COMP.
           03 PCAL-SUB            PIC 9(2)     COMP.
           03 PCAL-HIT-SUB        PIC 9(2)     COMP.
           03 EARN-SUB            PIC 9(2)     COMP.
           03 EARN-LINE-AMOUNT    PIC S9(7)V99 VALUE ZEROS.
           03 OLD-AMOUNT          PIC S9(7)V99 VALUE ZEROS.
           03 NEW-AMOUNT          PIC S9(7)V99 VALUE ZEROS.
           03 RETRO-AMOUNT        PIC S9(7)V99 VALUE ZEROS.

      ************************************************************
      *      START OF PROCEDURE DIVISION                         *
      ************************************************************
       PROCEDURE DIVISION.


      ************************************************************
      *      000-MAINLINE SORTS THE RETRO PAY REQUESTS AND THE   *
      *      PAY HISTORY INTO EMPID SEQUENCE, PRICES EVERY PAID  *
      *      PERIOD EACH BACK-DATED RATE CHANGE REACHES BACK     *
      *      INTO, WRITES THE RETRO OWED FOR THE NEXT PROG3 PAY  *
      *      RUN, AND PRINTS THE AUDIT REPORT                    *
      ************************************************************
       000-MAINLINE.
           PERFORM 8100-CHECK-RUN-CONTROL.
           PERFORM 1600-LOAD-PAY-CALENDAR.
           PERFORM 1500-SORT-REQUESTS.
           PERFORM 1550-SORT-PAY-HISTORY.
           OPEN OUTPUT RETRO-PAY-FILE
                OUTPUT RETRO-RPT-FILE.
           IF (REQ-OPENED) THEN
               OPEN INPUT SORTED-REQ-FILE
               PERFORM 9100-READ-REQUEST
           ELSE
               SET REQ-AT-EOF TO TRUE
           END-IF
           IF (HIST-OPENED) THEN
               OPEN INPUT SORTED-HIST-FILE
               PERFORM 9200-READ-HISTORY
           ELSE
               SET HIST-AT-EOF TO TRUE
           END-IF
           PERFORM 5000-PRINT-HEAD.
           IF (NOT HIST-OPENED) THEN
               WRITE RETRORPT-REC FROM RETRORPT-HISTNONE
                   AFTER ADVANCING 1 LINE
           END-IF
           PERFORM 1000-EMPLOYEE-LOOP
               UNTIL REQ-AT-EOF.
           PERFORM 6000-PRINT-SUMMARY.
           CLOSE RETRO-PAY-FILE
               RETRO-RPT-FILE.
           IF (REQ-OPENED) THEN
               CLOSE SORTED-REQ-FILE
           END-IF
           IF (HIST-OPENED) THEN
               CLOSE SORTED-HIST-FILE
           END-IF
           PERFORM 8200-MARK-STEP-DONE.
           STOP RUN.


      ************************************************************
      *      1000-EMPLOYEE-LOOP PRICES ONE EMPLOYEE - THE        *
      *      EMPLOYEE'S RATE CHANGES ARE GATHERED FIRST, THE PAY *
      *      HISTORY IS SKIPPED FORWARD TO THE EMPLOYEE, EACH    *
      *      PERIOD ON THE HISTORY IS PRICED IN TURN, AND ANY    *
      *      CHANGE THAT REACHED NO PAID PERIOD IS NOTED - THE   *
      *      HISTORY CURSOR ONLY EVER MOVES FORWARD BECAUSE BOTH *
      *      FILES RUN IN ASCENDING EMPID SEQUENCE               *
      ************************************************************
       1000-EMPLOYEE-LOOP.
           MOVE 'N' TO EMP-RETRO-SW
           PERFORM 1100-LOAD-EMP-REQUESTS
           PERFORM 9200-READ-HISTORY
               UNTIL (HIST-AT-EOF) OR (HS-EMPID >= WORK-EMPID)
           PERFORM 1200-LOAD-PERIOD-GROUP
               UNTIL (HIST-AT-EOF) OR (HS-EMPID NOT = WORK-EMPID)
           PERFORM 1400-CHECK-ONE-REQUEST
               VARYING REQ-SUB FROM 1 BY 1
               UNTIL REQ-SUB > REQ-COUNT
           IF (EMP-OWED-RETRO) THEN
               ADD 1 TO EMP-RETRO-COUNT
           END-IF.


      ************************************************************
      *      1100-LOAD-EMP-REQUESTS GATHERS EVERY RATE CHANGE    *
      *      FOR THE EMPLOYEE AT THE FRONT OF THE REQUEST FILE   *
      *      INTO THE REQUEST TABLE                              *
      ************************************************************
       1100-LOAD-EMP-REQUESTS.
           MOVE RQ-EMPID          TO WORK-EMPID
           MOVE RQ-LNAME          TO WORK-LNAME
           MOVE RQ-FNAME          TO WORK-FNAME
           MOVE 0 TO REQ-COUNT
           PERFORM 1150-TAKE-ONE-REQUEST
               UNTIL (REQ-AT-EOF) OR (RQ-EMPID NOT = WORK-EMPID).


      ************************************************************
      *      1150-TAKE-ONE-REQUEST FILES ONE RATE CHANGE INTO    *
      *      THE REQUEST TABLE AND READS THE NEXT ONE - A CHANGE *
      *      PAST THE TABLE LIMIT IS REPORTED AS NOT PRICED      *
      *      RATHER THAN ALLOWED TO CLOBBER A LOADED ONE         *
      ************************************************************
       1150-TAKE-ONE-REQUEST.
           ADD 1 TO REQ-READ-COUNT
           IF (REQ-COUNT < 10) THEN
               ADD 1 TO REQ-COUNT
               MOVE RQ-EFFECTIVE-DATE
                   TO RQT-EFFECTIVE-DATE(REQ-COUNT)
               MOVE RQ-OLD-RATE   TO RQT-OLD-RATE(REQ-COUNT)
               MOVE RQ-NEW-RATE   TO RQT-NEW-RATE(REQ-COUNT)
               MOVE 'N'           TO RQT-HIT-SW(REQ-COUNT)
           ELSE
               ADD 1 TO NOPERIOD-COUNT
               MOVE RQ-EMPID          TO RO-EMPID
               MOVE RQ-EFFECTIVE-DATE TO RO-EFFECTIVE-DATE
               WRITE RETRORPT-REC FROM RETRORPT-REQOVER
                   AFTER ADVANCING 1 LINE
           END-IF
           PERFORM 9100-READ-REQUEST.


      ************************************************************
      *      1200-LOAD-PERIOD-GROUP FOLDS EVERY HISTORY RECORD   *
      *      FOR THE EMPLOYEE AND THE PERIOD AT THE CURSOR INTO  *
      *      PERIOD-GROUP, THEN PRICES THE PERIOD                *
      ************************************************************
       1200-LOAD-PERIOD-GROUP.
           MOVE HS-PERIOD-NO      TO PG-PERIOD-NO
           MOVE 'N'               TO PG-PAID-SW
           MOVE SPACES            TO PG-EMPSTATUS
           MOVE ZEROS             TO PG-RATE
           MOVE ZEROS             TO PG-PRIOR-RATE
           MOVE ZEROS             TO PG-REG-HOURS
           MOVE ZEROS             TO PG-OT-HOURS
           MOVE ZEROS             TO PG-EARN-COUNT
           PERFORM 1250-TAKE-ONE-HIST-REC
               UNTIL (HIST-AT-EOF) OR (HS-EMPID NOT = WORK-EMPID)
                  OR (HS-PERIOD-NO NOT = PG-PERIOD-NO)
           PERFORM 1300-PRICE-PERIOD.


      ************************************************************
      *      1250-TAKE-ONE-HIST-REC FOLDS ONE HISTORY RECORD     *
      *      INTO PERIOD-GROUP - A P RECORD SUPPLIES THE STATUS, *
      *      RATE, AND HOURS THE PERIOD WAS PAID FROM (A RERUN   *
      *      OF THE PERIOD, BEING LATER, REPLACES THE FIRST), AN *
      *      E RECORD SUPPLIES THE CODED EARNINGS LINES PAID     *
      *      WITH THE P RECORD BEFORE IT, AND AN R RECORD MOVES  *
      *      THE RATE ON TO THE ONE RETRO WAS ALREADY SETTLED    *
      *      AT - A PROG21 REVERSAL UNDOES THEM: AN X LEAVES THE *
      *      PERIOD UNPAID AND A Y PUTS THE RATE BACK WHERE IT   *
      *      WAS - THEN READS THE NEXT ONE                       *
      ************************************************************
       1250-TAKE-ONE-HIST-REC.
           IF (HS-REC-TYPE = 'P') THEN
               SET PERIOD-WAS-PAID TO TRUE
               MOVE HS-EMPSTATUS  TO PG-EMPSTATUS
               MOVE HS-EMPRATE    TO PG-RATE
               MOVE HS-REG-HOURS  TO PG-REG-HOURS
               MOVE HS-OT-HOURS   TO PG-OT-HOURS
               MOVE ZEROS         TO PG-EARN-COUNT
           ELSE
               IF (HS-REC-TYPE = 'R') THEN
                   MOVE PG-RATE    TO PG-PRIOR-RATE
                   MOVE HS-EMPRATE TO PG-RATE
               ELSE
                   IF (HS-REC-TYPE = 'X') THEN
                       MOVE 'N'    TO PG-PAID-SW
                   ELSE
                       IF (HS-REC-TYPE = 'Y') THEN
                           MOVE PG-PRIOR-RATE TO PG-RATE
                       ELSE
                           IF (HS-REC-TYPE = 'E') THEN
                               PERFORM 1260-TAKE-EARN-LINES
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM 9200-READ-HISTORY.


      ************************************************************
      *      1260-TAKE-EARN-LINES COPIES THE CODED EARNINGS      *
      *      LINES OFF AN E RECORD INTO PERIOD-GROUP             *
      ************************************************************
       1260-TAKE-EARN-LINES.
           MOVE HE-LINE-COUNT     TO PG-EARN-COUNT
           IF (PG-EARN-COUNT > 6) THEN
               MOVE 6             TO PG-EARN-COUNT
           END-IF
           PERFORM 1265-TAKE-ONE-EARN-LINE
               VARYING EARN-SUB FROM 1 BY 1
               UNTIL EARN-SUB > PG-EARN-COUNT.


       1265-TAKE-ONE-EARN-LINE.
           MOVE HE-RATE-MULT(EARN-SUB)  TO PG-EARN-MULT(EARN-SUB)
           MOVE HE-PAID-HOURS(EARN-SUB) TO PG-EARN-HOURS(EARN-SUB).


      ************************************************************
      *      1300-PRICE-PERIOD DECIDES WHETHER THE PERIOD IN     *
      *      PERIOD-GROUP IS OWED RETRO - IT MUST HAVE BEEN PAID *
      *      ON THE HISTORY, BE MARKED PAID ON THE CALENDAR, AND *
      *      END ON OR AFTER THE EFFECTIVE DATE OF ONE OF THE    *
      *      EMPLOYEE'S RATE CHANGES - THE PERIOD IS THEN        *
      *      REPRICED AT THE LATEST CHANGE IN EFFECT BY ITS END  *
      ************************************************************
       1300-PRICE-PERIOD.
           IF (PERIOD-WAS-PAID) THEN
               PERFORM 1310-FIND-PERIOD
               IF (PCAL-HIT-SUB > 0) THEN
                   IF (PCT-PAID-SW(PCAL-HIT-SUB) = 'Y') THEN
                       PERFORM 1320-FIND-REQUEST
                       IF (REQ-HIT-SUB > 0) THEN
                           MOVE 'Y' TO RQT-HIT-SW(REQ-HIT-SUB)
                           PERFORM 1330-COMPUTE-AMOUNTS
                           IF (RETRO-AMOUNT NOT = 0) THEN
                               PERFORM 1340-WRITE-RETRO-LINE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.


      ************************************************************
      *      1310-FIND-PERIOD LOOKS THE GROUP'S PERIOD UP ON THE *
      *      CALENDAR TABLE AND LEAVES ITS SLOT IN PCAL-HIT-SUB  *
      *      - ZERO MEANS THE PERIOD IS NOT ON THIS CALENDAR     *
      ************************************************************
       1310-FIND-PERIOD.
           MOVE 0 TO PCAL-HIT-SUB
           PERFORM 1315-SCAN-ONE-PERIOD
               VARYING PCAL-SUB FROM 1 BY 1
               UNTIL (PCAL-SUB > PAYCAL-COUNT) OR (PCAL-HIT-SUB > 0).


       1315-SCAN-ONE-PERIOD.
           IF (PCT-PERIOD-NO(PCAL-SUB) = PG-PERIOD-NO) THEN
               MOVE PCAL-SUB TO PCAL-HIT-SUB
           END-IF.


      ************************************************************
      *      1320-FIND-REQUEST LEAVES IN REQ-HIT-SUB THE LATEST  *
      *      RATE CHANGE EFFECTIVE ON OR BEFORE THE PERIOD'S END *
      *      DATE - THE TABLE IS IN EFFECTIVE-DATE ORDER SO THE  *
      *      LAST ONE THAT QUALIFIES WINS - ZERO MEANS THE       *
      *      PERIOD ENDED BEFORE ANY OF THE CHANGES TOOK EFFECT  *
      ************************************************************
       1320-FIND-REQUEST.
           MOVE 0 TO REQ-HIT-SUB
           PERFORM 1325-SCAN-ONE-REQUEST
               VARYING REQ-SUB FROM 1 BY 1
               UNTIL REQ-SUB > REQ-COUNT.


       1325-SCAN-ONE-REQUEST.
           IF (RQT-EFFECTIVE-DATE(REQ-SUB) <=
                   PCT-END-DATE(PCAL-HIT-SUB)) THEN
               MOVE REQ-SUB TO REQ-HIT-SUB
           END-IF.


      ************************************************************
      *      1330-COMPUTE-AMOUNTS PRICES THE PERIOD AT THE RATE  *
      *      IT WAS PAID AT AND AT THE NEW RATE - AN HOURLY      *
      *      EMPLOYEE ON THE HOURS ACTUALLY PAID THAT PERIOD,    *
      *      OVERTIME AT THE TIME-AND-A-HALF PREMIUM, AND EACH   *
      *      CODED EARNINGS LINE AT ITS OWN MULTIPLIER OF THE    *
      *      RATE (A FLAT PREMIUM PER HOUR DOES NOT MOVE WITH    *
      *      THE RATE, SO ONLY ITS STRAIGHT TIME IS REPRICED),   *
      *      AND A SALARIED EMPLOYEE ON THE PER-PERIOD AMOUNT    *
      ************************************************************
       1330-COMPUTE-AMOUNTS.
           IF (PG-EMPSTATUS = 'H') THEN
               COMPUTE OLD-AMOUNT ROUNDED =
                   (PG-REG-HOURS * PG-RATE) +
                   (PG-OT-HOURS * PG-RATE * OT-PREMIUM-RATE)
               COMPUTE NEW-AMOUNT ROUNDED =
                   (PG-REG-HOURS * RQT-NEW-RATE(REQ-HIT-SUB)) +
                   (PG-OT-HOURS * RQT-NEW-RATE(REQ-HIT-SUB)
                       * OT-PREMIUM-RATE)
               PERFORM 1335-PRICE-ONE-EARN-LINE
                   VARYING EARN-SUB FROM 1 BY 1
                   UNTIL EARN-SUB > PG-EARN-COUNT
           ELSE
               MOVE PG-RATE                   TO OLD-AMOUNT
               MOVE RQT-NEW-RATE(REQ-HIT-SUB) TO NEW-AMOUNT
           END-IF
           COMPUTE RETRO-AMOUNT = NEW-AMOUNT - OLD-AMOUNT.


       1335-PRICE-ONE-EARN-LINE.
           COMPUTE EARN-LINE-AMOUNT ROUNDED =
               PG-EARN-HOURS(EARN-SUB) * PG-RATE
               * PG-EARN-MULT(EARN-SUB)
           ADD EARN-LINE-AMOUNT   TO OLD-AMOUNT
           COMPUTE EARN-LINE-AMOUNT ROUNDED =
               PG-EARN-HOURS(EARN-SUB) * RQT-NEW-RATE(REQ-HIT-SUB)
               * PG-EARN-MULT(EARN-SUB)
           ADD EARN-LINE-AMOUNT   TO NEW-AMOUNT.


      ************************************************************
      *      1340-WRITE-RETRO-LINE PRINTS THE PERIOD ON THE      *
      *      AUDIT REPORT - AN INCREASE IS ALSO WRITTEN TO THE   *
      *      RETRO PAY FILE FOR THE NEXT PAY RUN, AND A DECREASE *
      *      IS SHOWN BUT NOT RECOVERED FROM THE EMPLOYEE        *
      ************************************************************
       1340-WRITE-RETRO-LINE.
           IF (RETRO-AMOUNT > 0) THEN
               SET EMP-OWED-RETRO TO TRUE
               ADD 1 TO RETRO-LINE-COUNT
               ADD RETRO-AMOUNT       TO RETRO-TOTAL
               MOVE WORK-EMPID        TO RP-EMPID
               MOVE PG-PERIOD-NO      TO RP-PERIOD-NO
               MOVE OLD-AMOUNT        TO RP-OLD-AMOUNT
               MOVE NEW-AMOUNT        TO RP-NEW-AMOUNT
               MOVE RETRO-AMOUNT      TO RP-RETRO-AMOUNT
               MOVE RC-GENERATION     TO RP-GENERATION
               MOVE RQT-NEW-RATE(REQ-HIT-SUB) TO RP-NEW-RATE
               WRITE RETRO-PAY-REC FROM RETROPAY-DATA
               MOVE 'RETRO PAY'       TO RA-NOTE
           ELSE
               ADD 1 TO DECREASE-COUNT
               MOVE 'RATE DECREASE - NOT RECOVERED' TO RA-NOTE
           END-IF
           MOVE WORK-EMPID        TO RA-EMPID
           MOVE WORK-LNAME        TO RA-LNAME
           MOVE WORK-FNAME        TO RA-FNAME
           MOVE PG-PERIOD-NO      TO RA-PERIOD-NO
           MOVE PG-EMPSTATUS      TO RA-EMPSTATUS
           MOVE PG-REG-HOURS      TO RA-REG-HOURS
           MOVE PG-OT-HOURS       TO RA-OT-HOURS
           MOVE PG-RATE           TO RA-OLD-RATE
           MOVE RQT-NEW-RATE(REQ-HIT-SUB) TO RA-NEW-RATE
           MOVE OLD-AMOUNT        TO RA-OLD-AMOUNT
           MOVE NEW-AMOUNT        TO RA-NEW-AMOUNT
           MOVE RETRO-AMOUNT      TO RA-RETRO-AMOUNT
           WRITE RETRORPT-REC FROM RETRORPT-DETAIL
               AFTER ADVANCING 1 LINE.


      ************************************************************
      *      1400-CHECK-ONE-REQUEST NOTES A RATE CHANGE THAT     *
      *      REACHED NO PAID PERIOD - THE NEW RATE STILL APPLIES *
      *      FROM THE NEXT PAY RUN ON THROUGH THE MASTER, BUT    *
      *      NOTHING WAS OWED BACK                               *
      ************************************************************
       1400-CHECK-ONE-REQUEST.
           IF (RQT-HIT-SW(REQ-SUB) = 'N') THEN
               ADD 1 TO NOPERIOD-COUNT
               MOVE WORK-EMPID    TO RN-EMPID
               MOVE RQT-EFFECTIVE-DATE(REQ-SUB) TO RN-EFFECTIVE-DATE
               WRITE RETRORPT-REC FROM RETRORPT-NOPERIOD
                   AFTER ADVANCING 1 LINE
           END-IF.


      ************************************************************
      *      1500-SORT-REQUESTS SORTS THE RETRO PAY REQUESTS     *
      *      INTO EMPID/EFFECTIVE-DATE SEQUENCE WHEN THEY EXIST  *
      *      - A MISSING FILE MEANS NOTHING WAS BACK-DATED       *
      ************************************************************
       1500-SORT-REQUESTS.
           OPEN INPUT RETRO-REQ-FILE
           IF (RETROREQ-FILE-STATUS = '00') THEN
               SET REQ-OPENED TO TRUE
               CLOSE RETRO-REQ-FILE
               SORT REQ-SORT-FILE
                   ON ASCENDING KEY RQSRT-EMPID
                                    RQSRT-EFFECTIVE-DATE
                   USING RETRO-REQ-FILE
                   GIVING SORTED-REQ-FILE
           END-IF.


      ************************************************************
      *      1550-SORT-PAY-HISTORY SORTS THE PAY HISTORY INTO    *
      *      EMPID/PERIOD/GENERATION SEQUENCE WHEN IT EXISTS -   *
      *      RECORDS WITH THE SAME KEY KEEP THE ORDER THEY WERE  *
      *      WRITTEN IN                                          *
      ************************************************************
       1550-SORT-PAY-HISTORY.
           OPEN INPUT PAY-HIST-FILE
           IF (PAYHIST-FILE-STATUS = '00') THEN
               SET HIST-OPENED TO TRUE
               CLOSE PAY-HIST-FILE
               SORT HIST-SORT-FILE
                   ON ASCENDING KEY HSRT-EMPID
                                    HSRT-PERIOD-NO
                                    HSRT-GENERATION
                   WITH DUPLICATES IN ORDER
                   USING PAY-HIST-FILE
                   GIVING SORTED-HIST-FILE
           END-IF.


      ************************************************************
      *      1600-LOAD-PAY-CALENDAR LOADS THE PAY-PERIOD         *
      *      CALENDAR INTO THE PERIOD TABLE - A MISSING CALENDAR *
      *      ABENDS WITH AN OPERATOR MESSAGE, SINCE WITHOUT IT   *
      *      NO PERIOD CAN BE SHOWN TO HAVE BEEN PAID            *
      ************************************************************
       1600-LOAD-PAY-CALENDAR.
           OPEN INPUT PAY-CAL-FILE
           IF (PAYCAL-FILE-STATUS NOT = '00') THEN
               DISPLAY 'PROG18: PAY PERIOD CALENDAR NOT FOUND - '
                   'RUN ABORTED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 9850-READ-PAYCAL
           PERFORM 1610-ADD-ONE-PERIOD
               UNTIL PAYCAL-AT-EOF
           CLOSE PAY-CAL-FILE.


      ************************************************************
      *      1610-ADD-ONE-PERIOD FILES ONE CALENDAR RECORD INTO  *
      *      THE PERIOD TABLE AND READS THE NEXT ONE - A         *
      *      CALENDAR PAST THE TABLE LIMIT IS DROPPED RATHER     *
      *      THAN ALLOWED TO CLOBBER A LOADED PERIOD             *
      ************************************************************
       1610-ADD-ONE-PERIOD.
           IF (PAYCAL-COUNT < 40) THEN
               ADD 1 TO PAYCAL-COUNT
               MOVE PC-PERIOD-NO  TO PCT-PERIOD-NO(PAYCAL-COUNT)
               MOVE PC-START-DATE TO PCT-START-DATE(PAYCAL-COUNT)
               MOVE PC-END-DATE   TO PCT-END-DATE(PAYCAL-COUNT)
               MOVE PC-PAID-SW    TO PCT-PAID-SW(PAYCAL-COUNT)
           END-IF
           PERFORM 9850-READ-PAYCAL.


      ************************************************************
      *      5000-PRINT-HEAD PRINTS THE AUDIT REPORT HEADING     *
      *      LINES AT THE TOP OF THE RUN                         *
      ************************************************************
       5000-PRINT-HEAD.
           ACCEPT CURRENT-DATE FROM DATE
           MOVE CURRENT-DATE      TO RETRORPT-DATE
           WRITE RETRORPT-REC FROM RETRORPT-HEADING1
               AFTER ADVANCING 1 LINE
           WRITE RETRORPT-REC FROM RETRORPT-HEADING2
               AFTER ADVANCING 2 LINE
           MOVE SPACES TO RETRORPT-REC
           WRITE RETRORPT-REC
               AFTER ADVANCING 1 LINE.


      ************************************************************
      *      6000-PRINT-SUMMARY PRINTS THE COUNT OF RATE CHANGES *
      *      READ, EMPLOYEES OWED RETRO, RETRO LINES WRITTEN,    *
      *      DECREASES NOT RECOVERED, AND CHANGES THAT PRICED NO *
      *      PERIOD, AND THE RETRO TOTAL THE NEXT PAY RUN WILL   *
      *      PAY                                                 *
      ************************************************************
       6000-PRINT-SUMMARY.
           MOVE REQ-READ-COUNT    TO RS-REQ-COUNT
           MOVE EMP-RETRO-COUNT   TO RS-EMP-COUNT
           MOVE RETRO-LINE-COUNT  TO RS-LINE-COUNT
           MOVE DECREASE-COUNT    TO RS-DECREASE-COUNT
           MOVE NOPERIOD-COUNT    TO RS-NOPERIOD-COUNT
           MOVE RETRO-TOTAL       TO RS-RETRO-TOTAL
           MOVE SPACES TO RETRORPT-REC
           WRITE RETRORPT-REC
               AFTER ADVANCING 1 LINE
           WRITE RETRORPT-REC FROM RETRORPT-SUMMARY1
               AFTER ADVANCING 1 LINE
           WRITE RETRORPT-REC FROM RETRORPT-SUMMARY2
               AFTER ADVANCING 1 LINE
           WRITE RETRORPT-REC FROM RETRORPT-SUMMARY3
               AFTER ADVANCING 1 LINE
           WRITE RETRORPT-REC FROM RETRORPT-SUMMARY4
               AFTER ADVANCING 1 LINE
           WRITE RETRORPT-REC FROM RETRORPT-SUMMARY5
               AFTER ADVANCING 1 LINE
           WRITE RETRORPT-REC FROM RETRORPT-SUMMARY6
               AFTER ADVANCING 1 LINE.


      ************************************************************
      *      9100-READ-REQUEST READS ONE RECORD FROM THE SORTED  *
      *      RETRO PAY REQUESTS - AT END IT SETS REQ-AT-EOF      *
      ************************************************************
       9100-READ-REQUEST.
           READ SORTED-REQ-FILE INTO RETRO-REQ-DATA
                AT END
                   SET REQ-AT-EOF TO TRUE
           END-READ.


      ************************************************************
      *      9200-READ-HISTORY READS ONE RECORD FROM THE SORTED  *
      *      PAY HISTORY - AT END IT SETS HIST-AT-EOF, WHICH     *
      *      1000-EMPLOYEE-LOOP CHECKS BEFORE EVER COMPARING     *
      *      EMPIDS                                              *
      ************************************************************
       9200-READ-HISTORY.
           READ SORTED-HIST-FILE INTO PAYHIST-DATA
                AT END
                   SET HIST-AT-EOF TO TRUE
           END-READ.


      ************************************************************
      *      9850-READ-PAYCAL READS ONE RECORD FROM THE          *
      *      PAY-PERIOD CALENDAR - AT END IT SETS PAYCAL-AT-EOF  *
      ************************************************************
       9850-READ-PAYCAL.
           READ PAY-CAL-FILE INTO PAYCAL-DATA
                AT END
                   SET PAYCAL-AT-EOF TO TRUE
           END-READ.


      ************************************************************
      *      8100-CHECK-RUN-CONTROL ENFORCES THE JOB-STREAM      *
      *      SEQUENCE BEFORE ANYTHING IS TOUCHED - THE RUN       *
      *      ABENDS WITH AN OPERATOR MESSAGE IF THE SHARED RUN   *
      *      CONTROL IS MISSING, IF PROG2 HAS NOT APPLIED THIS   *
      *      GENERATION'S RATE CHANGES, OR IF THE PROG3 PAY RUN  *
      *      HAS ALREADY STARTED, SINCE THE RETRO WOULD THEN     *
      *      MISS THE RUN IT WAS PRICED FOR - A CLEAN START IS   *
      *      STAMPED S SO AN INTERRUPTED RUN IS VISIBLE          *
      ************************************************************
       8100-CHECK-RUN-CONTROL.
           OPEN INPUT RUN-CTL-FILE
           IF (RUNCTL-FILE-STATUS NOT = '00') THEN
               DISPLAY 'PROG18: RUN CONTROL NOT FOUND - '
                   'RUN PROG5 MASTER LOAD FIRST'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           READ RUN-CTL-FILE INTO RUN-CTL-DATA
           IF (RUNCTL-FILE-STATUS NOT = '00') THEN
               DISPLAY 'PROG18: RUN CONTROL UNREADABLE - '
                   'RUN PROG5 MASTER LOAD FIRST'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE RUN-CTL-FILE
           IF (RC-STEP-DONE(2) NOT = 'Y') THEN
               DISPLAY 'PROG18: PROG2 RATE CHANGE RUN NOT '
                   'COMPLETE FOR GENERATION ' RC-GENERATION
                   ' - RUN ABORTED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF (RC-STEP-DONE(3) NOT = 'N') THEN
               DISPLAY 'PROG18: PROG3 PAY RUN ALREADY STARTED '
                   'FOR GENERATION ' RC-GENERATION
                   ' - RUN ABORTED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF (RC-STEP-DONE(18) NOT = 'S') THEN
               MOVE 'S' TO RC-STEP-DONE(18)
               PERFORM 8300-REWRITE-RUN-CONTROL
           END-IF.


      ************************************************************
      *      8200-MARK-STEP-DONE STAMPS THIS RUN AS COMPLETED    *
      *      FOR THE GENERATION IT RAN UNDER ON THE SHARED RUN   *
      *      CONTROL - THIS REPLACES THE P PROG2 LEAVES ON STEP  *
      *      18 WHEN IT WRITES RETRO PAY REQUESTS, AND IS WHAT   *
      *      RELEASES THE PROG3 PAY RUN IN THAT CASE             *
      ************************************************************
       8200-MARK-STEP-DONE.
           MOVE 'Y' TO RC-STEP-DONE(18)
           PERFORM 8300-REWRITE-RUN-CONTROL.


       8300-REWRITE-RUN-CONTROL.
           OPEN OUTPUT RUN-CTL-FILE
           WRITE RUN-CTL-REC FROM RUN-CTL-DATA
           CLOSE RUN-CTL-FILE.

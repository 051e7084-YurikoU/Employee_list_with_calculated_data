           SELECT CLEAN-TIME-FILE   ASSIGN TO DA-S-CLNTIME.
           SELECT TIME-SUSP-FILE    ASSIGN TO DA-S-TIMESUSP.
           SELECT EDIT-RPT-FILE     ASSIGN TO UR-S-TEDRPT.
           SELECT EARN-CODE-FILE    ASSIGN TO DA-S-EARNCODE
               FILE STATUS IS EARNCD-FILE-STATUS.
           SELECT RUN-CTL-FILE      ASSIGN TO DA-S-RUNCTL
               FILE STATUS IS RUNCTL-FILE-STATUS.
       DATA DIVISION.
      *    RAW-TIME-FILE IS THE KEYED TIMECARD BATCH AS          *
      *    TIMEKEEPING SUPPLIES IT - EMPID, HOURS, AND THE WORK  *
      *    DATE (MMDDYYYY, THE SAME FORM AS THE MASTER'S I-DATE) *
      *    THE PROG3 PAY RUN CHECKS AGAINST THE PAY PERIOD, AND  *
      *    UP TO FIVE EARNINGS-CODE/HOURS LINES FOR PREMIUM PAY  *
      *    (SHIFT, HOLIDAY, CALL-BACK) - HOURS AND DATE ARE KEPT *
      *    AS X FIELDS HERE SO A NON-NUMERIC CARD CAN BE CAUGHT  *
      *    AND SUSPENDED INSTEAD OF BLOWING UP THE ARITHMETIC    *
      ***********************************************************
       FD RAW-TIME-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 RAW-TIME-REC          PIC X(60).
      ***********************************************************
      *    TIME-SORT-FILE SORTS THE TIMECARDS INTO EMPID         *
      *    SEQUENCE SO THEY CAN BE CHECKED AGAINST THE SORTED    *
       SD TIME-SORT-FILE.
       01 TMSRT-REC.
           03 TMSRT-EMPID        PIC 9(7).
           03 FILLER             PIC X(53).
       FD SORTED-TIME-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 SRTD-TIME-REC         PIC X(60).
      ***********************************************************
      *    CLEAN-TIME-FILE IS THE EDITED TIMECARD FEED PROG3     *
      *    READS - ONLY CARDS THAT PASSED EVERY EDIT, IN THE     *
       FD CLEAN-TIME-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 CLEAN-TIME-REC        PIC X(60).
      ***********************************************************
      *    TIME-SUSP-FILE IS THE MACHINE-READABLE COPY OF EVERY  *
      *    REJECTED TIMECARD - THE FULL CARD IMAGE PLUS THE      *
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 TIME-SUSP-REC.
           03 TS-CARD-IMAGE     PIC X(60).
           03 TS-REASON         PIC X(30).
           03 TS-CYCLE-COUNT    PIC 9(2).
      ***********************************************************
           LABEL RECORDS ARE OMITTED.
       01 TEDRPT-REC            PIC X(100).
      ***********************************************************
      *    EARN-CODE-FILE IS THE EARNINGS-CODE MASTER - ONE      *
      *    RECORD PER PREMIUM EARNINGS CODE WITH ITS PRICING -   *
      *    ONLY THE CODES ARE NEEDED HERE, TO EDIT THE CARD'S    *
      *    EARNINGS LINES AGAINST - A MISSING MASTER MEANS NO    *
      *    CODE IS VALID, SO ANY CODED CARD IS SUSPENDED         *
      ***********************************************************
       FD EARN-CODE-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 EARNCD-REC            PIC X(40).
      ***********************************************************
      *    RUN-CTL-FILE IS THE SHARED JOB-STREAM RUN CONTROL    *
      *    MAINTAINED BY THE PROG5 MASTER LOAD - THE PRE-EDIT   *
      *    REFUSES TO START UNLESS THE CURRENT GENERATION'S     *
      *    LAYOUT FOR ONE SORTED TIMECARD - THE HOURS ARE       *
      *    REDEFINED AS X FIELDS SO THE NUMERIC EDIT CAN LOOK   *
      *    AT THE RAW BYTES BEFORE THE NUMERIC VIEW IS TRUSTED  *
      *    - AN UNUSED EARNINGS LINE IS LEFT BLANK              *
      ***********************************************************
       01 TIME-DATA.
           03 TM-EMPID          PIC 9(7).
           03 TM-REG-HOURS      PIC 999V99.
           03 TM-OT-HOURS       PIC 999V99.
           03 TM-WORK-DATE      PIC 9(8).
           03 TM-EARN-LINE OCCURS 5 TIMES.
              05 TM-EARN-CODE   PIC X(2).
              05 TM-EARN-HOURS  PIC 999V99.
       01 TIME-DATA-X REDEFINES TIME-DATA.
           03 TMX-EMPID         PIC X(7).
           03 TMX-REG-HOURS     PIC X(5).
           03 TMX-OT-HOURS      PIC X(5).
           03 TMX-WORK-DATE     PIC X(8).
           03 TMX-EARN-LINE OCCURS 5 TIMES.
              05 TMX-EARN-CODE  PIC X(2).
              05 TMX-EARN-HOURS PIC X(5).

      ***********************************************************
      *    LAYOUT FOR ONE EARNINGS-CODE MASTER RECORD, THE SAME *
      *    SHAPE PROG3 PRICES FROM, AND THE TABLE OF VALID      *
      *    CODES IT IS LOADED INTO - SEE 1600-LOAD-EARN-CODES   *
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
              05 ECT-EARN-CODE  PIC X(2).

      ***********************************************************
      *    LAYOUT FOR THE PRE-EDIT REPORT HEADING, REJECT       *
           03                    PIC X(33)   VALUE
               'NUMBER OF TIMECARDS REJECTED:   '.
           03 TT-REJECT-COUNT     PIC ZZZZZZ9.
       01 TEDRPT-TOTAL6.
           03                    PIC X(33)   VALUE
               'EARNINGS-CODE HOURS IN BATCH:   '.
           03 TT-EARN-HOURS       PIC ZZZ,ZZ9.99.
       01 TEDRPT-EARN-NONE.
           03                    PIC X(49)   VALUE
               'EARNINGS CODE MASTER NOT SUPPLIED - NO CODE VALID'.

      * VARIABLE TO STORE TODAY'S DATE
       01 CURRENT-DATE          PIC 999999.
           03 TIME-EOF-SW        PIC X(1)    VALUE 'N'.
               88 TIME-AT-EOF                VALUE 'Y'.
           03 RUNCTL-FILE-STATUS PIC X(2)    VALUE '00'.
           03 EARNCD-FILE-STATUS PIC X(2)    VALUE '00'.
           03 EARNCD-EOF-SW      PIC X(1)    VALUE 'N'.
               88 EARNCD-AT-EOF              VALUE 'Y'.
           03 EARNCD-LOADED-SW   PIC X(1)    VALUE 'N'.
               88 EARN-CODES-LOADED          VALUE 'Y'.

      * COUNTERS AND HOUR ACCUMULATORS FOR THE BATCH BALANCING
      * TOTALS - SEE 6000-PRINT-BATCH-TOTALS
           03 REJECT-COUNT        PIC 9(7)     VALUE ZEROS.
           03 REG-HOURS-IN        PIC 9(7)V99  VALUE ZEROS.
           03 OT-HOURS-IN         PIC 9(7)V99  VALUE ZEROS.
           03 EARN-HOURS-IN       PIC 9(7)V99  VALUE ZEROS.

      * SWITCH TO FLAG WHETHER THE CURRENT TIMECARD PASSED THE
      * EDITS, THE REJECT REASON, THE REASONABLE-HOURS LIMITS,
           03 REG-HOURS-LIMIT    PIC 999V99  VALUE 200.00.
           03 OT-HOURS-LIMIT     PIC 999V99  VALUE 100.00.
           03 PREV-EMPID         PIC X(7)    VALUE SPACES.
           03 LINE-SUB           PIC 9(2)    COMP.
           03 EC-SUB             PIC 9(2)    COMP.
           03 EARN-FOUND-SW      PIC X(1)    VALUE 'N'.
               88 EARN-CODE-FOUND            VALUE 'Y'.

      ************************************************************
      *      START OF PROCEDURE DIVISION                         *
      ************************************************************
       000-MAINLINE.
           PERFORM 8100-CHECK-RUN-CONTROL.
           PERFORM 1600-LOAD-EARN-CODES.
           SORT MASTER-SORT-FILE
               ON ASCENDING KEY MSRT-EMPID
               USING RAW-MASTER-FILE
                OUTPUT TIME-SUSP-FILE
                OUTPUT EDIT-RPT-FILE.
           PERFORM 5000-PRINT-HEAD.
           IF (NOT EARN-CODES-LOADED) THEN
               WRITE TEDRPT-REC FROM TEDRPT-EARN-NONE
                   AFTER ADVANCING 1 LINE
           END-IF
           PERFORM 9100-READ-MASTER.
           PERFORM 9200-READ-TIMECARD.
           PERFORM 1000-EDIT-LOOP
           IF (TM-OT-HOURS NUMERIC) THEN
               ADD TM-OT-HOURS TO OT-HOURS-IN
           END-IF
           PERFORM 1010-ADD-EARN-HOURS
               VARYING LINE-SUB FROM 1 BY 1
               UNTIL LINE-SUB > 5
           PERFORM 1100-VALIDATE-TIMECARD
           IF (VALID-TIMECARD) THEN
               ADD 1 TO PASS-COUNT
           PERFORM 9200-READ-TIMECARD.


       1010-ADD-EARN-HOURS.
           IF (TM-EARN-CODE(LINE-SUB) NOT = SPACES)
              AND (TM-EARN-HOURS(LINE-SUB) NUMERIC) THEN
               ADD TM-EARN-HOURS(LINE-SUB) TO EARN-HOURS-IN
           END-IF.


      ************************************************************
      *      1100-VALIDATE-TIMECARD RUNS THE CURRENT CARD        *
      *      THROUGH THE EDITS - EMPID AND HOURS NUMERIC, HOURS  *
      *      HOURS LIMITS, THE DUPLICATE-IN-BATCH CHECK, AND THE *
      *      MASTER LOOKUP - THE MASTER CURSOR ONLY EVER MOVES   *
      *      FORWARD BECAUSE BOTH FILES RUN IN ASCENDING EMPID   *
      *      SEQUENCE - A CARD THAT PASSES ALL OF THOSE HAS ITS  *
      *      EARNINGS LINES EDITED LAST                          *
      ************************************************************
       1150-CHECK-LIMITS-AND-MASTER.
           IF (TM-REG-HOURS > REG-HOURS-LIMIT)
                           TO REJECT-REASON
                   END-IF
               END-IF
           END-IF
           IF (VALID-TIMECARD) THEN
               PERFORM 1160-CHECK-EARN-LINE
                   VARYING LINE-SUB FROM 1 BY 1
                   UNTIL (LINE-SUB > 5) OR (INVALID-TIMECARD)
           END-IF.


      ************************************************************
      *      1160-CHECK-EARN-LINE EDITS ONE EARNINGS LINE ON THE *
      *      CARD - A BLANK CODE MUST CARRY NO HOURS, AND A      *
      *      CODED LINE MUST NAME A CODE ON THE EARNINGS-CODE    *
      *      MASTER AND CARRY NUMERIC, NON-ZERO HOURS INSIDE THE *
      *      REGULAR-HOURS LIMIT                                 *
      ************************************************************
       1160-CHECK-EARN-LINE.
           IF (TM-EARN-CODE(LINE-SUB) = SPACES) THEN
               IF (TMX-EARN-HOURS(LINE-SUB) NOT = SPACES)
                  AND (TMX-EARN-HOURS(LINE-SUB) NOT = ZEROS) THEN
                   SET INVALID-TIMECARD TO TRUE
                   MOVE 'EARNINGS HOURS WITH NO CODE'
                       TO REJECT-REASON
               END-IF
           ELSE
               MOVE 'N' TO EARN-FOUND-SW
               PERFORM 1170-SCAN-EARN-CODE
                   VARYING EC-SUB FROM 1 BY 1
                   UNTIL (EC-SUB > EARN-CODE-COUNT)
                      OR (EARN-CODE-FOUND)
               IF (NOT EARN-CODE-FOUND) THEN
                   SET INVALID-TIMECARD TO TRUE
                   MOVE 'EARNINGS CODE NOT ON MASTER'
                       TO REJECT-REASON
               ELSE
                   IF (TM-EARN-HOURS(LINE-SUB) NOT NUMERIC) THEN
                       SET INVALID-TIMECARD TO TRUE
                       MOVE 'EARNINGS HOURS NOT NUMERIC'
                           TO REJECT-REASON
                   ELSE
                       IF (TM-EARN-HOURS(LINE-SUB) = 0)
                          OR (TM-EARN-HOURS(LINE-SUB)
                              > REG-HOURS-LIMIT) THEN
                           SET INVALID-TIMECARD TO TRUE
                           MOVE 'EARNINGS HOURS OUT OF RANGE'
                               TO REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.


       1170-SCAN-EARN-CODE.
           IF (ECT-EARN-CODE(EC-SUB) = TM-EARN-CODE(LINE-SUB)) THEN
               SET EARN-CODE-FOUND TO TRUE
           END-IF.


               AFTER ADVANCING 1 LINE.


      ************************************************************
      *      1600-LOAD-EARN-CODES LOADS THE VALID EARNINGS CODES *
      *      FROM THE EARNINGS-CODE MASTER - A MISSING MASTER    *
      *      LEAVES THE TABLE EMPTY, SO EVERY CODED CARD IS      *
      *      SUSPENDED AND THE REPORT SAYS SO                    *
      ************************************************************
       1600-LOAD-EARN-CODES.
           OPEN INPUT EARN-CODE-FILE
           IF (EARNCD-FILE-STATUS = '00') THEN
               SET EARN-CODES-LOADED TO TRUE
               PERFORM 9300-READ-EARNCODE
               PERFORM 1610-ADD-ONE-EARN-CODE
                   UNTIL EARNCD-AT-EOF
               CLOSE EARN-CODE-FILE
           END-IF.


      ************************************************************
      *      1610-ADD-ONE-EARN-CODE FILES ONE CODE INTO THE      *
      *      TABLE AND READS THE NEXT ONE - A RECORD PAST THE    *
      *      TABLE LIMIT IS DROPPED RATHER THAN ALLOWED TO       *
      *      CLOBBER A LOADED ONE                                *
      ************************************************************
       1610-ADD-ONE-EARN-CODE.
           IF (EARN-CODE-COUNT < 50) THEN
               ADD 1 TO EARN-CODE-COUNT
               MOVE EC-EARN-CODE TO ECT-EARN-CODE(EARN-CODE-COUNT)
           END-IF
           PERFORM 9300-READ-EARNCODE.


      ************************************************************
      *      5000-PRINT-HEAD PRINTS THE PRE-EDIT REPORT HEADING  *
      *      LINES AT THE TOP OF THE RUN                         *
           MOVE OT-HOURS-IN       TO TT-OT-HOURS
           MOVE PASS-COUNT        TO TT-PASS-COUNT
           MOVE REJECT-COUNT      TO TT-REJECT-COUNT
           MOVE EARN-HOURS-IN     TO TT-EARN-HOURS
           MOVE SPACES TO TEDRPT-REC
           WRITE TEDRPT-REC
               AFTER ADVANCING 1 LINE
               AFTER ADVANCING 1 LINE
           WRITE TEDRPT-REC FROM TEDRPT-TOTAL3
               AFTER ADVANCING 1 LINE
           WRITE TEDRPT-REC FROM TEDRPT-TOTAL6
               AFTER ADVANCING 1 LINE
           WRITE TEDRPT-REC FROM TEDRPT-TOTAL4
               AFTER ADVANCING 1 LINE
           WRITE TEDRPT-REC FROM TEDRPT-TOTAL5
           END-READ.


      ************************************************************
      *      9300-READ-EARNCODE READS ONE RECORD FROM THE        *
      *      EARNINGS-CODE MASTER - AT END IT SETS EARNCD-AT-EOF *
      ************************************************************
       9300-READ-EARNCODE.
           READ EARN-CODE-FILE INTO EARNCD-DATA
                AT END
                   SET EARNCD-AT-EOF TO TRUE
           END-READ.


      ************************************************************
      *      8100-CHECK-RUN-CONTROL ENFORCES THE JOB-STREAM      *
      *      SEQUENCE BEFORE ANYTHING IS TOUCHED - THE RUN       *

           SELECT RAW-TRANS-FILE    ASSIGN TO DA-S-TRANS.
           SELECT MASTER-OUT-FILE   ASSIGN TO DA-S-OUTPUT.
           SELECT CHANGE-RPT-FILE   ASSIGN TO UR-S-CHGRPT.
           SELECT RETRO-REQ-FILE    ASSIGN TO DA-S-RETROREQ.
           SELECT RUN-CTL-FILE      ASSIGN TO DA-S-RUNCTL
               FILE STATUS IS RUNCTL-FILE-STATUS.
       DATA DIVISION.
      *    PER RECORD - THE EMPLOYEE'S I-EMPID AND THE NEW RATE *
      *    TO APPLY TO THAT EMPLOYEE'S MASTER RECORD - KEYED    *
      *    ACCESS MEANS THE TRANSACTIONS NO LONGER HAVE TO BE   *
      *    SORTED INTO EMPID SEQUENCE BEFORE THEY ARE APPLIED - *
      *    RT-EFFECTIVE-DATE (MMDDYYYY) IS THE DATE HR APPROVED *
      *    THE RATE FROM - ZERO MEANS EFFECTIVE NOW, AND A DATE *
      *    BEFORE TODAY IS A BACK-DATED CHANGE THAT GOES TO THE *
      *    PROG18 RETRO PAY RUN ON RETRO-REQ-FILE - A NON-ZERO  *
      *    DATE THAT IS NOT A REAL CALENDAR DATE IS REJECTED ON *
      *    THE CHANGE REPORT AND THE RATE IS NOT APPLIED        *
      ***********************************************************
       FD RAW-TRANS-FILE
           BLOCK CONTAINS 0 RECORDS
       01 RAW-TRANS-REC.
           03 RT-EMPID           PIC 9(7).
           03 RT-NEW-RATE         PIC 9999V99.
           03 RT-EFFECTIVE-DATE   PIC 9(8).
      ***********************************************************
      *    MASTER-OUT-FILE IS THE UPDATED MASTER, UNLOADED FROM *
      *    THE INDEXED FILE IN EMPID SEQUENCE BY 2000-UNLOAD-   *
      *    REPORT, WRITTEN BY 1300-APPLY-RATE-CHANGE FOR EVERY  *
      *    MATCHED TRANSACTION AND BY 1200-WRITE-UNMATCHED-TRANS*
      *    FOR ANY TRANSACTION THAT DOES NOT MATCH A MASTER     *
      *    RECORD, AND BY 1250-WRITE-BAD-DATE-TRANS FOR ANY     *
      *    TRANSACTION WITH AN INVALID EFFECTIVE DATE, THEN     *
      *    SUMMARIZED BY 6000-PRINT-SUMMARY                     *
      ***********************************************************
       FD CHANGE-RPT-FILE
           LABEL RECORDS ARE OMITTED.
       01 CHGRPT-REC            PIC X(100).
      ***********************************************************
      *    RETRO-REQ-FILE CARRIES ONE RECORD PER BACK-DATED     *
      *    RATE CHANGE APPLIED THIS RUN - THE EMPLOYEE, THE     *
      *    EFFECTIVE DATE (YYYYMMDD SO IT COMPARES AGAINST THE  *
      *    PAY CALENDAR RANGES), AND THE OLD AND NEW RATES -    *
      *    THE PROG18 RETRO PAY RUN PRICES EVERY PERIOD ALREADY *
      *    PAID ON OR AFTER THAT DATE FROM IT - WRITING ONE     *
      *    MARKS STEP 18 P (PENDING) ON THE RUN CONTROL SO THE  *
      *    PROG3 PAY RUN WILL NOT START UNTIL PROG18 HAS PRICED *
      *    THE REQUESTS                                         *
      ***********************************************************
       FD RETRO-REQ-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 RETRO-REQ-REC         PIC X(60).
      ***********************************************************
      *    RUN-CTL-FILE IS THE SHARED JOB-STREAM RUN CONTROL    *
      *    MAINTAINED BY THE PROG5 MASTER LOAD - THE MASTER     *
      *    GENERATION NUMBER AND ONE STEP BYTE PER PROGRAM -    *
      ***********************************************************
       01 RUN-CTL-DATA.
           03 RC-GENERATION     PIC 9(6).
           03 RC-STEP-DONE OCCURS 30 TIMES
                                PIC X(1).
      ***********************************************************
      *    LAYOUT FOR ONE MASTER RECORD, BROKEN OUT INTO ITS    *
      *    FIELDS THE SAME WAY PROG1'S INPUT-DATA IS - THIS IS  *
       01 TRANS-DATA.
           03 TR-EMPID          PIC 9(7).
           03 TR-NEW-RATE        PIC 9999V99.
           03 TR-EFFECTIVE-DATE  PIC 9(8).
           03 TR-EFFECTIVE-DATE-X REDEFINES TR-EFFECTIVE-DATE
                                 PIC X(8).

      ***********************************************************
      *    LAYOUT FOR ONE RETRO PAY REQUEST WRITTEN TO          *
      *    RETRO-REQ-FILE FOR A BACK-DATED RATE CHANGE - SEE    *
      *    1350-WRITE-RETRO-REQUEST                             *
      ***********************************************************
       01 RETRO-REQ-DATA.
           03 RQ-EMPID          PIC 9(7).
           03 RQ-EFFECTIVE-DATE PIC 9(8).
           03 RQ-OLD-RATE       PIC 9999V99.
           03 RQ-NEW-RATE       PIC 9999V99.
           03 RQ-LNAME          PIC X(15).
           03 RQ-FNAME          PIC X(15).
           03 FILLER            PIC X(3)    VALUE SPACES.

      ***********************************************************
      *    WORK AREA TO TURN A TRANSACTION'S MMDDYYYY EFFECTIVE *
      *    DATE INTO THE YYYYMMDD FORM THE RUN DATE AND THE PAY *
      *    CALENDAR COMPARE IN - SEE 1340-CHECK-EFFECTIVE-DATE  *
      ***********************************************************
       01 DATE-CONVERT.
           03 DC-MDY.
              05 DC-MM          PIC 9(2).
              05 DC-DD          PIC 9(2).
              05 DC-YYYY        PIC 9(4).
           03 DC-YMD.
              05 DC-Y           PIC 9(4).
              05 DC-M           PIC 9(2).
              05 DC-D           PIC 9(2).

      ***********************************************************
      *    DAYS IN EACH MONTH OF A NON-LEAP YEAR, USED BY       *
      *    1345-VALIDATE-EFFECTIVE-DATE                         *
      ***********************************************************
       01 MONTH-DAYS-VALUES.
           03 FILLER            PIC 9(2)    VALUE 31.
           03 FILLER            PIC 9(2)    VALUE 28.
           03 FILLER            PIC 9(2)    VALUE 31.
           03 FILLER            PIC 9(2)    VALUE 30.
           03 FILLER            PIC 9(2)    VALUE 31.
           03 FILLER            PIC 9(2)    VALUE 30.
           03 FILLER            PIC 9(2)    VALUE 31.
           03 FILLER            PIC 9(2)    VALUE 31.
           03 FILLER            PIC 9(2)    VALUE 30.
           03 FILLER            PIC 9(2)    VALUE 31.
           03 FILLER            PIC 9(2)    VALUE 30.
           03 FILLER            PIC 9(2)    VALUE 31.
       01 MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
           03 MONTH-DAYS OCCURS 12 TIMES
                                PIC 9(2).

      ***********************************************************
      *    LAYOUT FOR THE CHANGE REPORT HEADING AND DETAIL LINES*
           03                    PIC X(9)    VALUE 'OLD RATE '.
           03                    PIC X(1)    VALUE SPACES.
           03                    PIC X(9)    VALUE 'NEW RATE '.
           03                    PIC X(2)    VALUE SPACES.
           03                    PIC X(9)    VALUE 'EFFECTIVE'.
       01 CHGRPT-DETAIL.
           03 CR-EMPID            PIC 9(7).
           03 FILLER              PIC X(2)    VALUE SPACES.
           03 CR-OLD-RATE         PIC Z,ZZ9.99.
           03 FILLER              PIC X(2)    VALUE SPACES.
           03 CR-NEW-RATE         PIC Z,ZZ9.99.
           03 FILLER              PIC X(2)    VALUE SPACES.
           03 CR-EFFECTIVE-DATE   PIC 99/99/9999.
           03 FILLER              PIC X(2)    VALUE SPACES.
           03 CR-RETRO-FLAG       PIC X(11).
       01 CHGRPT-UNMATCHED.
           03                    PIC X(24)   VALUE
               'NO MASTER RECORD FOUND '.
           03 FILLER              PIC X(2)    VALUE SPACES.
           03                    PIC X(10)   VALUE 'NEW RATE: '.
           03 UM-NEW-RATE         PIC Z,ZZ9.99.
       01 CHGRPT-BADDATE.
           03                    PIC X(24)   VALUE
               'INVALID EFFECTIVE DATE '.
           03                    PIC X(7)    VALUE 'EMP ID:'.
           03 BD-EMPID            PIC 9(7).
           03 FILLER              PIC X(2)    VALUE SPACES.
           03                    PIC X(10)   VALUE 'NEW RATE: '.
           03 BD-NEW-RATE         PIC Z,ZZ9.99.
           03 FILLER              PIC X(2)    VALUE SPACES.
           03                    PIC X(6)    VALUE 'DATE: '.
           03 BD-EFFECTIVE-DATE   PIC X(8).
       01 CHGRPT-SUMMARY1.
           03                    PIC X(33)   VALUE
               'NUMBER OF MASTER RECORDS READ:  '.
           03                    PIC X(33)   VALUE
               'NUMBER OF UNMATCHED TRANSACTIONS:'.
           03 CR-UNMATCHED-COUNT  PIC ZZZZZZ9.
       01 CHGRPT-SUMMARY4.
           03                    PIC X(33)   VALUE
               'NUMBER OF BACK-DATED CHANGES:   '.
           03 CR-RETRO-COUNT      PIC ZZZZZZ9.
       01 CHGRPT-SUMMARY5.
           03                    PIC X(33)   VALUE
               'NUMBER OF BAD EFFECTIVE DATES:   '.
           03 CR-BAD-DATE-COUNT   PIC ZZZZZZ9.

      * VARIABLE TO STORE TODAY'S DATE
       01 CURRENT-DATE          PIC 999999.
           03 MASTER-COUNT        PIC 9(7)     VALUE ZEROS.
           03 CHANGE-COUNT        PIC 9(7)     VALUE ZEROS.
           03 UNMATCHED-COUNT     PIC 9(7)     VALUE ZEROS.
           03 RETRO-COUNT         PIC 9(7)     VALUE ZEROS.
           03 BAD-DATE-COUNT      PIC 9(7)     VALUE ZEROS.

      * THE RUN DATE AND THE CURRENT TRANSACTION'S EFFECTIVE DATE,
      * BOTH YYYYMMDD, THAT DECIDE WHETHER A RATE CHANGE IS
      * BACK-DATED, AND THE WORK FIELDS THAT DECIDE WHETHER THE
      * EFFECTIVE DATE IS A REAL CALENDAR DATE AT ALL - SEE
      * 1340-CHECK-EFFECTIVE-DATE
       01 MISC3.
           03 RUN-DATE-YMD        PIC 9(8)     VALUE ZEROS.
           03 EFFECTIVE-DATE-YMD  PIC 9(8)     VALUE ZEROS.
           03 BACK-DATED-SW       PIC X(1)     VALUE 'N'.
               88 CHANGE-BACK-DATED            VALUE 'Y'.
           03 BAD-DATE-SW         PIC X(1)     VALUE 'N'.
               88 EFFECTIVE-DATE-BAD           VALUE 'Y'.
           03 MONTH-LAST-DAY      PIC 9(2)     VALUE ZEROS.
           03 LEAP-QUOTIENT       PIC 9(4)     VALUE ZEROS.
           03 LEAP-REMAINDER      PIC 9(4)     VALUE ZEROS.
           03 LEAP-SW             PIC X(1)     VALUE 'N'.
               88 LEAP-YEAR                    VALUE 'Y'.

      ************************************************************
      *      START OF PROCEDURE DIVISION                         *
      ************************************************************
       000-MAINLINE.
           PERFORM 8100-CHECK-RUN-CONTROL.
           ACCEPT RUN-DATE-YMD FROM DATE YYYYMMDD.
           OPEN I-O   MASTER-FILE
                INPUT RAW-TRANS-FILE
                OUTPUT MASTER-OUT-FILE
                OUTPUT CHANGE-RPT-FILE
                OUTPUT RETRO-REQ-FILE.
           PERFORM 5000-PRINT-HEAD.
           PERFORM 9200-READ-TRANS.
           PERFORM 1000-APPLY-TRANS-LOOP
           CLOSE MASTER-FILE
               RAW-TRANS-FILE
               MASTER-OUT-FILE
               CHANGE-RPT-FILE
               RETRO-REQ-FILE.
           PERFORM 8200-MARK-STEP-DONE.
           STOP RUN.


      ************************************************************
      *      1000-APPLY-TRANS-LOOP CHECKS THE CURRENT            *
      *      TRANSACTION'S EFFECTIVE DATE, THEN READS ITS MASTER *
      *      RECORD DIRECTLY BY ITS EMPID KEY - A TRANSACTION    *
      *      WITH AN INVALID EFFECTIVE DATE IS REJECTED WITHOUT  *
      *      TOUCHING THE MASTER, ONE WHOSE EMPID IS NOT ON THE  *
      *      MASTER IS REPORTED AS UNMATCHED, AND A MATCHED ONE  *
      *      GETS THE RATE CHANGE APPLIED AND REWRITTEN IN       *
      *      PLACE - THEN READS THE NEXT TRANSACTION             *
      ************************************************************
       1000-APPLY-TRANS-LOOP.
           PERFORM 1340-CHECK-EFFECTIVE-DATE
           IF (EFFECTIVE-DATE-BAD) THEN
               PERFORM 1250-WRITE-BAD-DATE-TRANS
           ELSE
               MOVE TR-EMPID TO MF-EMPID
               READ MASTER-FILE INTO MSTR-DATA
                   INVALID KEY
                       PERFORM 1200-WRITE-UNMATCHED-TRANS
                   NOT INVALID KEY
                       PERFORM 1300-APPLY-RATE-CHANGE
               END-READ
           END-IF
           PERFORM 9200-READ-TRANS.


               AFTER ADVANCING 1 LINE.


      ************************************************************
      *      1250-WRITE-BAD-DATE-TRANS REPORTS A TRANSACTION     *
      *      WHOSE EFFECTIVE DATE IS NOT A REAL MMDDYYYY DATE -  *
      *      THE RATE IS NOT APPLIED, SINCE THERE IS NO TELLING  *
      *      WHICH PAID PERIODS IT SHOULD REACH BACK INTO        *
      ************************************************************
       1250-WRITE-BAD-DATE-TRANS.
           ADD 1 TO BAD-DATE-COUNT
           MOVE TR-EMPID            TO BD-EMPID
           MOVE TR-NEW-RATE         TO BD-NEW-RATE
           MOVE TR-EFFECTIVE-DATE-X TO BD-EFFECTIVE-DATE
           WRITE CHGRPT-REC FROM CHGRPT-BADDATE
               AFTER ADVANCING 1 LINE.


      ************************************************************
      *      1300-APPLY-RATE-CHANGE MATCHES A TRANSACTION TO ITS *
      *      MASTER RECORD, PRINTS THE OLD AND NEW RATE ON THE   *
      *      CHANGE REPORT, UPDATES MSTR-EMPRATE, AND REWRITES   *
      *      THE UPDATED RECORD BACK INTO THE INDEXED MASTER - A *
      *      BACK-DATED CHANGE ALSO GOES OUT AS A RETRO PAY      *
      *      REQUEST, CARRYING THE RATE IT REPLACED, BEFORE THE  *
      *      MASTER IS OVERWRITTEN                               *
      ************************************************************
       1300-APPLY-RATE-CHANGE.
           ADD 1 TO CHANGE-COUNT
           MOVE MSTR-FNAME        TO CR-FNAME
           MOVE MSTR-EMPRATE      TO CR-OLD-RATE
           MOVE TR-NEW-RATE       TO CR-NEW-RATE
           MOVE TR-EFFECTIVE-DATE TO CR-EFFECTIVE-DATE
           IF (CHANGE-BACK-DATED) THEN
               MOVE 'RETRO PAY'   TO CR-RETRO-FLAG
               PERFORM 1350-WRITE-RETRO-REQUEST
           ELSE
               MOVE SPACES        TO CR-RETRO-FLAG
           END-IF
           WRITE CHGRPT-REC FROM CHGRPT-DETAIL
               AFTER ADVANCING 1 LINE
           MOVE TR-NEW-RATE       TO MSTR-EMPRATE
           REWRITE MASTER-REC FROM MSTR-DATA.


      ************************************************************
      *      1340-CHECK-EFFECTIVE-DATE DECIDES WHETHER THE       *
      *      CURRENT TRANSACTION IS BACK-DATED - A ZERO          *
      *      EFFECTIVE DATE IS EFFECTIVE NOW, THE SAME AS A      *
      *      TRANSACTION THAT CARRIES NONE, AND ANY DATE BEFORE  *
      *      TODAY MAY REACH BACK INTO A PERIOD ALREADY PAID -   *
      *      ANY OTHER DATE THAT IS NOT NUMERIC OR NOT A REAL    *
      *      CALENDAR DATE FLAGS THE TRANSACTION FOR REJECTION   *
      ************************************************************
       1340-CHECK-EFFECTIVE-DATE.
           MOVE 'N' TO BACK-DATED-SW
           MOVE 'N' TO BAD-DATE-SW
           MOVE ZEROS TO EFFECTIVE-DATE-YMD
           IF (TR-EFFECTIVE-DATE-X = SPACES) THEN
               MOVE ZEROS TO TR-EFFECTIVE-DATE
           END-IF
           IF (TR-EFFECTIVE-DATE NOT NUMERIC) THEN
               SET EFFECTIVE-DATE-BAD TO TRUE
           ELSE
               IF (TR-EFFECTIVE-DATE NOT = ZEROS) THEN
                   MOVE TR-EFFECTIVE-DATE TO DC-MDY
                   PERFORM 1345-VALIDATE-EFFECTIVE-DATE
                   IF (NOT EFFECTIVE-DATE-BAD) THEN
                       MOVE DC-YYYY TO DC-Y
                       MOVE DC-MM   TO DC-M
                       MOVE DC-DD   TO DC-D
                       MOVE DC-YMD  TO EFFECTIVE-DATE-YMD
                       IF (EFFECTIVE-DATE-YMD < RUN-DATE-YMD) THEN
                           SET CHANGE-BACK-DATED TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.


      ************************************************************
      *      1345-VALIDATE-EFFECTIVE-DATE FLAGS THE MMDDYYYY     *
      *      DATE IN DC-MDY AS BAD UNLESS THE MONTH IS 01 TO 12  *
      *      AND THE DAY FALLS WITHIN THAT MONTH - FEBRUARY HAS  *
      *      29 DAYS IN A YEAR DIVISIBLE BY 4, EXCEPT A CENTURY  *
      *      YEAR NOT DIVISIBLE BY 400                           *
      ************************************************************
       1345-VALIDATE-EFFECTIVE-DATE.
           IF (DC-MM < 1) OR (DC-MM > 12) THEN
               SET EFFECTIVE-DATE-BAD TO TRUE
           ELSE
               MOVE MONTH-DAYS(DC-MM) TO MONTH-LAST-DAY
               IF (DC-MM = 2) THEN
                   MOVE 'N'           TO LEAP-SW
                   DIVIDE DC-YYYY BY 4 GIVING LEAP-QUOTIENT
                       REMAINDER LEAP-REMAINDER
                   IF (LEAP-REMAINDER = 0) THEN
                       SET LEAP-YEAR TO TRUE
                       DIVIDE DC-YYYY BY 100 GIVING LEAP-QUOTIENT
                           REMAINDER LEAP-REMAINDER
                       IF (LEAP-REMAINDER = 0) THEN
                           MOVE 'N'       TO LEAP-SW
                           DIVIDE DC-YYYY BY 400 GIVING LEAP-QUOTIENT
                               REMAINDER LEAP-REMAINDER
                           IF (LEAP-REMAINDER = 0) THEN
                               SET LEAP-YEAR TO TRUE
                           END-IF
                       END-IF
                   END-IF
                   IF (LEAP-YEAR) THEN
                       MOVE 29        TO MONTH-LAST-DAY
                   END-IF
               END-IF
               IF (DC-DD < 1) OR (DC-DD > MONTH-LAST-DAY) THEN
                   SET EFFECTIVE-DATE-BAD TO TRUE
               END-IF
           END-IF.


      ************************************************************
      *      1350-WRITE-RETRO-REQUEST HANDS A BACK-DATED CHANGE  *
      *      TO THE PROG18 RETRO PAY RUN - THE MASTER STILL      *
      *      HOLDS THE OLD RATE AT THIS POINT - THE FIRST ONE    *
      *      WRITTEN MARKS STEP 18 P ON THE RUN CONTROL AT ONCE, *
      *      SO EVEN AN INTERRUPTED RUN LEAVES THE PROG3 PAY RUN *
      *      BLOCKED UNTIL PROG18 HAS PRICED WHAT WAS WRITTEN    *
      ************************************************************
       1350-WRITE-RETRO-REQUEST.
           ADD 1 TO RETRO-COUNT
           IF (RC-STEP-DONE(18) NOT = 'P') THEN
               MOVE 'P' TO RC-STEP-DONE(18)
               PERFORM 8300-REWRITE-RUN-CONTROL
           END-IF
           MOVE MSTR-EMPID         TO RQ-EMPID
           MOVE EFFECTIVE-DATE-YMD TO RQ-EFFECTIVE-DATE
           MOVE MSTR-EMPRATE       TO RQ-OLD-RATE
           MOVE TR-NEW-RATE        TO RQ-NEW-RATE
           MOVE MSTR-LNAME         TO RQ-LNAME
           MOVE MSTR-FNAME         TO RQ-FNAME
           WRITE RETRO-REQ-REC FROM RETRO-REQ-DATA.


      ************************************************************
      *      2000-UNLOAD-MASTER READS THE UPDATED INDEXED        *
      *      MASTER FROM ITS LOWEST EMPID FORWARD AND WRITES     *

      ************************************************************
      *      6000-PRINT-SUMMARY PRINTS THE COUNT OF MASTER       *
      *      RECORDS UNLOADED, RATE CHANGES APPLIED, UNMATCHED   *
      *      TRANSACTIONS, BACK-DATED CHANGES SENT FOR RETRO     *
      *      PAY, AND TRANSACTIONS REJECTED FOR AN INVALID       *
      *      EFFECTIVE DATE AT THE END OF THE RUN                *
      ************************************************************
       6000-PRINT-SUMMARY.
           MOVE MASTER-COUNT      TO CR-MASTER-COUNT
           MOVE CHANGE-COUNT      TO CR-CHANGE-COUNT
           MOVE UNMATCHED-COUNT   TO CR-UNMATCHED-COUNT
           MOVE RETRO-COUNT       TO CR-RETRO-COUNT
           MOVE BAD-DATE-COUNT    TO CR-BAD-DATE-COUNT
           MOVE SPACES TO CHGRPT-REC
           WRITE CHGRPT-REC
               AFTER ADVANCING 1 LINE
           WRITE CHGRPT-REC FROM CHGRPT-SUMMARY2
               AFTER ADVANCING 1 LINE
           WRITE CHGRPT-REC FROM CHGRPT-SUMMARY3
               AFTER ADVANCING 1 LINE
           WRITE CHGRPT-REC FROM CHGRPT-SUMMARY4
               AFTER ADVANCING 1 LINE
           WRITE CHGRPT-REC FROM CHGRPT-SUMMARY5
               AFTER ADVANCING 1 LINE.



       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG23.
       AUTHOR. TIM PATRICK.
      * ONE-TIME CONVERSION RUN - REBUILDS THE 73-BYTE YTD
      * ACCUMULATOR FILE IN THE 155-BYTE LAYOUT THAT CARRIES THE
      * YEAR-TO-DATE AND QUARTER-TO-DATE WITHHOLDING.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-YTD-FILE      ASSIGN TO DA-S-YTDIN
               FILE STATUS IS OLDYTD-FILE-STATUS.
           SELECT NEW-YTD-FILE      ASSIGN TO DA-S-YTDOUT
               FILE STATUS IS NEWYTD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      ***********************************************************
      *    OLD-YTD-FILE IS THE PER-EMPLOYEE YEAR-TO-DATE        *
      *    ACCUMULATOR FILE THE LAST PAY RUN BEFORE THE         *
      *    WITHHOLDING FIELDS WERE ADDED LEFT BEHIND, IN THE    *
      *    OLD 73-BYTE LAYOUT AND IN EMPID SEQUENCE             *
      ***********************************************************
       FD OLD-YTD-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 OLD-YTD-REC           PIC X(73).
      ***********************************************************
      *    NEW-YTD-FILE IS THE SAME FILE IN THE 155-BYTE LAYOUT *
      *    PROG3, PROG11, PROG19, AND PROG21 READ - IT IS FED   *
      *    TO THE FIRST PROG3 RUN AS ITS DA-S-YTDIN, THE SAME   *
      *    WAY EVERY PAY RUN'S YTD-OUT-FILE IS                  *
      ***********************************************************
       FD NEW-YTD-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 NEW-YTD-REC           PIC X(155).
       WORKING-STORAGE SECTION.
      ***********************************************************
      *    LAYOUT FOR ONE YTD RECORD IN THE OLD 73-BYTE LAYOUT, *
      *    READ FROM OLD-YTD-FILE INTO WORKING STORAGE          *
      ***********************************************************
       01 OLD-YTD-DATA.
           03 OY-EMPID          PIC 9(7).
           03 OY-GROSS          PIC 9(9)V99.
           03 OY-DEDUCTIONS     PIC 9(9)V99.
           03 OY-NET            PIC S9(9)V99.
           03 OY-DEDUCT OCCURS 3 TIMES.
              05 OY-DEDUCT-CODE    PIC X(2).
              05 OY-DEDUCT-AMOUNT  PIC 9(7)V99.

      ***********************************************************
      *    LAYOUT FOR ONE YTD RECORD IN THE 155-BYTE LAYOUT,    *
      *    THE SAME AS PROG3'S YTD-DATA - THE OLD FIELDS COME   *
      *    ACROSS UNCHANGED, AND THE WITHHOLDING, THE QUARTER   *
      *    KEY, AND THE QUARTER-TO-DATE FIELDS START AT ZERO,   *
      *    SINCE THE OLD FILE NEVER KEPT THEM - A ZERO QUARTER  *
      *    KEY MAKES THE FIRST PROG3 RUN START THE QUARTER      *
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

      * SWITCH TO FLAG END OF FILE ON THE OLD YTD FILE AND THE
      * FILE STATUSES EVERY OPEN, READ, AND WRITE IS CHECKED
      * THROUGH - SEE 1000-OPEN-FILES, 9100-READ-OLD-YTD, AND
      * 2100-WRITE-NEW-YTD
       01 MISC.
           03 OLDYTD-EOF-SW      PIC X(1)    VALUE 'N'.
               88 OLDYTD-AT-EOF              VALUE 'Y'.
           03 OLDYTD-FILE-STATUS PIC X(2)    VALUE '00'.
           03 NEWYTD-FILE-STATUS PIC X(2)    VALUE '00'.

      * COUNTERS DISPLAYED AT THE END OF THE RUN - SEE
      * 6000-DISPLAY-COUNTS
       01 MISC2.
           03 READ-COUNT          PIC 9(7)     VALUE ZEROS.
           03 WRITE-COUNT         PIC 9(7)     VALUE ZEROS.

      * THE LAST EMPID CONVERTED AND THE SWITCH THAT SAYS THE
      * RECORD JUST READ IS NOT A GOOD 73-BYTE YTD RECORD - SEE
      * 2050-CHECK-OLD-YTD
       01 MISC3.
           03 LAST-EMPID          PIC 9(7)     VALUE ZEROS.
           03 BAD-RECORD-SW       PIC X(1)     VALUE 'N'.
               88 OLD-RECORD-BAD               VALUE 'Y'.

      ************************************************************
      *      START OF PROCEDURE DIVISION                         *
      ************************************************************
       PROCEDURE DIVISION.


      ************************************************************
      *      000-MAINLINE OPENS THE OLD AND NEW YTD FILES,       *
      *      CONVERTS EVERY OLD RECORD TO THE NEW LAYOUT IN      *
      *      2000-CONVERT-LOOP, AND DISPLAYS THE RECORD COUNTS - *
      *      THIS RUNS ONCE, AFTER THE LAST PAY RUN ON THE OLD   *
      *      LAYOUT AND BEFORE THE FIRST PROG3 RUN ON THE NEW    *
      *      ONE                                                 *
      ************************************************************
       000-MAINLINE.
           PERFORM 1000-OPEN-FILES.
           PERFORM 9100-READ-OLD-YTD.
           PERFORM 2000-CONVERT-LOOP
               UNTIL OLDYTD-AT-EOF.
           CLOSE OLD-YTD-FILE
               NEW-YTD-FILE.
           PERFORM 6000-DISPLAY-COUNTS.
           STOP RUN.


      ************************************************************
      *      1000-OPEN-FILES OPENS BOTH FILES AND ABENDS WITH AN *
      *      OPERATOR MESSAGE IF EITHER WILL NOT OPEN - A        *
      *      MISSING OLD YTD FILE MEANS THERE IS NOTHING TO      *
      *      CONVERT, AND THE NEW LAYOUT CAN SIMPLY START FROM A *
      *      MISSING DA-S-YTDIN THE WAY A NEW YEAR DOES          *
      ************************************************************
       1000-OPEN-FILES.
           OPEN INPUT OLD-YTD-FILE
           IF (OLDYTD-FILE-STATUS NOT = '00') THEN
               DISPLAY 'PROG23: OLD YTD FILE WILL NOT OPEN - FILE '
                   'STATUS ' OLDYTD-FILE-STATUS ' - RUN ABORTED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT NEW-YTD-FILE
           IF (NEWYTD-FILE-STATUS NOT = '00') THEN
               DISPLAY 'PROG23: NEW YTD FILE WILL NOT OPEN - FILE '
                   'STATUS ' NEWYTD-FILE-STATUS ' - RUN ABORTED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.


      ************************************************************
      *      2000-CONVERT-LOOP CHECKS THE CURRENT OLD RECORD,    *
      *      BUILDS ITS NEW-LAYOUT RECORD, WRITES IT, AND READS  *
      *      THE NEXT ONE                                        *
      ************************************************************
       2000-CONVERT-LOOP.
           PERFORM 2050-CHECK-OLD-YTD
           MOVE OY-EMPID          TO YT-EMPID
           MOVE OY-GROSS          TO YT-GROSS
           MOVE OY-DEDUCTIONS     TO YT-DEDUCTIONS
           MOVE OY-NET            TO YT-NET
           MOVE OY-DEDUCT-CODE(1)   TO YT-DEDUCT-CODE(1)
           MOVE OY-DEDUCT-AMOUNT(1) TO YT-DEDUCT-AMOUNT(1)
           MOVE OY-DEDUCT-CODE(2)   TO YT-DEDUCT-CODE(2)
           MOVE OY-DEDUCT-AMOUNT(2) TO YT-DEDUCT-AMOUNT(2)
           MOVE OY-DEDUCT-CODE(3)   TO YT-DEDUCT-CODE(3)
           MOVE OY-DEDUCT-AMOUNT(3) TO YT-DEDUCT-AMOUNT(3)
           MOVE ZEROS             TO YT-FED-TAX
           MOVE ZEROS             TO YT-STA-TAX
           MOVE ZEROS             TO YT-FICA-TAX
           MOVE ZEROS             TO YT-QTR-KEY
           MOVE ZEROS             TO YT-QTD-GROSS
           MOVE ZEROS             TO YT-QTD-FED-TAX
           MOVE ZEROS             TO YT-QTD-STA-TAX
           MOVE ZEROS             TO YT-QTD-FICA-TAX
           PERFORM 2100-WRITE-NEW-YTD
           MOVE OY-EMPID          TO LAST-EMPID
           PERFORM 9100-READ-OLD-YTD.


      ************************************************************
      *      2050-CHECK-OLD-YTD ABENDS THE RUN ON A RECORD THAT  *
      *      IS NOT A GOOD 73-BYTE YTD RECORD - EVERY AMOUNT     *
      *      MUST BE NUMERIC AND THE EMPIDS MUST CLIMB, SINCE    *
      *      THE FILE IS KEPT IN EMPID SEQUENCE - A FILE ALREADY *
      *      IN THE 155-BYTE LAYOUT, READ 73 BYTES AT A TIME,    *
      *      BREAKS THE EMPID SEQUENCE OR ENDS ON A SPACE-FILLED *
      *      SHORT RECORD, SO A SECOND RUN OF THE CONVERSION     *
      *      STOPS HERE INSTEAD OF SCRAMBLING THE YTD            *
      ************************************************************
       2050-CHECK-OLD-YTD.
           MOVE 'N' TO BAD-RECORD-SW
           IF (OY-EMPID NOT NUMERIC)
              OR (OY-GROSS NOT NUMERIC)
              OR (OY-DEDUCTIONS NOT NUMERIC)
              OR (OY-NET NOT NUMERIC)
              OR (OY-DEDUCT-AMOUNT(1) NOT NUMERIC)
              OR (OY-DEDUCT-AMOUNT(2) NOT NUMERIC)
              OR (OY-DEDUCT-AMOUNT(3) NOT NUMERIC) THEN
               SET OLD-RECORD-BAD TO TRUE
           ELSE
               IF (OY-EMPID NOT > LAST-EMPID) THEN
                   SET OLD-RECORD-BAD TO TRUE
               END-IF
           END-IF
           IF (OLD-RECORD-BAD) THEN
               DISPLAY 'PROG23: OLD YTD RECORD ' READ-COUNT
                   ' IS NOT IN THE 73-BYTE LAYOUT OR OUT OF EMPID '
                   'SEQUENCE - RUN ABORTED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.


      ************************************************************
      *      2100-WRITE-NEW-YTD WRITES THE CONVERTED RECORD AND  *
      *      ABENDS THE RUN IF THE WRITE FAILS                   *
      ************************************************************
       2100-WRITE-NEW-YTD.
           WRITE NEW-YTD-REC FROM YTD-DATA
           IF (NEWYTD-FILE-STATUS NOT = '00') THEN
               DISPLAY 'PROG23: WRITE TO NEW YTD FILE FAILED FOR '
                   'EMP ID ' YT-EMPID ' - FILE STATUS '
                   NEWYTD-FILE-STATUS ' - RUN ABORTED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WRITE-COUNT.


      ************************************************************
      *      6000-DISPLAY-COUNTS DISPLAYS THE COUNT OF OLD       *
      *      RECORDS READ AND NEW RECORDS WRITTEN AT THE END OF  *
      *      THE RUN - THE TWO MUST AGREE                        *
      ************************************************************
       6000-DISPLAY-COUNTS.
           DISPLAY 'PROG23: OLD YTD RECORDS READ:    ' READ-COUNT
           DISPLAY 'PROG23: NEW YTD RECORDS WRITTEN: ' WRITE-COUNT.


      ************************************************************
      *      9100-READ-OLD-YTD READS ONE RECORD FROM THE OLD YTD *
      *      FILE - AT END IT SETS OLDYTD-AT-EOF, AND ANY FILE   *
      *      STATUS OTHER THAN A GOOD READ ABENDS THE RUN        *
      ************************************************************
       9100-READ-OLD-YTD.
           READ OLD-YTD-FILE INTO OLD-YTD-DATA
                AT END
                   SET OLDYTD-AT-EOF TO TRUE
           END-READ
           IF (NOT OLDYTD-AT-EOF) THEN
               IF (OLDYTD-FILE-STATUS NOT = '00') THEN
                   DISPLAY 'PROG23: READ OF OLD YTD FILE FAILED - '
                       'FILE STATUS ' OLDYTD-FILE-STATUS
                       ' - RUN ABORTED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO READ-COUNT
           END-IF.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG19.
       AUTHOR. TIM PATRICK.
      * QUARTERLY WAGE AND TAX REGISTER RUN AGAINST THE YTD
      * ACCUMULATOR FILE MAINTAINED BY PROG3, PROVED AGAINST THE
      * QUARTER'S TAX SUMMARY RECORDS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RAW-MASTER-FILE   ASSIGN TO DA-S-INPUT.
           SELECT MASTER-SORT-FILE  ASSIGN TO SORTWK1.
           SELECT SORTED-MASTER-FILE ASSIGN TO DA-S-SRTMSTR.
           SELECT YTD-IN-FILE       ASSIGN TO DA-S-YTDIN.
           SELECT TAX-HIST-FILE     ASSIGN TO DA-S-TAXHIST
               FILE STATUS IS TAXHIST-FILE-STATUS.
           SELECT TAXH-SORT-FILE    ASSIGN TO SORTWK2.
           SELECT SORTED-TAXH-FILE  ASSIGN TO DA-S-SRTTXHS.
           SELECT QTR-CARD-FILE     ASSIGN TO DA-S-QTRPARM
               FILE STATUS IS QTRCARD-FILE-STATUS.
           SELECT QTR-RPT-FILE      ASSIGN TO UR-S-QTRTAX.
           SELECT RUN-CTL-FILE      ASSIGN TO DA-S-RUNCTL
               FILE STATUS IS RUNCTL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      ***********************************************************
      *    RAW-MASTER-FILE IS THE EXISTING PROG1 MASTER, IN THE  *
      *    SAME PHYSICAL LAYOUT AS PROG1'S INPUT-REC - IT IS     *
      *    SORTED INTO I-EMPID SEQUENCE BELOW SO IT CAN BE       *
      *    MATCHED AGAINST THE YTD ACCUMULATOR FILE, WHICH PROG3 *
      *    WRITES IN EMPID SEQUENCE                              *
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
      *    YTD-IN-FILE IS THE YTD ACCUMULATOR FILE AS THE LAST   *
      *    PROG3 RUN LEFT IT, IN EMPID SEQUENCE - ITS QUARTER-TO-*
      *    DATE FIGURES ONLY HOLD THE QUARTER BEING REPORTED     *
      *    UNTIL THE FIRST PAY RUN OF THE NEXT QUARTER, SO THIS  *
      *    RUN GOES AFTER THE QUARTER'S LAST PAY RUN AND BEFORE  *
      *    THAT ONE                                              *
      ***********************************************************
       FD YTD-IN-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 YTD-IN-REC            PIC X(155).
      ***********************************************************
      *    TAX-HIST-FILE IS THE CUMULATIVE TRAIL OF TAX SUMMARY  *
      *    RECORDS PROG3 APPENDS TO EACH RUN, STAMPED WITH THE   *
      *    QUARTER - IT IS SORTED INTO PERIOD/TAX-CODE/          *
      *    GENERATION SEQUENCE BELOW SO A RERUN OF A PERIOD,     *
      *    BEING WRITTEN LATER, SUPERSEDES THE FIRST RUN'S       *
      *    RECORD - A MISSING TRAIL PROVES AGAINST ZERO          *
      ***********************************************************
       FD TAX-HIST-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 TAXHIST-REC           PIC X(40).
       SD TAXH-SORT-FILE.
       01 THSRT-REC.
           03 THSRT-TAX-CODE    PIC X(2).
           03 FILLER            PIC X(18).
           03 THSRT-GENERATION  PIC 9(6).
           03 THSRT-PERIOD-NO   PIC 9(4).
           03 FILLER            PIC X(10).
       FD SORTED-TAXH-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 SRTD-TAXH-REC         PIC X(40).
      ***********************************************************
      *    QTR-CARD-FILE IS THE SINGLE-CARD OPERATOR SELECTION   *
      *    OF THE QUARTER TO REPORT - YEAR IN COLUMNS 1-4 AND    *
      *    QUARTER (1-4) IN COLUMN 5 - A MISSING CARD REPORTS    *
      *    THE QUARTER THE RUN DATE FALLS IN                     *
      ***********************************************************
       FD QTR-CARD-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 QTRCARD-REC           PIC X(80).
      ***********************************************************
      *    QTR-RPT-FILE IS THE PRINTED QUARTERLY WAGE AND TAX    *
      *    REGISTER - ONE LINE PER EMPLOYEE PAID IN THE QUARTER  *
      *    WITH QUARTER TOTALS, THEN THE WITHHOLDING PROOF       *
      *    AGAINST THE TAX SUMMARY TRAIL AND THE RUN SUMMARY     *
      ***********************************************************
       FD QTR-RPT-FILE
           LABEL RECORDS ARE OMITTED.
       01 QTRRPT-REC            PIC X(160).
      ***********************************************************
      *    RUN-CTL-FILE IS THE SHARED JOB-STREAM RUN CONTROL    *
      *    MAINTAINED BY THE PROG5 MASTER LOAD - THE QUARTERLY  *
      *    RUN REFUSES TO START UNTIL THE PROG3 PAY RUN HAS     *
      *    COMPLETED FOR THIS GENERATION, SO THE REGISTER       *
      *    ALWAYS INCLUDES THE LATEST PAY PERIOD                *
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
      *    FIELDS THE SAME WAY PROG1'S INPUT-DATA IS - ONLY THE  *
      *    NAME FIELDS ARE USED HERE                             *
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
           03 FILLER            PIC X(2).
           03 MSTR-EMPRATE      PIC 9999V99.
           03 MSTR-EMPSTATUS    PIC X(1).

      ***********************************************************
      *    LAYOUT FOR ONE YTD RECORD, IN THE SAME FORM PROG3     *
      *    WRITES IT - THE QUARTER-TO-DATE FIGURES BELONG TO THE *
      *    QUARTER NAMED IN YT-QTR-KEY                           *
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
      *    LAYOUT FOR ONE SORTED TAX SUMMARY TRAIL RECORD - THE  *
      *    PROG3 TAX SUMMARY RECORD STAMPED WITH ITS QUARTER -   *
      *    AND THE HOLD AREA THE LAST ONE FOR EACH PERIOD AND    *
      *    TAX CODE IS KEPT IN - SEE 2000-LOAD-TAX-GROUP         *
      ***********************************************************
       01 TAXHIST-DATA.
           03 TH-TAX-CODE       PIC X(2).
           03 TH-RECORD-COUNT   PIC 9(7).
           03 TH-AMOUNT-TOTAL   PIC 9(9)V99.
           03 TH-GENERATION     PIC 9(6).
           03 TH-PERIOD-NO      PIC 9(4).
           03 TH-QTR-KEY.
              05 TH-QTR-YEAR    PIC 9(4).
              05 TH-QTR-NO      PIC 9(1).
           03 FILLER            PIC X(5).
       01 TAXHIST-HOLD.
           03 TX-TAX-CODE       PIC X(2).
           03 TX-RECORD-COUNT   PIC 9(7).
           03 TX-AMOUNT-TOTAL   PIC 9(9)V99.
           03 TX-GENERATION     PIC 9(6).
           03 TX-PERIOD-NO      PIC 9(4).
           03 TX-QTR-KEY.
              05 TX-QTR-YEAR    PIC 9(4).
              05 TX-QTR-NO      PIC 9(1).
           03 FILLER            PIC X(5).

      ***********************************************************
      *    LAYOUT FOR THE QUARTER SELECTION CARD                 *
      ***********************************************************
       01 QTRCARD-DATA.
           03 QC-QTR-YEAR       PIC X(4).
           03 QC-QTR-NO         PIC X(1).
           03 FILLER            PIC X(75).

      ***********************************************************
      *    LAYOUT FOR THE QUARTERLY REGISTER HEADING, DETAIL,    *
      *    TOTAL, PROOF, AND SUMMARY LINES                       *
      ***********************************************************
       01 QTRRPT-HEADING1.
           03 QTRRPT-DATE        PIC 99/99/99.
           03 FILLER             PIC X(10)   VALUE SPACES.
           03                    PIC X(40)   VALUE
               'PROG19 - QUARTERLY WAGE AND TAX REGISTER'.
           03                    PIC X(8)    VALUE 'QUARTER '.
           03 QH-QTR-YEAR        PIC 9(4).
           03                    PIC X(2)    VALUE '-Q'.
           03 QH-QTR-NO          PIC 9(1).
       01 QTRRPT-HEADING2.
           03                    PIC X(6)    VALUE 'EMP ID'.
           03 FILLER             PIC X(3)    VALUE SPACES.
           03                    PIC X(4)    VALUE 'LAST'.
           03 FILLER             PIC X(12)   VALUE SPACES.
           03                    PIC X(5)    VALUE 'FIRST'.
           03 FILLER             PIC X(16)   VALUE SPACES.
           03                    PIC X(9)    VALUE 'QTD GROSS'.
           03 FILLER             PIC X(7)    VALUE SPACES.
           03                    PIC X(7)    VALUE 'QTD FED'.
           03 FILLER             PIC X(5)    VALUE SPACES.
           03                    PIC X(9)    VALUE 'QTD STATE'.
           03 FILLER             PIC X(6)    VALUE SPACES.
           03                    PIC X(8)    VALUE 'QTD FICA'.
           03 FILLER             PIC X(7)    VALUE SPACES.
           03                    PIC X(9)    VALUE 'YTD GROSS'.
           03 FILLER             PIC X(7)    VALUE SPACES.
           03                    PIC X(7)    VALUE 'YTD FED'.
           03 FILLER             PIC X(5)    VALUE SPACES.
           03                    PIC X(9)    VALUE 'YTD STATE'.
           03 FILLER             PIC X(6)    VALUE SPACES.
           03                    PIC X(8)    VALUE 'YTD FICA'.
       01 QTRRPT-DETAIL.
           03 QD-EMPID            PIC 9(7).
           03 FILLER              PIC X(2)    VALUE SPACES.
           03 QD-LNAME            PIC X(15).
           03 FILLER              PIC X(1)    VALUE SPACES.
           03 QD-FNAME            PIC X(15).
           03 FILLER              PIC X(1)    VALUE SPACES.
           03 QD-QTD-GROSS        PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER              PIC X(1)    VALUE SPACES.
           03 QD-QTD-FED-TAX      PIC ZZ,ZZZ,ZZ9.99.
           03 FILLER              PIC X(1)    VALUE SPACES.
           03 QD-QTD-STA-TAX      PIC ZZ,ZZZ,ZZ9.99.
           03 FILLER              PIC X(1)    VALUE SPACES.
           03 QD-QTD-FICA-TAX     PIC ZZ,ZZZ,ZZ9.99.
           03 FILLER              PIC X(2)    VALUE SPACES.
           03 QD-YTD-GROSS        PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER              PIC X(1)    VALUE SPACES.
           03 QD-YTD-FED-TAX      PIC ZZ,ZZZ,ZZ9.99.
           03 FILLER              PIC X(1)    VALUE SPACES.
           03 QD-YTD-STA-TAX      PIC ZZ,ZZZ,ZZ9.99.
           03 FILLER              PIC X(1)    VALUE SPACES.
           03 QD-YTD-FICA-TAX     PIC ZZ,ZZZ,ZZ9.99.
       01 QTRRPT-TOTAL.
           03                    PIC X(41)   VALUE
               'QUARTER TOTALS'.
           03 QT-QTD-GROSS        PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER              PIC X(1)    VALUE SPACES.
           03 QT-QTD-FED-TAX      PIC ZZ,ZZZ,ZZ9.99.
           03 FILLER              PIC X(1)    VALUE SPACES.
           03 QT-QTD-STA-TAX      PIC ZZ,ZZZ,ZZ9.99.
           03 FILLER              PIC X(1)    VALUE SPACES.
           03 QT-QTD-FICA-TAX     PIC ZZ,ZZZ,ZZ9.99.
       01 QTRRPT-PROOF-HEAD1.
           03                    PIC X(35)   VALUE
               'WITHHOLDING PROOF TO TAX SUMMARY - '.
           03                    PIC X(8)    VALUE 'QUARTER '.
           03 QP-QTR-YEAR        PIC 9(4).
           03                    PIC X(2)    VALUE '-Q'.
           03 QP-QTR-NO          PIC 9(1).
       01 QTRRPT-PROOF-HEAD2.
           03                    PIC X(3)    VALUE 'TAX'.
           03 FILLER             PIC X(13)   VALUE SPACES.
           03                    PIC X(14)   VALUE 'EMPLOYEE TOTAL'.
           03 FILLER             PIC X(2)    VALUE SPACES.
           03                    PIC X(17)   VALUE 'TAX SUMMARY TOTAL'.
           03 FILLER             PIC X(6)    VALUE SPACES.
           03                    PIC X(10)   VALUE 'DIFFERENCE'.
       01 QTRRPT-PROOF-LINE.
           03 QL-TAX-CODE         PIC X(2).
           03 FILLER              PIC X(1)    VALUE SPACES.
           03 QL-TAX-NAME         PIC X(8).
           03 FILLER              PIC X(2)    VALUE SPACES.
           03 QL-EMP-TOTAL        PIC -$ZZZ,ZZZ,ZZ9.99.
           03 FILLER              PIC X(3)    VALUE SPACES.
           03 QL-TRAIL-TOTAL      PIC -$ZZZ,ZZZ,ZZ9.99.
           03 FILLER              PIC X(1)    VALUE SPACES.
           03 QL-DIFFERENCE       PIC -$ZZZ,ZZZ,ZZ9.99.
           03 FILLER              PIC X(2)    VALUE SPACES.
           03 QL-NOTE             PIC X(20).
       01 QTRRPT-PROOF-OK.
           03                    PIC X(48)   VALUE
               'QUARTER WITHHOLDING PROVES TO THE TAX SUMMARIES '.
       01 QTRRPT-PROOF-BAD.
           03                    PIC X(47)   VALUE
               '** WITHHOLDING DOES NOT TIE TO TAX SUMMARIES **'.
       01 QTRRPT-TRAILNONE.
           03                    PIC X(50)   VALUE
               'TAX SUMMARY TRAIL NOT FOUND - PROVED AGAINST ZERO '.
       01 QTRRPT-SUMMARY1.
           03                    PIC X(33)   VALUE
               'NUMBER OF YTD RECORDS READ:     '.
           03 QS-YTD-COUNT        PIC ZZZZZZ9.
       01 QTRRPT-SUMMARY2.
           03                    PIC X(33)   VALUE
               'NUMBER PAID IN THE QUARTER:     '.
           03 QS-EMP-COUNT        PIC ZZZZZZ9.
       01 QTRRPT-SUMMARY3.
           03                    PIC X(33)   VALUE
               'NUMBER NO LONGER ON MASTER:     '.
           03 QS-NOMASTER-COUNT   PIC ZZZZZZ9.
       01 QTRRPT-SUMMARY4.
           03                    PIC X(33)   VALUE
               'NUMBER OF PERIODS IN QUARTER:   '.
           03 QS-PERIOD-COUNT     PIC ZZZZZZ9.
       01 QTRRPT-SUMMARY5.
           03                    PIC X(33)   VALUE
               'NUMBER OF SUPERSEDED SUMMARIES: '.
           03 QS-SUPERSEDED-COUNT PIC ZZZZZZ9.

      * VARIABLE TO STORE TODAY'S DATE
       01 CURRENT-DATE          PIC 999999.

      * SWITCHES TO FLAG END OF FILE ON EACH INPUT AND THE FILE
      * STATUSES THE OPTIONAL INPUTS AND THE RUN CONTROL ARE
      * CHECKED THROUGH
       01 MISC.
           03 MASTER-EOF-SW      PIC X(1)    VALUE 'N'.
               88 MASTER-AT-EOF              VALUE 'Y'.
           03 YTD-EOF-SW         PIC X(1)    VALUE 'N'.
               88 YTD-AT-EOF                 VALUE 'Y'.
           03 TAXH-EOF-SW        PIC X(1)    VALUE 'N'.
               88 TAXH-AT-EOF                VALUE 'Y'.
           03 TAXH-OPEN-SW       PIC X(1)    VALUE 'N'.
               88 TAXH-OPENED                VALUE 'Y'.
           03 TAXHIST-FILE-STATUS PIC X(2)   VALUE '00'.
           03 QTRCARD-FILE-STATUS PIC X(2)   VALUE '00'.
           03 RUNCTL-FILE-STATUS PIC X(2)    VALUE '00'.

      * COUNTERS FOR THE RUN SUMMARY - SEE 6000-PRINT-SUMMARY
       01 MISC2.
           03 YTD-COUNT           PIC 9(7)     VALUE ZEROS.
           03 EMP-COUNT           PIC 9(7)     VALUE ZEROS.
           03 NOMASTER-COUNT      PIC 9(7)     VALUE ZEROS.
           03 PERIOD-COUNT        PIC 9(7)     VALUE ZEROS.
           03 SUPERSEDED-COUNT    PIC 9(7)     VALUE ZEROS.

      * THE QUARTER BEING REPORTED AND THE WORK FIELDS FOR
      * WORKING IT OUT FROM THE RUN DATE - SEE
      * 1600-SELECT-QUARTER
       01 MISC3.
           03 RUN-DATE-YMD.
              05 RUN-DATE-Y       PIC 9(4).
              05 RUN-DATE-M       PIC 9(2).
              05 RUN-DATE-D       PIC 9(2).
           03 SELECTED-QTR-KEY.
              05 SELECTED-QTR-YEAR PIC 9(4)   VALUE ZEROS.
              05 SELECTED-QTR-NO  PIC 9(1)    VALUE ZEROS.

      * THE QUARTER TOTALS FROM THE EMPLOYEE RECORDS AND FROM THE
      * TAX SUMMARY TRAIL, AND THE PERIOD/TAX-CODE GROUP BEING
      * READ OFF THE TRAIL - SEE 2000-LOAD-TAX-GROUP AND
      * 6100-PROVE-WITHHOLDING
       01 MISC4.
           03 QTD-GROSS-TOTAL     PIC 9(11)V99 VALUE ZEROS.
           03 QTD-FED-TOTAL       PIC 9(11)V99 VALUE ZEROS.
           03 QTD-STA-TOTAL       PIC 9(11)V99 VALUE ZEROS.
           03 QTD-FICA-TOTAL      PIC 9(11)V99 VALUE ZEROS.
           03 TRAIL-FED-TOTAL     PIC 9(11)V99 VALUE ZEROS.
           03 TRAIL-STA-TOTAL     PIC 9(11)V99 VALUE ZEROS.
           03 TRAIL-FICA-TOTAL    PIC 9(11)V99 VALUE ZEROS.
           03 PROOF-DIFFERENCE    PIC S9(11)V99 VALUE ZEROS.
           03 PROOF-SW            PIC X(1)     VALUE 'Y'.
               88 PROOF-IN-BALANCE             VALUE 'Y'.
           03 GROUP-PERIOD-NO     PIC 9(4)     VALUE ZEROS.
           03 GROUP-TAX-CODE      PIC X(2)     VALUE SPACES.
           03 LAST-PERIOD-NO      PIC 9(4)     VALUE ZEROS.

      ************************************************************
      *      START OF PROCEDURE DIVISION                         *
      ************************************************************
       PROCEDURE DIVISION.


      ************************************************************
      *      000-MAINLINE SETTLES WHICH QUARTER IS BEING         *
      *      REPORTED, SORTS THE MASTER INTO I-EMPID SEQUENCE SO *
      *      IT CAN BE MATCH-MERGED AGAINST THE YTD ACCUMULATOR  *
      *      FILE, PRINTS ONE REGISTER LINE PER EMPLOYEE PAID IN *
      *      THE QUARTER, THEN PROVES THE QUARTER'S WITHHOLDING  *
      *      AGAINST THE TAX SUMMARY TRAIL                       *
      ************************************************************
       000-MAINLINE.
           PERFORM 8100-CHECK-RUN-CONTROL.
           PERFORM 1600-SELECT-QUARTER.
           SORT MASTER-SORT-FILE
               ON ASCENDING KEY MSRT-EMPID
               USING RAW-MASTER-FILE
               GIVING SORTED-MASTER-FILE.
           PERFORM 1700-SORT-TAX-HISTORY.
           OPEN INPUT SORTED-MASTER-FILE
                INPUT YTD-IN-FILE
                OUTPUT QTR-RPT-FILE.
           PERFORM 5000-PRINT-HEAD.
           PERFORM 9100-READ-MASTER.
           PERFORM 9200-READ-YTD.
           PERFORM 1000-MATCH-LOOP
               UNTIL YTD-AT-EOF.
           PERFORM 5100-PRINT-QUARTER-TOTALS.
           IF (TAXH-OPENED) THEN
               OPEN INPUT SORTED-TAXH-FILE
               PERFORM 9300-READ-TAX-HISTORY
               PERFORM 2000-LOAD-TAX-GROUP
                   UNTIL TAXH-AT-EOF
               CLOSE SORTED-TAXH-FILE
           END-IF
           PERFORM 6100-PROVE-WITHHOLDING.
           PERFORM 6000-PRINT-SUMMARY.
           CLOSE SORTED-MASTER-FILE
               YTD-IN-FILE
               QTR-RPT-FILE.
           PERFORM 8200-MARK-STEP-DONE.
           STOP RUN.


      ************************************************************
      *      1000-MATCH-LOOP DRIVES OFF THE YTD FILE THE SAME    *
      *      WAY THE PROG11 YEAR-END RUN DOES - MASTERS WITH A   *
      *      LOWER EMPID WERE NEVER PAID THIS YEAR AND ARE       *
      *      SKIPPED PAST, A YTD RECORD WITH NO MASTER BELONGS   *
      *      TO A TERMINATED EMPLOYEE AND STILL PRINTS, FLAGGED  *
      *      AS NO LONGER ON THE MASTER, AND A MATCHED PAIR      *
      *      PRINTS WITH THE EMPLOYEE'S NAME FROM THE MASTER     *
      ************************************************************
       1000-MATCH-LOOP.
           IF (NOT MASTER-AT-EOF) AND (MSTR-EMPID < YT-EMPID) THEN
               PERFORM 9100-READ-MASTER
           ELSE
               IF (NOT MASTER-AT-EOF)
                  AND (MSTR-EMPID = YT-EMPID) THEN
                   MOVE MSTR-LNAME TO QD-LNAME
                   MOVE MSTR-FNAME TO QD-FNAME
                   PERFORM 1100-PRINT-EMPLOYEE
                   PERFORM 9100-READ-MASTER
                   PERFORM 9200-READ-YTD
               ELSE
                   MOVE 'NOT ON MASTER'  TO QD-LNAME
                   MOVE SPACES           TO QD-FNAME
                   IF (YT-QTR-KEY = SELECTED-QTR-KEY) THEN
                       ADD 1 TO NOMASTER-COUNT
                   END-IF
                   PERFORM 1100-PRINT-EMPLOYEE
                   PERFORM 9200-READ-YTD
               END-IF
           END-IF.


      ************************************************************
      *      1100-PRINT-EMPLOYEE PRINTS ONE EMPLOYEE'S REGISTER  *
      *      LINE AND FOLDS THE QUARTER'S AMOUNTS INTO THE       *
      *      QUARTER TOTALS - A YTD RECORD WHOSE QUARTER-TO-DATE *
      *      FIGURES BELONG TO ANOTHER QUARTER WAS NOT PAID IN   *
      *      THIS ONE AND IS PASSED OVER                         *
      ************************************************************
       1100-PRINT-EMPLOYEE.
           IF (YT-QTR-KEY = SELECTED-QTR-KEY) THEN
               ADD 1 TO EMP-COUNT
               ADD YT-QTD-GROSS       TO QTD-GROSS-TOTAL
               ADD YT-QTD-FED-TAX     TO QTD-FED-TOTAL
               ADD YT-QTD-STA-TAX     TO QTD-STA-TOTAL
               ADD YT-QTD-FICA-TAX    TO QTD-FICA-TOTAL
               MOVE YT-EMPID          TO QD-EMPID
               MOVE YT-QTD-GROSS      TO QD-QTD-GROSS
               MOVE YT-QTD-FED-TAX    TO QD-QTD-FED-TAX
               MOVE YT-QTD-STA-TAX    TO QD-QTD-STA-TAX
               MOVE YT-QTD-FICA-TAX   TO QD-QTD-FICA-TAX
               MOVE YT-GROSS          TO QD-YTD-GROSS
               MOVE YT-FED-TAX        TO QD-YTD-FED-TAX
               MOVE YT-STA-TAX        TO QD-YTD-STA-TAX
               MOVE YT-FICA-TAX       TO QD-YTD-FICA-TAX
               WRITE QTRRPT-REC FROM QTRRPT-DETAIL
                   AFTER ADVANCING 1 LINE
           END-IF.


      ************************************************************
      *      1600-SELECT-QUARTER TAKES THE QUARTER TO REPORT     *
      *      FROM THE OPERATOR CARD, OR FROM THE RUN DATE WHEN   *
      *      NO CARD IS SUPPLIED - A CARD THAT DOES NOT NAME A   *
      *      YEAR AND A QUARTER OF 1 TO 4 ABENDS THE RUN RATHER  *
      *      THAN REPORT THE WRONG QUARTER                       *
      ************************************************************
       1600-SELECT-QUARTER.
           ACCEPT RUN-DATE-YMD FROM DATE YYYYMMDD
           MOVE RUN-DATE-Y TO SELECTED-QTR-YEAR
           COMPUTE SELECTED-QTR-NO = (RUN-DATE-M + 2) / 3
           OPEN INPUT QTR-CARD-FILE
           IF (QTRCARD-FILE-STATUS = '00') THEN
               READ QTR-CARD-FILE INTO QTRCARD-DATA
               IF (QTRCARD-FILE-STATUS = '00') THEN
                   IF (QC-QTR-YEAR IS NUMERIC)
                      AND (QC-QTR-NO >= '1')
                      AND (QC-QTR-NO <= '4') THEN
                       MOVE QC-QTR-YEAR TO SELECTED-QTR-YEAR
                       MOVE QC-QTR-NO   TO SELECTED-QTR-NO
                   ELSE
                       DISPLAY 'PROG19: QUARTER CARD INVALID - '
                           QTRCARD-REC(1:5) ' - RUN ABORTED'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
               CLOSE QTR-CARD-FILE
           END-IF.


      ************************************************************
      *      1700-SORT-TAX-HISTORY SORTS THE TAX SUMMARY TRAIL   *
      *      INTO PERIOD/TAX-CODE/GENERATION SEQUENCE WHEN IT    *
      *      EXISTS - RECORDS WITH THE SAME KEY KEEP THE ORDER   *
      *      THEY WERE WRITTEN IN, SO A RERUN STAYS LAST         *
      ************************************************************
       1700-SORT-TAX-HISTORY.
           OPEN INPUT TAX-HIST-FILE
           IF (TAXHIST-FILE-STATUS = '00') THEN
               SET TAXH-OPENED TO TRUE
               CLOSE TAX-HIST-FILE
               SORT TAXH-SORT-FILE
                   ON ASCENDING KEY THSRT-PERIOD-NO
                                    THSRT-TAX-CODE
                                    THSRT-GENERATION
                   WITH DUPLICATES IN ORDER
                   USING TAX-HIST-FILE
                   GIVING SORTED-TAXH-FILE
           END-IF.


      ************************************************************
      *      2000-LOAD-TAX-GROUP READS EVERY TRAIL RECORD FOR    *
      *      THE PERIOD AND TAX CODE AT THE CURSOR, KEEPING THE  *
      *      LAST ONE - AN EARLIER RECORD WAS SUPERSEDED BY A    *
      *      RERUN OF THE PERIOD - AND POSTS IT WHEN ITS PERIOD  *
      *      FELL IN THE QUARTER BEING REPORTED                  *
      ************************************************************
       2000-LOAD-TAX-GROUP.
           MOVE TH-PERIOD-NO      TO GROUP-PERIOD-NO
           MOVE TH-TAX-CODE       TO GROUP-TAX-CODE
           PERFORM 2050-TAKE-ONE-TAX-REC
           PERFORM 2060-SUPERSEDE-ONE-TAX-REC
               UNTIL (TAXH-AT-EOF)
                  OR (TH-PERIOD-NO NOT = GROUP-PERIOD-NO)
                  OR (TH-TAX-CODE NOT = GROUP-TAX-CODE)
           IF (TX-QTR-KEY = SELECTED-QTR-KEY) THEN
               PERFORM 2100-POST-TAX-GROUP
           END-IF.


       2050-TAKE-ONE-TAX-REC.
           MOVE TAXHIST-DATA      TO TAXHIST-HOLD
           PERFORM 9300-READ-TAX-HISTORY.


       2060-SUPERSEDE-ONE-TAX-REC.
           IF (TX-QTR-KEY = SELECTED-QTR-KEY) THEN
               ADD 1 TO SUPERSEDED-COUNT
           END-IF
           PERFORM 2050-TAKE-ONE-TAX-REC.


      ************************************************************
      *      2100-POST-TAX-GROUP ADDS THE SURVIVING TRAIL RECORD *
      *      TO THE QUARTER'S TAX SUMMARY TOTAL FOR ITS CODE AND *
      *      COUNTS EACH PERIOD ONCE                             *
      ************************************************************
       2100-POST-TAX-GROUP.
           IF (TX-PERIOD-NO NOT = LAST-PERIOD-NO) THEN
               ADD 1 TO PERIOD-COUNT
               MOVE TX-PERIOD-NO  TO LAST-PERIOD-NO
           END-IF
           IF (TX-TAX-CODE = 'FW') THEN
               ADD TX-AMOUNT-TOTAL TO TRAIL-FED-TOTAL
           ELSE
               IF (TX-TAX-CODE = 'SW') THEN
                   ADD TX-AMOUNT-TOTAL TO TRAIL-STA-TOTAL
               ELSE
                   IF (TX-TAX-CODE = 'FI') THEN
                       ADD TX-AMOUNT-TOTAL TO TRAIL-FICA-TOTAL
                   END-IF
               END-IF
           END-IF.


      ************************************************************
      *      5000-PRINT-HEAD PRINTS THE REGISTER HEADING LINES   *
      *      AT THE TOP OF THE RUN                               *
      ************************************************************
       5000-PRINT-HEAD.
           ACCEPT CURRENT-DATE FROM DATE
           MOVE CURRENT-DATE      TO QTRRPT-DATE
           MOVE SELECTED-QTR-YEAR TO QH-QTR-YEAR
           MOVE SELECTED-QTR-NO   TO QH-QTR-NO
           WRITE QTRRPT-REC FROM QTRRPT-HEADING1
               AFTER ADVANCING 1 LINE
           WRITE QTRRPT-REC FROM QTRRPT-HEADING2
               AFTER ADVANCING 2 LINE
           MOVE SPACES TO QTRRPT-REC
           WRITE QTRRPT-REC
               AFTER ADVANCING 1 LINE.


      ************************************************************
      *      5100-PRINT-QUARTER-TOTALS PRINTS THE QUARTER TOTALS *
      *      UNDER THE EMPLOYEE LINES                            *
      ************************************************************
       5100-PRINT-QUARTER-TOTALS.
           MOVE QTD-GROSS-TOTAL   TO QT-QTD-GROSS
           MOVE QTD-FED-TOTAL     TO QT-QTD-FED-TAX
           MOVE QTD-STA-TOTAL     TO QT-QTD-STA-TAX
           MOVE QTD-FICA-TOTAL    TO QT-QTD-FICA-TAX
           MOVE SPACES TO QTRRPT-REC
           WRITE QTRRPT-REC
               AFTER ADVANCING 1 LINE
           WRITE QTRRPT-REC FROM QTRRPT-TOTAL
               AFTER ADVANCING 1 LINE.


      ************************************************************
      *      6100-PROVE-WITHHOLDING PROVES THE QUARTER - FOR     *
      *      EACH TAX CODE THE SUM OVER EMPLOYEES MUST EQUAL THE *
      *      SUM OF THE QUARTER'S TAX SUMMARY RECORDS, AND A     *
      *      QUARTER WHERE THEY DO NOT IS FLAGGED ON THE         *
      *      REGISTER SO IT IS CAUGHT BEFORE THE FILING GOES OUT *
      ************************************************************
       6100-PROVE-WITHHOLDING.
           MOVE SELECTED-QTR-YEAR TO QP-QTR-YEAR
           MOVE SELECTED-QTR-NO   TO QP-QTR-NO
           MOVE SPACES TO QTRRPT-REC
           WRITE QTRRPT-REC
               AFTER ADVANCING 1 LINE
           WRITE QTRRPT-REC FROM QTRRPT-PROOF-HEAD1
               AFTER ADVANCING 1 LINE
           IF (NOT TAXH-OPENED) THEN
               WRITE QTRRPT-REC FROM QTRRPT-TRAILNONE
                   AFTER ADVANCING 1 LINE
           END-IF
           WRITE QTRRPT-REC FROM QTRRPT-PROOF-HEAD2
               AFTER ADVANCING 1 LINE
           MOVE 'FW'              TO QL-TAX-CODE
           MOVE 'FEDERAL '        TO QL-TAX-NAME
           MOVE QTD-FED-TOTAL     TO QL-EMP-TOTAL
           MOVE TRAIL-FED-TOTAL   TO QL-TRAIL-TOTAL
           COMPUTE PROOF-DIFFERENCE = QTD-FED-TOTAL - TRAIL-FED-TOTAL
           PERFORM 6110-PRINT-PROOF-LINE
           MOVE 'SW'              TO QL-TAX-CODE
           MOVE 'STATE   '        TO QL-TAX-NAME
           MOVE QTD-STA-TOTAL     TO QL-EMP-TOTAL
           MOVE TRAIL-STA-TOTAL   TO QL-TRAIL-TOTAL
           COMPUTE PROOF-DIFFERENCE = QTD-STA-TOTAL - TRAIL-STA-TOTAL
           PERFORM 6110-PRINT-PROOF-LINE
           MOVE 'FI'              TO QL-TAX-CODE
           MOVE 'FICA    '        TO QL-TAX-NAME
           MOVE QTD-FICA-TOTAL    TO QL-EMP-TOTAL
           MOVE TRAIL-FICA-TOTAL  TO QL-TRAIL-TOTAL
           COMPUTE PROOF-DIFFERENCE =
               QTD-FICA-TOTAL - TRAIL-FICA-TOTAL
           PERFORM 6110-PRINT-PROOF-LINE
           IF (PROOF-IN-BALANCE) THEN
               WRITE QTRRPT-REC FROM QTRRPT-PROOF-OK
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE QTRRPT-REC FROM QTRRPT-PROOF-BAD
                   AFTER ADVANCING 1 LINE
           END-IF.


       6110-PRINT-PROOF-LINE.
           MOVE PROOF-DIFFERENCE  TO QL-DIFFERENCE
           IF (PROOF-DIFFERENCE = 0) THEN
               MOVE 'IN BALANCE'  TO QL-NOTE
           ELSE
               MOVE 'N'           TO PROOF-SW
               MOVE '** OUT OF BALANCE **' TO QL-NOTE
           END-IF
           WRITE QTRRPT-REC FROM QTRRPT-PROOF-LINE
               AFTER ADVANCING 1 LINE.


      ************************************************************
      *      6000-PRINT-SUMMARY PRINTS THE COUNT OF YTD RECORDS  *
      *      READ, EMPLOYEES PAID IN THE QUARTER, EMPLOYEES NO   *
      *      LONGER ON THE MASTER, PERIODS FOUND ON THE TRAIL    *
      *      FOR THE QUARTER, AND SUMMARIES SUPERSEDED BY RERUNS *
      ************************************************************
       6000-PRINT-SUMMARY.
           MOVE YTD-COUNT         TO QS-YTD-COUNT
           MOVE EMP-COUNT         TO QS-EMP-COUNT
           MOVE NOMASTER-COUNT    TO QS-NOMASTER-COUNT
           MOVE PERIOD-COUNT      TO QS-PERIOD-COUNT
           MOVE SUPERSEDED-COUNT  TO QS-SUPERSEDED-COUNT
           MOVE SPACES TO QTRRPT-REC
           WRITE QTRRPT-REC
               AFTER ADVANCING 1 LINE
           WRITE QTRRPT-REC FROM QTRRPT-SUMMARY1
               AFTER ADVANCING 1 LINE
           WRITE QTRRPT-REC FROM QTRRPT-SUMMARY2
               AFTER ADVANCING 1 LINE
           WRITE QTRRPT-REC FROM QTRRPT-SUMMARY3
               AFTER ADVANCING 1 LINE
           WRITE QTRRPT-REC FROM QTRRPT-SUMMARY4
               AFTER ADVANCING 1 LINE
           WRITE QTRRPT-REC FROM QTRRPT-SUMMARY5
               AFTER ADVANCING 1 LINE.


      ************************************************************
      *      9100-READ-MASTER READS ONE RECORD FROM THE SORTED   *
      *      MASTER FILE - AT END IT SETS MASTER-AT-EOF, WHICH   *
      *      1000-MATCH-LOOP CHECKS BEFORE EVER COMPARING EMPIDS *
      ************************************************************
       9100-READ-MASTER.
           READ SORTED-MASTER-FILE INTO MSTR-DATA
                AT END
                   SET MASTER-AT-EOF TO TRUE
           END-READ.


      ************************************************************
      *      9200-READ-YTD READS ONE RECORD FROM THE YTD         *
      *      ACCUMULATOR FILE - AT END IT SETS YTD-AT-EOF, WHICH *
      *      ENDS THE MATCH LOOP SINCE THE REGISTER DRIVES OFF   *
      *      THE YTD FILE                                        *
      ************************************************************
       9200-READ-YTD.
           READ YTD-IN-FILE INTO YTD-DATA
                AT END
                   SET YTD-AT-EOF TO TRUE
           END-READ
           IF (NOT YTD-AT-EOF) THEN
               ADD 1 TO YTD-COUNT
           END-IF.


      ************************************************************
      *      9300-READ-TAX-HISTORY READS ONE RECORD FROM THE     *
      *      SORTED TAX SUMMARY TRAIL - AT END IT SETS           *
      *      TAXH-AT-EOF                                         *
      ************************************************************
       9300-READ-TAX-HISTORY.
           READ SORTED-TAXH-FILE INTO TAXHIST-DATA
                AT END
                   SET TAXH-AT-EOF TO TRUE
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
               DISPLAY 'PROG19: RUN CONTROL NOT FOUND - '
                   'RUN PROG5 MASTER LOAD FIRST'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           READ RUN-CTL-FILE INTO RUN-CTL-DATA
           IF (RUNCTL-FILE-STATUS NOT = '00') THEN
               DISPLAY 'PROG19: RUN CONTROL UNREADABLE - '
                   'RUN PROG5 MASTER LOAD FIRST'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE RUN-CTL-FILE
           IF (RC-STEP-DONE(3) NOT = 'Y') THEN
               DISPLAY 'PROG19: PROG3 PAY RUN NOT COMPLETE FOR '
                   'GENERATION ' RC-GENERATION ' - RUN ABORTED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF (RC-STEP-DONE(19) = 'N') THEN
               MOVE 'S' TO RC-STEP-DONE(19)
               PERFORM 8300-REWRITE-RUN-CONTROL
           END-IF.


      ************************************************************
      *      8200-MARK-STEP-DONE STAMPS THIS RUN AS COMPLETED    *
      *      FOR THE GENERATION IT CONSUMED ON THE SHARED RUN    *
      *      CONTROL                                             *
      ************************************************************
       8200-MARK-STEP-DONE.
           MOVE 'Y' TO RC-STEP-DONE(19)
           PERFORM 8300-REWRITE-RUN-CONTROL.


       8300-REWRITE-RUN-CONTROL.
           OPEN OUTPUT RUN-CTL-FILE
           WRITE RUN-CTL-REC FROM RUN-CTL-DATA
           CLOSE RUN-CTL-FILE.

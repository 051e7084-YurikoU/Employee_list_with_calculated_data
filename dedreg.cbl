               FILE STATUS IS TAXSUM-FILE-STATUS.
           SELECT DED-RULES-FILE ASSIGN TO DA-S-DEDRULES
               FILE STATUS IS DEDRULE-FILE-STATUS.
           SELECT ER-ACCRUAL-FILE ASSIGN TO DA-S-ERACCR
               FILE STATUS IS ERACCR-FILE-STATUS.
           SELECT RUN-CTL-FILE  ASSIGN TO DA-S-RUNCTL
               FILE STATUS IS RUNCTL-FILE-STATUS.
       DATA DIVISION.
      *    CARRYING THE RECORD COUNT AND AMOUNT TOTAL FOR THAT   *
      *    CODE, WRITTEN BY 2300-CLOSE-CODE-GROUP AT EACH        *
      *    CONTROL BREAK SO THE EXTRACT ALWAYS TIES OUT TO THE   *
      *    PRINTED REGISTER - THE EMPLOYER COST ACCRUAL POSTS    *
      *    AS A DEBIT TO ITS EXPENSE ACCOUNT AND A CREDIT TO ITS *
      *    LIABILITY ACCOUNT PER COST CENTER, AND ONLY THOSE     *
      *    RECORDS CARRY A COST CENTER AND A D/C INDICATOR       *
      ***********************************************************
       FD GL-POST-FILE
           BLOCK CONTAINS 0 RECORDS
           03 GL-AMOUNT-TOTAL   PIC 9(9)V99.
           03 GL-GENERATION     PIC 9(6).
           03 GL-PERIOD-NO      PIC 9(4).
           03 GL-COST-CENTER    PIC X(6).
           03 GL-DR-CR          PIC X(1).
      ***********************************************************
      *    TAX-SUM-FILE IS THE TAX WITHHOLDING SUMMARY THE      *
      *    PROG3 PAY RUN LEFT BEHIND - ONE RECORD PER TAX CODE  *
           LABEL RECORDS ARE STANDARD.
       01 DEDRULE-REC           PIC X(41).
      ***********************************************************
      *    ER-ACCRUAL-FILE IS THE EMPLOYER COST ACCRUAL THE     *
      *    PROG3 PAY RUN LEFT BEHIND - ONE RECORD PER COST      *
      *    CENTER AND COST TYPE CARRYING ITS EXPENSE AND        *
      *    LIABILITY GL ACCOUNTS - POSTED AS A BALANCED PAIR OF *
      *    ENTRIES PER RECORD - A MISSING FILE IS REPORTED ON   *
      *    THE REGISTER INSTEAD OF SILENTLY POSTING NOTHING     *
      ***********************************************************
       FD ER-ACCRUAL-FILE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01 ERACCR-REC            PIC X(80).
      ***********************************************************
      *    RUN-CTL-FILE IS THE SHARED JOB-STREAM RUN CONTROL    *
      *    MAINTAINED BY THE PROG5 MASTER LOAD - THE GL POSTING *
      *    RUN REFUSES TO START UNTIL THE PROG3 PAY RUN HAS     *
           03 TS-GENERATION     PIC 9(6).
           03 TS-PERIOD-NO      PIC 9(4).

      ***********************************************************
      *    LAYOUT FOR ONE EMPLOYER COST ACCRUAL RECORD, READ    *
      *    FROM ER-ACCRUAL-FILE INTO WORKING STORAGE - THE SAME *
      *    SHAPE PROG3'S 6080-WRITE-ER-ACCRUAL WRITES           *
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
      *    LAYOUT FOR ONE RULES MASTER RECORD AND THE RULES     *
      *    TABLE IT IS LOADED INTO AT STARTUP, THE SAME WAY THE *
       01 DEDREG-TAX-NONE.
           03                    PIC X(48)   VALUE
               'TAX SUMMARY NOT SUPPLIED - NO TAX POSTED TO GL  '.
       01 DEDREG-ER-HEADING.
           03                    PIC X(31)   VALUE
               'EMPLOYER COST ACCRUAL POSTINGS:'.
       01 DEDREG-ER-LINE.
           03                    PIC X(8)    VALUE 'CST CTR '.
           03 EL-COST-CENTER      PIC X(6).
           03 FILLER              PIC X(2)    VALUE SPACES.
           03                    PIC X(5)    VALUE 'TYPE '.
           03 EL-COST-TYPE        PIC X(2).
           03 FILLER              PIC X(2)    VALUE SPACES.
           03                    PIC X(4)    VALUE 'DR: '.
           03 EL-EXPENSE-GL       PIC X(8).
           03 FILLER              PIC X(2)    VALUE SPACES.
           03                    PIC X(4)    VALUE 'CR: '.
           03 EL-LIABILITY-GL     PIC X(8).
           03 FILLER              PIC X(2)    VALUE SPACES.
           03                    PIC X(7)    VALUE 'COUNT: '.
           03 EL-EMP-COUNT        PIC ZZZZZZ9.
           03 FILLER              PIC X(2)    VALUE SPACES.
           03                    PIC X(8)    VALUE 'AMOUNT: '.
           03 EL-AMOUNT           PIC $ZZZ,ZZZ,ZZ9.99.
       01 DEDREG-ER-STALE.
           03                    PIC X(8)    VALUE 'CST CTR '.
           03 ES-COST-CENTER      PIC X(6).
           03 FILLER              PIC X(2)    VALUE SPACES.
           03                    PIC X(5)    VALUE 'TYPE '.
           03 ES-COST-TYPE        PIC X(2).
           03 FILLER              PIC X(2)    VALUE SPACES.
           03                    PIC X(40)   VALUE
               'REJECTED - EARLIER GENERATION   AMOUNT: '.
           03 ES-AMOUNT           PIC $ZZZ,ZZZ,ZZ9.99.
       01 DEDREG-ER-NONE.
           03                    PIC X(48)   VALUE
               'EMPLOYER COST ACCRUAL NOT SUPPLIED - NONE POSTED'.
       01 DEDREG-ER-DEBITS.
           03                    PIC X(23)   VALUE
               'EMPLOYER COST DEBITS:  '.
           03 FILLER              PIC X(2)    VALUE SPACES.
           03 ET-DEBIT-TOTAL      PIC $ZZZ,ZZZ,ZZ9.99.
       01 DEDREG-ER-CREDITS.
           03                    PIC X(23)   VALUE
               'EMPLOYER COST CREDITS: '.
           03 FILLER              PIC X(2)    VALUE SPACES.
           03 ET-CREDIT-TOTAL     PIC $ZZZ,ZZZ,ZZ9.99.
       01 DEDREG-ER-OK.
           03                    PIC X(40)   VALUE
               'EMPLOYER COST JOURNAL BALANCES - OK     '.
       01 DEDREG-ER-BAD.
           03                    PIC X(46)   VALUE
               '** EMPLOYER COST JOURNAL DOES NOT BALANCE **  '.
       01 DEDREG-GRAND-TOTAL.
           03                    PIC X(21)   VALUE
               'ALL DEDUCTION CODES  '.
           03 GROUP-GL-ACCOUNT    PIC 9(8)    VALUE ZEROS.
           03 REJECT-CODE-COUNT   PIC 9(7)    VALUE ZEROS.

      * SWITCHES AND TOTALS FOR THE EMPLOYER COST ACCRUAL
      * POSTING - SEE 3500-POST-EMPLOYER-COST THROUGH
      * 3700-PROVE-ER-JOURNAL
       01 MISC4.
           03 ERACCR-FILE-STATUS  PIC X(2)    VALUE '00'.
           03 ERACCR-EOF-SW       PIC X(1)    VALUE 'N'.
               88 ERACCR-AT-EOF                VALUE 'Y'.
           03 ER-DEBIT-TOTAL      PIC 9(9)V99 VALUE ZEROS.
           03 ER-CREDIT-TOTAL     PIC 9(9)V99 VALUE ZEROS.

      ************************************************************
      *      START OF PROCEDURE DIVISION                         *
      ************************************************************
               INPUT PROCEDURE 1050-RELEASE-DEDUCTIONS
               OUTPUT PROCEDURE 2000-REGISTER-REPORT.
           PERFORM 3000-POST-TAX-SUMMARY.
           PERFORM 3500-POST-EMPLOYER-COST.
           CLOSE INPUT-FILE
               REGISTER-FILE
               GL-POST-FILE.
               MOVE CODE-AMOUNT-TOTAL   TO GL-AMOUNT-TOTAL
               MOVE RC-GENERATION       TO GL-GENERATION
               MOVE PAY-PERIOD-NO       TO GL-PERIOD-NO
               MOVE SPACES              TO GL-COST-CENTER
               MOVE SPACES              TO GL-DR-CR
               WRITE GLPOST-REC
           END-IF
           ADD CODE-COUNT           TO GRAND-COUNT
           MOVE TS-AMOUNT-TOTAL     TO GL-AMOUNT-TOTAL
           MOVE RC-GENERATION       TO GL-GENERATION
           MOVE PAY-PERIOD-NO       TO GL-PERIOD-NO
           MOVE SPACES              TO GL-COST-CENTER
           MOVE SPACES              TO GL-DR-CR
           WRITE GLPOST-REC
           PERFORM 9300-READ-TAXSUM.


      ************************************************************
      *      3500-POST-EMPLOYER-COST CARRIES THE PAY RUN'S       *
      *      EMPLOYER COST ACCRUAL THROUGH TO THE GL POSTING -   *
      *      EACH ACCRUAL RECORD PRINTS ONE REGISTER LINE AND    *
      *      POSTS A DEBIT TO ITS EXPENSE ACCOUNT AND A CREDIT   *
      *      TO ITS LIABILITY ACCOUNT UNDER ITS COST CENTER,     *
      *      THEN THE DEBITS ARE PROVED AGAINST THE CREDITS - A  *
      *      MISSING ACCRUAL FILE IS CALLED OUT ON THE REGISTER  *
      ************************************************************
       3500-POST-EMPLOYER-COST.
           MOVE SPACES TO DEDREG-REC
           WRITE DEDREG-REC
               AFTER ADVANCING 1 LINE
           OPEN INPUT ER-ACCRUAL-FILE
           IF (ERACCR-FILE-STATUS = '00') THEN
               WRITE DEDREG-REC FROM DEDREG-ER-HEADING
                   AFTER ADVANCING 1 LINE
               PERFORM 9500-READ-ERACCR
               PERFORM 3600-POST-ONE-ACCRUAL
                   UNTIL ERACCR-AT-EOF
               CLOSE ER-ACCRUAL-FILE
               PERFORM 3700-PROVE-ER-JOURNAL
           ELSE
               WRITE DEDREG-REC FROM DEDREG-ER-NONE
                   AFTER ADVANCING 1 LINE
           END-IF.


      ************************************************************
      *      3600-POST-ONE-ACCRUAL PRINTS ONE ACCRUAL RECORD AND *
      *      WRITES ITS DEBIT AND CREDIT POSTINGS FROM THE SAME  *
      *      AMOUNT, THEN READS THE NEXT RECORD - A RECORD LEFT  *
      *      OVER FROM AN EARLIER GENERATION IS PRINTED AS       *
      *      REJECTED RATHER THAN POSTED A SECOND TIME           *
      ************************************************************
       3600-POST-ONE-ACCRUAL.
           IF (EA-GENERATION NOT = RC-GENERATION) THEN
               MOVE EA-COST-CENTER      TO ES-COST-CENTER
               MOVE EA-COST-TYPE        TO ES-COST-TYPE
               MOVE EA-AMOUNT           TO ES-AMOUNT
               WRITE DEDREG-REC FROM DEDREG-ER-STALE
                   AFTER ADVANCING 1 LINE
           ELSE
               MOVE EA-COST-CENTER      TO EL-COST-CENTER
               MOVE EA-COST-TYPE        TO EL-COST-TYPE
               MOVE EA-EXPENSE-GL       TO EL-EXPENSE-GL
               MOVE EA-LIABILITY-GL     TO EL-LIABILITY-GL
               MOVE EA-EMP-COUNT        TO EL-EMP-COUNT
               MOVE EA-AMOUNT           TO EL-AMOUNT
               WRITE DEDREG-REC FROM DEDREG-ER-LINE
                   AFTER ADVANCING 1 LINE
               MOVE EA-COST-TYPE        TO GL-DEDUCT-CODE
               MOVE EA-EXPENSE-GL       TO GL-ACCOUNT
               MOVE EA-EMP-COUNT        TO GL-RECORD-COUNT
               MOVE EA-AMOUNT           TO GL-AMOUNT-TOTAL
               MOVE RC-GENERATION       TO GL-GENERATION
               MOVE EA-PERIOD-NO        TO GL-PERIOD-NO
               MOVE EA-COST-CENTER      TO GL-COST-CENTER
               MOVE 'D'                 TO GL-DR-CR
               WRITE GLPOST-REC
               ADD EA-AMOUNT            TO ER-DEBIT-TOTAL
               MOVE EA-COST-TYPE        TO GL-DEDUCT-CODE
               MOVE EA-LIABILITY-GL     TO GL-ACCOUNT
               MOVE EA-EMP-COUNT        TO GL-RECORD-COUNT
               MOVE EA-AMOUNT           TO GL-AMOUNT-TOTAL
               MOVE RC-GENERATION       TO GL-GENERATION
               MOVE EA-PERIOD-NO        TO GL-PERIOD-NO
               MOVE EA-COST-CENTER      TO GL-COST-CENTER
               MOVE 'C'                 TO GL-DR-CR
               WRITE GLPOST-REC
               ADD EA-AMOUNT            TO ER-CREDIT-TOTAL
           END-IF
           PERFORM 9500-READ-ERACCR.


      ************************************************************
      *      3700-PROVE-ER-JOURNAL PRINTS THE EMPLOYER COST      *
      *      DEBIT AND CREDIT TOTALS AND FLAGS THE REGISTER IF   *
      *      THEY DO NOT BALANCE                                 *
      ************************************************************
       3700-PROVE-ER-JOURNAL.
           MOVE ER-DEBIT-TOTAL    TO ET-DEBIT-TOTAL
           MOVE ER-CREDIT-TOTAL   TO ET-CREDIT-TOTAL
           WRITE DEDREG-REC FROM DEDREG-ER-DEBITS
               AFTER ADVANCING 1 LINE
           WRITE DEDREG-REC FROM DEDREG-ER-CREDITS
               AFTER ADVANCING 1 LINE
           IF (ER-DEBIT-TOTAL = ER-CREDIT-TOTAL) THEN
               WRITE DEDREG-REC FROM DEDREG-ER-OK
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE DEDREG-REC FROM DEDREG-ER-BAD
                   AFTER ADVANCING 1 LINE
           END-IF.


      ************************************************************
      *      5000-PRINT-HEAD PRINTS THE DEDUCTION REGISTER       *
      *      HEADING LINE AT THE TOP OF THE RUN                  *
           END-READ.


      ************************************************************
      *      9500-READ-ERACCR READS ONE RECORD FROM THE EMPLOYER *
      *      COST ACCRUAL - AT END IT SETS ERACCR-AT-EOF         *
      ************************************************************
       9500-READ-ERACCR.
           READ ER-ACCRUAL-FILE INTO ERACCR-DATA
                AT END
                   SET ERACCR-AT-EOF TO TRUE
           END-READ.


      ************************************************************
      *      8100-CHECK-RUN-CONTROL ENFORCES THE JOB-STREAM      *
      *      SEQUENCE BEFORE ANYTHING IS TOUCHED - THE RUN       *

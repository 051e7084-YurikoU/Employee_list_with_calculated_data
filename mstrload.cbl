       WORKING-STORAGE SECTION.
      ***********************************************************
      *    LAYOUT FOR THE RUN CONTROL RECORD - THE STEP BYTES   *
      *    ARE SUBSCRIPTED BY PROGRAM NUMBER - STEPS 16 AND UP  *
      *    LIVE IN THE BYTES PROG1 THROUGH PROG15 STILL CARRY   *
      *    AS FILLER, SO THE RECORD LENGTH NEVER CHANGED        *
      ***********************************************************
       01 RUN-CTL-DATA.
           03 RC-GENERATION     PIC 9(6).
           03 RC-STEP-DONE OCCURS 30 TIMES
                                PIC X(1).
      ***********************************************************
      *    LAYOUT FOR THE LOAD REPORT HEADING, REJECT, AND       *
      *    SUMMARY LINES                                         *
           ADD 1 TO RC-GENERATION
           PERFORM 8010-CLEAR-ONE-STEP
               VARYING RUN-STEP-SUB FROM 1 BY 1
               UNTIL RUN-STEP-SUB > 30
           MOVE 'S' TO RC-STEP-DONE(5)
           PERFORM 8300-REWRITE-RUN-CONTROL.


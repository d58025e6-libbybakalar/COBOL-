      *                    1-15 TO 1-50 IN STEP WITH THE CAPACITY
      *                    RAISE ACROSS THE SUITE, SO REP NUMBER 16
      *                    CAN BE ADDED THE DAY THEY ARE HIRED.
      *  10/15/2026  LB    THE RUN NOW CLEARS THE JOB-STEP SEQUENCE
      *                    CHECK (CBLLMB19) BEFORE IT DOES ANY WORK.
      *                    THE RUN LOG RECORD CARRIES A NOTE (NOW 149
      *                    BYTES).
      ******************************************************************

       ENVIRONMENT DIVISION.
      *    MASTER MAINTENANCE DOES NOT RUN AGAINST A SCHEDULED WEEK.
       FD  RUNLOG
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 149 CHARACTERS
           DATA RECORD IS RL-REC.

       01  RL-REC.
           05 RL-COUNT-1          PIC 9(7).
           05 RL-AMOUNT-1         PIC S9(11)V99.
           05 RL-COUNT-2          PIC 9(7).
           05 RL-NOTE             PIC X(70).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
            'TOTAL REJECTED:           '.
           05 O-CT-TRANS-REJECTED  PIC ZZ,ZZ9.

      *    THE CALLING AREA FOR THE JOB-STEP SEQUENCE CHECK -- SEE
      *    CBLLMB19.
       01  STEP-GATE-AREA.
           05  SG-PROGRAM          PIC X(8).
           05  SG-RUN-MODE         PIC X(12).
           05  SG-WEEK-ENDING      PIC 9(8).
           05  SG-CUTOFF-DATE      PIC 9(8).
           05  SG-RESULT           PIC X.
               88  SG-STEP-MAY-RUN                VALUE 'R' 'O'.
               88  SG-STEP-OVERRIDDEN             VALUE 'O'.
               88  SG-STEP-BLOCKED                VALUE 'B'.
           05  SG-MISSING          PIC X(50).

       PROCEDURE DIVISION.

       0000-CBLLMB08.
               (I-YEAR * 10000) + (I-MONTH * 100) + I-DAY.
           MOVE I-TIME(1:6) TO STAMP-TIME.

           PERFORM 1050-CHECK-STEP-SEQUENCE.

           OPEN INPUT SLMTRAN.
           OPEN OUTPUT PRTOUT.
           OPEN I-O SLMMAST.
           PERFORM 9100-READ.
           PERFORM 9200-HDG.

      *    THE JOB-STEP SEQUENCE CHECK (CBLLMB19). A STEP WHOSE
      *    PREREQUISITES ARE NOT ON THE RUN LOG, AND NOT WAIVED BY A
      *    SUPERVISOR OVERRIDE, STOPS HERE BEFORE ANY FILE IS OPENED.
       1050-CHECK-STEP-SEQUENCE.
           MOVE 'CBLLMB08' TO SG-PROGRAM.
           MOVE 'MAINT' TO SG-RUN-MODE.
           MOVE 0 TO SG-WEEK-ENDING.
           MOVE 0 TO SG-CUTOFF-DATE.
           CALL 'CBLLMB19' USING STEP-GATE-AREA.
           IF SG-STEP-BLOCKED
               DISPLAY 'CBLLMB08 PREREQUISITE NOT MET -- RUN TERMINATED'
               STOP RUN.

       2000-MAINLINE.
           PERFORM 2200-EDIT-TRAN.
           IF TRAN-IS-VALID
           MOVE CT-TRANS-APPLIED TO RL-COUNT-1.
           MOVE 0 TO RL-AMOUNT-1.
           MOVE CT-TRANS-REJECTED TO RL-COUNT-2.
           MOVE SPACES TO RL-NOTE.
           WRITE RL-REC.
           CLOSE RUNLOG.


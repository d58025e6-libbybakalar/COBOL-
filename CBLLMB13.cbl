      *  MODIFICATION HISTORY
      *  ------------------------------------------------------------
      *  09/02/2026  LB    ORIGINAL PROGRAM.
      *  10/15/2026  LB    THE RUN NOW CLEARS THE JOB-STEP SEQUENCE
      *                    CHECK (CBLLMB19) BEFORE IT DOES ANY WORK.
      ******************************************************************

       ENVIRONMENT DIVISION.
           05 FILLER               PIC X(42)   VALUE
            'NO AUDIT RECORDS MATCHED THE SELECTION'.

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

       0000-CBLLMB13.
           MOVE I-MONTH TO O-MONTH.

           PERFORM 1100-GET-SELECTION.
           PERFORM 1050-CHECK-STEP-SEQUENCE.

           OPEN INPUT SLMAUDIT.
           OPEN OUTPUT PRTOUT.
           PERFORM 9100-READ.
           PERFORM 9200-HDG.

      *    THE JOB-STEP SEQUENCE CHECK (CBLLMB19). A STEP WHOSE
      *    PREREQUISITES ARE NOT ON THE RUN LOG, AND NOT WAIVED BY A
      *    SUPERVISOR OVERRIDE, STOPS HERE BEFORE ANY FILE IS OPENED.
       1050-CHECK-STEP-SEQUENCE.
           MOVE 'CBLLMB13' TO SG-PROGRAM.
           MOVE 'INQUIRY' TO SG-RUN-MODE.
           MOVE 0 TO SG-WEEK-ENDING.
           MOVE 0 TO SG-CUTOFF-DATE.
           CALL 'CBLLMB19' USING STEP-GATE-AREA.
           IF SG-STEP-BLOCKED
               DISPLAY 'CBLLMB13 PREREQUISITE NOT MET -- RUN TERMINATED'
               STOP RUN.

      *    THE SELECTION COMES FROM THE RUN PARAMETERS --
      *        S NN          ONE SALESPERSON (TWO DIGITS)
      *        U USERID      ONE USER ID

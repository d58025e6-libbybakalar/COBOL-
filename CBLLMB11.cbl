      *  MODIFICATION HISTORY
      *  ------------------------------------------------------------
      *  09/02/2026  LB    ORIGINAL PROGRAM.
      *  10/15/2026  LB    CBLLMB06 PRIOR-WEEK ADJUSTMENT RUNS (MODE
      *                    ADJUSTMENT, STAMPED WITH THE CLOSED WEEK
      *                    THEY ADJUST) ARE COUNTED ON THEIR OWN STEP
      *                    LINE AND KEPT OUT OF THE WEEK-TO-DATE
      *                    TOTALS CHECK -- THEIR CONTROL TOTALS ARE
      *                    THE ADJUSTMENT FILE'S OWN, NOT CUMULATIVE.
      *  10/15/2026  LB    THE RUN NOW CLEARS THE JOB-STEP SEQUENCE
      *                    CHECK (CBLLMB19) BEFORE IT DOES ANY WORK.
      *                    THE RUN LOG RECORD CARRIES A NOTE (NOW 149
      *                    BYTES), PRINTED UNDER ITS ENTRY. BLOCKED
      *                    AND OVERRIDE ENTRIES ARE COUNTED, NOT TAKEN
      *                    AS STEPS RUN; A STEP THAT RAN UNDER A
      *                    SUPERVISOR OVERRIDE IS MARKED ON ITS STEP
      *                    LINE, AND A WEEKLY CLOSE THAT STARTED BUT
      *                    NEVER FINISHED SHOWS AS SUCH.
      ******************************************************************

       ENVIRONMENT DIVISION.

       FD  RUNLOG
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 149 CHARACTERS
           DATA RECORD IS RL-REC.

       01  RL-REC.
           05 RL-COUNT-1          PIC 9(7).
           05 RL-AMOUNT-1         PIC S9(11)V99.
           05 RL-COUNT-2          PIC 9(7).
           05 RL-NOTE             PIC X(70).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
      *    ENTRIES EVER WENT BACKWARD (THEY MUST ONLY GROW).
       01  CYCLE-TRACK-AREA.
           05  DAILY-RUN-COUNT     PIC 99        VALUE ZERO.
           05  ADJ-RUN-COUNT       PIC 99        VALUE ZERO.
           05  SW-CLOSE-SEEN       PIC X         VALUE 'N'.
               88  CLOSE-WAS-SEEN                 VALUE 'Y'.
           05  CLOSE-STATUS-SEEN   PIC X(10)     VALUE SPACES.
               88  PREV-06-SEEN                   VALUE 'Y'.
           05  PREV-06-COUNT       PIC 9(7)      VALUE ZERO.
           05  PREV-06-AMOUNT      PIC S9(11)V99 VALUE ZERO.
           05  BLOCKED-COUNT       PIC 999       VALUE ZERO.
           05  OVERRIDE-COUNT      PIC 999       VALUE ZERO.
           05  SW-STEP-OVRD        PIC X         VALUE 'N'.
               88  STEP-WAS-OVERRIDDEN            VALUE 'Y'.
           05  SW-DAILY-OVRD       PIC X         VALUE 'N'.
               88  DAILY-WAS-OVERRIDDEN           VALUE 'Y'.
           05  SW-CLOSE-OVRD       PIC X         VALUE 'N'.
               88  CLOSE-WAS-OVERRIDDEN           VALUE 'Y'.
           05  SW-ADJ-OVRD         PIC X         VALUE 'N'.
               88  ADJ-WAS-OVERRIDDEN             VALUE 'Y'.
           05  SW-MAINT-OVRD       PIC X         VALUE 'N'.
               88  MAINT-WAS-OVERRIDDEN           VALUE 'Y'.
           05  SW-TREND-OVRD       PIC X         VALUE 'N'.
               88  TREND-WAS-OVERRIDDEN           VALUE 'Y'.
           05  SW-ARCH-OVRD        PIC X         VALUE 'N'.
               88  ARCH-WAS-OVERRIDDEN            VALUE 'Y'.

       01  I-DATE.
           05  I-YEAR             PIC 9(4).
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 O-RL-COUNT-2         PIC ZZZ,ZZ9.

      *    THE NOTE ON A BLOCKED OR OVERRIDE ENTRY -- THE MISSING OR
      *    WAIVED PREREQUISITE -- PRINTED UNDER THE ENTRY.
       01  CYCLE-NOTE-LINE.
           05 FILLER               PIC X(11)   VALUE SPACES.
           05 FILLER               PIC X(6)    VALUE 'NOTE: '.
           05 O-RL-NOTE            PIC X(70).

       01  CYCLE-NONE-LINE.
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 FILLER               PIC X(42)   VALUE
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 O-STEP-NAME          PIC X(32).
           05 O-STEP-STATUS        PIC X(40).
           05 O-STEP-OVERRIDE      PIC X(30).

       01  CYCLE-GATE-LINE.
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 O-GATE-LABEL         PIC X(48).
           05 O-GATE-COUNT         PIC ZZ9.

       01  CYCLE-AGREE-LINE.
           05 FILLER               PIC X(52)   VALUE
           05 FILLER               PIC X(42)   VALUE
            'SHOWS LESS THAN AN EARLIER RUN ***'.

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

       0000-CBLLMB11.
           MOVE I-MONTH TO O-MONTH.

           PERFORM 1100-GET-WEEK-ENDING.
           PERFORM 1050-CHECK-STEP-SEQUENCE.

           OPEN INPUT RUNLOG.
           OPEN OUTPUT PRTOUT.
           PERFORM 9100-READ.
           PERFORM 9200-HDG.

      *    THE JOB-STEP SEQUENCE CHECK (CBLLMB19). A STEP WHOSE
      *    PREREQUISITES ARE NOT ON THE RUN LOG, AND NOT WAIVED BY A
      *    SUPERVISOR OVERRIDE, STOPS HERE BEFORE ANY FILE IS OPENED.
       1050-CHECK-STEP-SEQUENCE.
           MOVE 'CBLLMB11' TO SG-PROGRAM.
           MOVE 'CYCLE' TO SG-RUN-MODE.
           MOVE SEL-WEEK-ENDING TO SG-WEEK-ENDING.
           MOVE 0 TO SG-CUTOFF-DATE.
           CALL 'CBLLMB19' USING STEP-GATE-AREA.
           IF SG-STEP-BLOCKED
               DISPLAY 'CBLLMB11 PREREQUISITE NOT MET -- RUN TERMINATED'
               STOP RUN.

      *    THE WEEK-ENDING DATE IS THE FIRST RUN PARAMETER, CCYYMMDD,
      *    AND MUST BE A SATURDAY -- THE SAME RULE THE RUN CONTROL
      *    FILE ENFORCES ON CBLLMB06.
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9200-HDG.
           IF RL-NOTE NOT = SPACES
               MOVE RL-NOTE TO O-RL-NOTE
               WRITE PRTLINE
                   FROM CYCLE-NOTE-LINE
                       AFTER ADVANCING 1 LINE
                           AT EOP
                               PERFORM 9200-HDG
               END-WRITE
           END-IF.

           PERFORM 2300-TRACK-ENTRY.

      *    SHOW AT LEAST AS MUCH AS THE ONE BEFORE IT -- A SHRINKING
      *    COUNT MEANS A RESTARTED WEEK OR A RUN POSTED OUTSIDE THE
      *    CARRY, EITHER WAY WORTH A LOOK BEFORE THE MORNING MEETING.
      *    A BLOCKED ENTRY IS A STEP THAT REFUSED TO RUN, AND AN
      *    OVERRIDE ENTRY ONLY PRECEDES THE STEP'S OWN COMPLETION
      *    RECORD, SO NEITHER COUNTS AS THE STEP HAVING RUN.
       2300-TRACK-ENTRY.
           EVALUATE TRUE
               WHEN RL-STATUS = 'BLOCKED'
                   ADD 1 TO BLOCKED-COUNT
               WHEN RL-STATUS = 'OVERRIDE'
                   ADD 1 TO OVERRIDE-COUNT
                   PERFORM 2320-TRACK-OVERRIDE
               WHEN RL-PROGRAM = 'CBLLMB06'
                   IF RL-RUN-MODE = 'ADJUSTMENT'
                       ADD 1 TO ADJ-RUN-COUNT
                   ELSE
                       PERFORM 2310-TRACK-06-TOTALS
                   END-IF
               WHEN RL-PROGRAM = 'CBLLMB08'
                   MOVE 'Y' TO SW-MAINT-SEEN
               WHEN RL-PROGRAM = 'CBLLMB07'
                   MOVE 'Y' TO SW-TREND-SEEN
               WHEN RL-PROGRAM = 'CBLLMB09'
                   MOVE 'Y' TO SW-ARCH-SEEN
           END-EVALUATE.

      *    A PRIOR-WEEK ADJUSTMENT RUN IS STAMPED WITH THE CLOSED WEEK
      *    IT ADJUSTS BUT LOGS ONLY ITS OWN FILE'S TOTALS, SO IT IS
      *    COUNTED SEPARATELY ABOVE AND NEVER REACHES THIS CHECK.
      *    THE STARTED ENTRY A WEEKLY CLOSE WRITES AS IT BEGINS
      *    CARRIES NO TOTALS, SO IT SETS THE CLOSE'S STATUS (UNTIL THE
      *    CLOSE'S OWN ENDING ENTRY REPLACES IT) AND GOES NO FURTHER.
       2310-TRACK-06-TOTALS.
           IF RL-RUN-MODE = 'DAILY'
               ADD 1 TO DAILY-RUN-COUNT.
           IF RL-RUN-MODE = 'WEEKLY'
               MOVE 'Y' TO SW-CLOSE-SEEN
               MOVE RL-STATUS TO CLOSE-STATUS-SEEN.
           IF RL-STATUS NOT = 'STARTED'
               PERFORM 2315-CHECK-06-TOTALS.

       2315-CHECK-06-TOTALS.
           IF PREV-06-SEEN
               IF RL-COUNT-1 < PREV-06-COUNT OR
                  RL-AMOUNT-1 < PREV-06-AMOUNT
                   MOVE 'N' TO SW-TOTALS-AGREE.
           MOVE 'Y' TO SW-PREV-06-SEEN.
           MOVE RL-COUNT-1 TO PREV-06-COUNT.
           MOVE RL-AMOUNT-1 TO PREV-06-AMOUNT.

      *    WHICH STEP RAN UNDER A SUPERVISOR OVERRIDE. THE OVERRIDE
      *    ENTRY CARRIES THE STEP'S OWN PROGRAM AND RUN MODE.
       2320-TRACK-OVERRIDE.
           EVALUATE TRUE
               WHEN RL-PROGRAM = 'CBLLMB06' AND RL-RUN-MODE = 'DAILY'
                   MOVE 'Y' TO SW-DAILY-OVRD
               WHEN RL-PROGRAM = 'CBLLMB06' AND RL-RUN-MODE = 'WEEKLY'
                   MOVE 'Y' TO SW-CLOSE-OVRD
               WHEN RL-PROGRAM = 'CBLLMB06' AND
                    RL-RUN-MODE = 'ADJUSTMENT'
                   MOVE 'Y' TO SW-ADJ-OVRD
               WHEN RL-PROGRAM = 'CBLLMB08'
                   MOVE 'Y' TO SW-MAINT-OVRD
               WHEN RL-PROGRAM = 'CBLLMB07'
                   MOVE 'Y' TO SW-TREND-OVRD
               WHEN RL-PROGRAM = 'CBLLMB09'
                   MOVE 'Y' TO SW-ARCH-OVRD
           END-EVALUATE.

       3000-CLOSING.
           IF CT-ENTRIES-LISTED = 0
               WRITE PRTLINE
                   AFTER ADVANCING 2 LINES.

           PERFORM 3100-STEP-STATUS-LINES.
           MOVE 'STEPS BLOCKED BY THE JOB-STEP SEQUENCE CHECK:'
               TO O-GATE-LABEL.
           MOVE BLOCKED-COUNT TO O-GATE-COUNT.
           WRITE PRTLINE
               FROM CYCLE-GATE-LINE
                   AFTER ADVANCING 2 LINES.
           MOVE 'RUNS UNDER SUPERVISOR OVERRIDE:' TO O-GATE-LABEL.
           MOVE OVERRIDE-COUNT TO O-GATE-COUNT.
           WRITE PRTLINE
               FROM CYCLE-GATE-LINE
                   AFTER ADVANCING 1 LINE.

           IF CT-ENTRIES-LISTED > 0
               IF TOTALS-AGREE
           MOVE SPACES TO O-STEP-STATUS.
           MOVE DAILY-RUN-COUNT TO O-STEP-STATUS(1:2).
           MOVE ' RUN(S) LOGGED' TO O-STEP-STATUS(3:14).
           MOVE SW-DAILY-OVRD TO SW-STEP-OVRD.
           PERFORM 3110-OVERRIDE-MARK.
           WRITE PRTLINE
               FROM CYCLE-STEP-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE 'WEEKLY CLOSE (CBLLMB06)' TO O-STEP-NAME.
           EVALUATE TRUE
               WHEN NOT CLOSE-WAS-SEEN
                   MOVE '*** OUTSTANDING ***' TO O-STEP-STATUS
               WHEN CLOSE-STATUS-SEEN = 'NORMAL'
                   MOVE 'COMPLETED' TO O-STEP-STATUS
               WHEN CLOSE-STATUS-SEEN = 'STARTED'
                   MOVE '*** STARTED - NOT COMPLETED ***'
                       TO O-STEP-STATUS
               WHEN OTHER
                   MOVE SPACES TO O-STEP-STATUS
                   STRING 'RAN - REPORTS SUPPRESSED ('
                           DELIMITED BY SIZE
                          CLOSE-STATUS-SEEN DELIMITED BY SPACE
                          ')' DELIMITED BY SIZE
                       INTO O-STEP-STATUS
           END-EVALUATE.
           MOVE SW-CLOSE-OVRD TO SW-STEP-OVRD.
           PERFORM 3110-OVERRIDE-MARK.
           WRITE PRTLINE
               FROM CYCLE-STEP-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE 'PRIOR-WEEK ADJUSTMENTS (CBLLMB06)' TO O-STEP-NAME.
           MOVE SPACES TO O-STEP-STATUS.
           MOVE ADJ-RUN-COUNT TO O-STEP-STATUS(1:2).
           MOVE ' RUN(S) LOGGED' TO O-STEP-STATUS(3:14).
           MOVE SW-ADJ-OVRD TO SW-STEP-OVRD.
           PERFORM 3110-OVERRIDE-MARK.
           WRITE PRTLINE
               FROM CYCLE-STEP-LINE
                   AFTER ADVANCING 1 LINE.
               MOVE 'RAN' TO O-STEP-STATUS
           ELSE
               MOVE 'NOT RUN IN THIS WINDOW' TO O-STEP-STATUS.
           MOVE SW-MAINT-OVRD TO SW-STEP-OVRD.
           PERFORM 3110-OVERRIDE-MARK.
           WRITE PRTLINE
               FROM CYCLE-STEP-LINE
                   AFTER ADVANCING 1 LINE.
               MOVE 'RAN' TO O-STEP-STATUS
           ELSE
               MOVE 'NOT RUN IN THIS WINDOW' TO O-STEP-STATUS.
           MOVE SW-TREND-OVRD TO SW-STEP-OVRD.
           PERFORM 3110-OVERRIDE-MARK.
           WRITE PRTLINE
               FROM CYCLE-STEP-LINE
                   AFTER ADVANCING 1 LINE.
               MOVE 'RAN' TO O-STEP-STATUS
           ELSE
               MOVE 'NOT RUN IN THIS WINDOW' TO O-STEP-STATUS.
           MOVE SW-ARCH-OVRD TO SW-STEP-OVRD.
           PERFORM 3110-OVERRIDE-MARK.
           WRITE PRTLINE
               FROM CYCLE-STEP-LINE
                   AFTER ADVANCING 1 LINE.

      *    A STEP THAT RAN UNDER A SUPERVISOR OVERRIDE SAYS SO ON ITS
      *    STEP LINE.
       3110-OVERRIDE-MARK.
           IF STEP-WAS-OVERRIDDEN
               MOVE '*** UNDER SUPERVISOR OVERRIDE' TO O-STEP-OVERRIDE
           ELSE
               MOVE SPACES TO O-STEP-OVERRIDE.

       9100-READ.
           READ RUNLOG
               AT END

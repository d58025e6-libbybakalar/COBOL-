       IDENTIFICATION DIVISION.
       PROGRAM-ID.          CBLLMB19.
       AUTHOR.              LIBBY BAKALAR.
       DATE-WRITTEN.        10/15/2026.
       DATE-COMPILED.       10/15/2026.

      ******************************************************************
      *   THIS IS THE JOB-STEP SEQUENCE CHECK EVERY PROGRAM IN THE     *
      *   SUITE CALLS BEFORE IT DOES ANY WORK. THE CALLER PASSES ITS   *
      *   PROGRAM NAME, RUN MODE, THE WEEK IT RUNS AGAINST (IF ANY),   *
      *   AND A CUTOFF DATE (IF ANY). THE STEP-DEPENDENCY TABLE BELOW  *
      *   NAMES EACH STEP'S PREREQUISITES; THE SHARED RUN LOG          *
      *   (CBLRLOG.DAT) IS READ TO SEE WHETHER THEY ARE MET --         *
      *       PW  THE PREREQUISITE STEP LOGGED NORMAL FOR THE WEEK     *
      *           BEFORE THE CALLER'S WEEK                             *
      *       WC  THE PREREQUISITE STEP LOGGED NORMAL FOR THE          *
      *           CALLER'S OWN WEEK                                    *
      *       CM  THE PREREQUISITE STEP LOGGED NORMAL ON OR AFTER THE  *
      *           CALLER'S CUTOFF DATE                                 *
      *       NC  NO WEEK IS MID-CLOSE -- EVERY WEEKLY CLOSE STARTED   *
      *           HAS ENDED NORMAL                                     *
      *   A STEP WHOSE PREREQUISITES ARE NOT MET IS BLOCKED -- A       *
      *   'BLOCKED' ENTRY NAMING THE MISSING PREREQUISITE GOES TO THE  *
      *   RUN LOG AND THE CALLER STOPS -- UNLESS A SUPERVISOR OVERRIDE *
      *   RECORD ON CBLOVRD.DAT COVERS THE STEP FOR TODAY, IN WHICH    *
      *   CASE AN 'OVERRIDE' ENTRY NAMING THE SUPERVISOR AND THE       *
      *   WAIVED PREREQUISITE GOES TO THE RUN LOG AND THE STEP RUNS.   *
      *   A STEP WITH NO ROW IN THE TABLE ALWAYS RUNS, SO A NEW RULE   *
      *   FOR ANY PROGRAM IS A TABLE CHANGE HERE AND NOWHERE ELSE.     *
      *-----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  ------------------------------------------------------------
      *  10/15/2026  LB    ORIGINAL PROGRAM.
      *  10/15/2026  LB    FURNITURE/STORE/RATE MASTER MAINTENANCE
      *                    (CBLLMB20) MAY NOT RUN WHILE A WEEK IS
      *                    MID-CLOSE.
      *  10/15/2026  LB    THE CROSS-FILE RECONCILIATION (CBLLMB22) MAY
      *                    NOT RUN WHILE A WEEK IS MID-CLOSE.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL RUNLOG
           ASSIGN TO 'C:\COBOL\CBLRLOG.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL OVRDFILE
           ASSIGN TO 'C:\COBOL\CBLOVRD.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    THE SHARED RUN LOG -- SEE CBLLMB06. THE NOTE CARRIES THE
      *    MISSING OR WAIVED PREREQUISITE ON A BLOCKED OR OVERRIDE
      *    ENTRY AND IS BLANK ON A COMPLETION RECORD.
       FD  RUNLOG
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 149 CHARACTERS
           DATA RECORD IS RL-REC.

       01  RL-REC.
           05 RL-PROGRAM          PIC X(8).
           05 RL-RUN-DATE         PIC 9(8).
           05 RL-RUN-TIME         PIC 9(6).
           05 RL-RUN-MODE         PIC X(12).
           05 RL-STATUS           PIC X(10).
           05 RL-WEEK-ENDING      PIC 9(8).
           05 RL-COUNT-1          PIC 9(7).
           05 RL-AMOUNT-1         PIC S9(11)V99.
           05 RL-COUNT-2          PIC 9(7).
           05 RL-NOTE             PIC X(70).

      *    SUPERVISOR OVERRIDES, KEYED BY OPERATIONS. AN OVERRIDE
      *    COVERS ONE PROGRAM (AND ONE RUN MODE, OR ANY MODE WHEN
      *    BLANK), ONE WEEK (OR ANY WEEK WHEN ZERO), AND ONLY THE RUN
      *    DATE IT NAMES, SO IT CANNOT LINGER INTO A LATER CYCLE.
       FD  OVRDFILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS OV-REC.

       01  OV-REC.
           05 OV-PROGRAM          PIC X(8).
           05 OV-RUN-MODE         PIC X(12).
           05 OV-WEEK-ENDING      PIC 9(8).
           05 OV-RUN-DATE         PIC 9(8).
           05 OV-SUPERVISOR       PIC X(12).
           05 OV-REASON           PIC X(30).
           05 FILLER              PIC XX.

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  MORE-RLOG          PIC XXX           VALUE 'YES'.
           05  MORE-OVRD          PIC XXX           VALUE 'YES'.
           05  DEP-SUB            PIC 99            VALUE ZERO.
           05  OPEN-SUB           PIC 99            VALUE ZERO.
           05  OPEN-FOUND-SUB     PIC 99            VALUE ZERO.
           05  STAMP-DATE         PIC 9(8)          VALUE ZERO.
           05  PRIOR-WEEK-ENDING  PIC 9(8)          VALUE ZERO.
           05  MISSING-SUB        PIC 99            VALUE ZERO.
           05  MISSING-TEXT       PIC X(50)         VALUE SPACES.
           05  OVERRIDE-SUPERVISOR PIC X(12)        VALUE SPACES.

       01  SWITCH-AREA.
           05  SW-OVERRIDE-FOUND   PIC X         VALUE 'N'.
               88  OVERRIDE-WAS-FOUND             VALUE 'Y'.

       01  I-DATE.
           05  I-YEAR             PIC 9(4).
           05  I-MONTH            PIC 99.
           05  I-DAY              PIC 99.
           05  I-TIME             PIC X(11).

      *    THE STEP-DEPENDENCY TABLE -- ONE ROW PER PREREQUISITE.
      *    EACH ROW NAMES THE STEP (PROGRAM, AND RUN MODE OR BLANK FOR
      *    EVERY MODE), THE RULE, AND THE PREREQUISITE STEP THE RULE
      *    LOOKS FOR ON THE RUN LOG (BLANK FOR NC).
      *        CBLLMB06 WEEKLY  -- THE PRIOR WEEK CLOSED NORMAL
      *        CBLLMB08         -- NO WEEK MID-CLOSE
      *        CBLLMB09 ARCHIVE -- THE TREND RUN FOR THE CUTOFF MONTH,
      *                            AND NO WEEK MID-CLOSE
      *        CBLLMB18 CONVERT -- NO WEEK MID-CLOSE
      *        CBLLMB20         -- NO WEEK MID-CLOSE
      *        CBLLMB22         -- NO WEEK MID-CLOSE
       01  DEPENDENCY-TABLE-DATA.
           05  FILLER              PIC X(42)   VALUE
            'CBLLMB06WEEKLY      PWCBLLMB06WEEKLY      '.
           05  FILLER              PIC X(42)   VALUE
            'CBLLMB08            NC                    '.
           05  FILLER              PIC X(42)   VALUE
            'CBLLMB09ARCHIVE     CMCBLLMB07TREND       '.
           05  FILLER              PIC X(42)   VALUE
            'CBLLMB09ARCHIVE     NC                    '.
           05  FILLER              PIC X(42)   VALUE
            'CBLLMB18CONVERT     NC                    '.
           05  FILLER              PIC X(42)   VALUE
            'CBLLMB20            NC                    '.
           05  FILLER              PIC X(42)   VALUE
            'CBLLMB22            NC                    '.

       01  TABLE-DEPENDENCY REDEFINES DEPENDENCY-TABLE-DATA.
           05  DEP-ENTRY OCCURS 7.
               10  DEP-PROGRAM     PIC X(8).
               10  DEP-RUN-MODE    PIC X(12).
               10  DEP-RULE        PIC XX.
                   88  DEP-PRIOR-WEEK             VALUE 'PW'.
                   88  DEP-WEEK-CLOSED            VALUE 'WC'.
                   88  DEP-CUTOFF-MONTH           VALUE 'CM'.
                   88  DEP-NO-CLOSE-OPEN          VALUE 'NC'.
               10  DEP-PREREQ-PROGRAM PIC X(8).
               10  DEP-PREREQ-MODE PIC X(12).

      *    FOR EACH ROW, WHETHER IT APPLIES TO THIS CALL AND WHETHER
      *    THE RUN LOG SATISFIED IT.
       01  DEPENDENCY-RESULTS.
           05  DEP-RESULT OCCURS 7.
               10  SW-DEP-APPLIES  PIC X.
                   88  DEP-APPLIES                VALUE 'Y'.
               10  SW-DEP-MET      PIC X.
                   88  DEP-IS-MET                 VALUE 'Y'.

      *    WEEKS WHOSE LATEST WEEKLY-CLOSE ENTRY IS NOT NORMAL -- A
      *    CLOSE STARTED AND NOT FINISHED, OR ONE THAT STOPPED OUT OF
      *    BALANCE OR DAY-SHORT AND HAS NOT BEEN RERUN. A NORMAL
      *    CLOSE FOR THE WEEK TAKES IT BACK OFF.
       01  OPEN-CLOSE-CONTROL.
           05  OPEN-COUNT          PIC 99        VALUE ZERO.

       01  OPEN-CLOSE-TABLE.
           05  OPEN-WEEK-ENDING    PIC 9(8)      OCCURS 50.

       LINKAGE SECTION.
      *    THE CALLER'S STEP AND THE ANSWER. SG-RESULT COMES BACK R
      *    (RUN), O (RUN UNDER A SUPERVISOR OVERRIDE), OR B (BLOCKED
      *    -- THE CALLER MUST STOP), WITH THE PREREQUISITE IN
      *    SG-MISSING FOR O AND B.
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

       PROCEDURE DIVISION USING STEP-GATE-AREA.

       0000-CBLLMB19.
           PERFORM 1000-INIT.
           PERFORM 2000-READ-RUN-LOG.
           PERFORM 3000-DECIDE.
           GOBACK.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE TO I-DATE.
           COMPUTE STAMP-DATE =
               (I-YEAR * 10000) + (I-MONTH * 100) + I-DAY.

           MOVE 'R' TO SG-RESULT.
           MOVE SPACES TO SG-MISSING.
           MOVE 0 TO OPEN-COUNT.
           MOVE 0 TO PRIOR-WEEK-ENDING.
           IF SG-WEEK-ENDING > 0
               COMPUTE PRIOR-WEEK-ENDING = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(SG-WEEK-ENDING) - 7).

           PERFORM 1100-SELECT-ROWS
               VARYING DEP-SUB FROM 1 BY 1
                   UNTIL DEP-SUB > 7.

      *    A ROW APPLIES WHEN ITS PROGRAM IS THE CALLER AND ITS MODE
      *    IS THE CALLER'S OR BLANK. AN NC ROW STARTS OUT MET AND IS
      *    DECIDED AFTER THE WHOLE LOG IS READ; THE OTHERS START OUT
      *    UNMET UNTIL A QUALIFYING ENTRY TURNS UP.
       1100-SELECT-ROWS.
           MOVE 'N' TO SW-DEP-APPLIES(DEP-SUB).
           MOVE 'N' TO SW-DEP-MET(DEP-SUB).
           IF DEP-PROGRAM(DEP-SUB) = SG-PROGRAM AND
              (DEP-RUN-MODE(DEP-SUB) = SPACES OR
               DEP-RUN-MODE(DEP-SUB) = SG-RUN-MODE)
               MOVE 'Y' TO SW-DEP-APPLIES(DEP-SUB)
               IF DEP-NO-CLOSE-OPEN(DEP-SUB)
                   MOVE 'Y' TO SW-DEP-MET(DEP-SUB)
               END-IF
           END-IF.

       2000-READ-RUN-LOG.
           MOVE 'YES' TO MORE-RLOG.
           OPEN INPUT RUNLOG.
           PERFORM 2010-READ-ONE-ENTRY
               UNTIL MORE-RLOG = 'NO'.
           CLOSE RUNLOG.

       2010-READ-ONE-ENTRY.
           READ RUNLOG
               AT END
                   MOVE 'NO' TO MORE-RLOG
               NOT AT END
                   PERFORM 2100-TEST-ENTRY
                       VARYING DEP-SUB FROM 1 BY 1
                           UNTIL DEP-SUB > 7
                   PERFORM 2200-TRACK-OPEN-CLOSE
           END-READ.

       2100-TEST-ENTRY.
           IF DEP-APPLIES(DEP-SUB) AND
              RL-PROGRAM = DEP-PREREQ-PROGRAM(DEP-SUB) AND
              RL-RUN-MODE = DEP-PREREQ-MODE(DEP-SUB) AND
              RL-STATUS = 'NORMAL'
               EVALUATE TRUE
                   WHEN DEP-PRIOR-WEEK(DEP-SUB)
                       IF RL-WEEK-ENDING = PRIOR-WEEK-ENDING
                           MOVE 'Y' TO SW-DEP-MET(DEP-SUB)
                       END-IF
                   WHEN DEP-WEEK-CLOSED(DEP-SUB)
                       IF RL-WEEK-ENDING = SG-WEEK-ENDING
                           MOVE 'Y' TO SW-DEP-MET(DEP-SUB)
                       END-IF
                   WHEN DEP-CUTOFF-MONTH(DEP-SUB)
                       IF RL-RUN-DATE >= SG-CUTOFF-DATE
                           MOVE 'Y' TO SW-DEP-MET(DEP-SUB)
                       END-IF
               END-EVALUATE
           END-IF.

      *    ONLY THE WEEKLY CLOSE'S OWN ENTRIES COUNT -- STARTED WHEN
      *    IT BEGINS, THEN ITS ENDING STATUS. A BLOCKED OR OVERRIDE
      *    ENTRY IS NOT A CLOSE.
       2200-TRACK-OPEN-CLOSE.
           IF RL-PROGRAM = 'CBLLMB06' AND RL-RUN-MODE = 'WEEKLY' AND
              RL-STATUS NOT = 'BLOCKED' AND
              RL-STATUS NOT = 'OVERRIDE'
               MOVE 0 TO OPEN-FOUND-SUB
               PERFORM 2210-FIND-OPEN-WEEK
                   VARYING OPEN-SUB FROM 1 BY 1
                       UNTIL OPEN-SUB > OPEN-COUNT
               IF RL-STATUS = 'NORMAL'
                   IF OPEN-FOUND-SUB > 0
                       PERFORM 2220-DROP-OPEN-WEEK
                   END-IF
               ELSE
                   IF OPEN-FOUND-SUB = 0 AND OPEN-COUNT < 50
                       ADD 1 TO OPEN-COUNT
                       MOVE RL-WEEK-ENDING TO
                           OPEN-WEEK-ENDING(OPEN-COUNT)
                   END-IF
               END-IF
           END-IF.

       2210-FIND-OPEN-WEEK.
           IF OPEN-WEEK-ENDING(OPEN-SUB) = RL-WEEK-ENDING
               MOVE OPEN-SUB TO OPEN-FOUND-SUB.

      *    THE LAST WEEK IN THE LIST MOVES INTO THE CLOSED WEEK'S SLOT.
       2220-DROP-OPEN-WEEK.
           MOVE OPEN-WEEK-ENDING(OPEN-COUNT) TO
               OPEN-WEEK-ENDING(OPEN-FOUND-SUB).
           SUBTRACT 1 FROM OPEN-COUNT.

      *    THE FIRST UNMET ROW IS THE PREREQUISITE REPORTED. AN
      *    OVERRIDE WAIVES IT (AND ANY OTHER UNMET ROW FOR THE STEP).
       3000-DECIDE.
           IF OPEN-COUNT > 0
               PERFORM 3010-FAIL-NC-ROW
                   VARYING DEP-SUB FROM 1 BY 1
                       UNTIL DEP-SUB > 7.

           MOVE 0 TO MISSING-SUB.
           PERFORM 3020-FIND-UNMET
               VARYING DEP-SUB FROM 7 BY -1
                   UNTIL DEP-SUB < 1.
           IF MISSING-SUB = 0
               MOVE 'R' TO SG-RESULT
           ELSE
               PERFORM 3100-BUILD-MISSING-TEXT
               MOVE MISSING-TEXT TO SG-MISSING
               PERFORM 3200-LOOK-FOR-OVERRIDE
               IF OVERRIDE-WAS-FOUND
                   MOVE 'O' TO SG-RESULT
                   DISPLAY SG-PROGRAM ' ' SG-RUN-MODE
                       ' RUNNING UNDER SUPERVISOR OVERRIDE BY '
                       OVERRIDE-SUPERVISOR
                   DISPLAY '    WAIVED: ' MISSING-TEXT
               ELSE
                   MOVE 'B' TO SG-RESULT
                   DISPLAY SG-PROGRAM ' ' SG-RUN-MODE
                       ' BLOCKED -- PREREQUISITE NOT MET'
                   DISPLAY '    MISSING: ' MISSING-TEXT
               END-IF
               PERFORM 3300-WRITE-GATE-ENTRY
           END-IF.

       3010-FAIL-NC-ROW.
           IF DEP-APPLIES(DEP-SUB) AND DEP-NO-CLOSE-OPEN(DEP-SUB)
               MOVE 'N' TO SW-DEP-MET(DEP-SUB).

       3020-FIND-UNMET.
           IF DEP-APPLIES(DEP-SUB) AND NOT DEP-IS-MET(DEP-SUB)
               MOVE DEP-SUB TO MISSING-SUB.

       3100-BUILD-MISSING-TEXT.
           MOVE SPACES TO MISSING-TEXT.
           EVALUATE TRUE
               WHEN DEP-PRIOR-WEEK(MISSING-SUB)
                   STRING 'NO NORMAL ' DELIMITED BY SIZE
                          DEP-PREREQ-PROGRAM(MISSING-SUB)
                              DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          DEP-PREREQ-MODE(MISSING-SUB)
                              DELIMITED BY SPACE
                          ' FOR WEEK ' DELIMITED BY SIZE
                          PRIOR-WEEK-ENDING DELIMITED BY SIZE
                       INTO MISSING-TEXT
               WHEN DEP-WEEK-CLOSED(MISSING-SUB)
                   STRING 'NO NORMAL ' DELIMITED BY SIZE
                          DEP-PREREQ-PROGRAM(MISSING-SUB)
                              DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          DEP-PREREQ-MODE(MISSING-SUB)
                              DELIMITED BY SPACE
                          ' FOR WEEK ' DELIMITED BY SIZE
                          SG-WEEK-ENDING DELIMITED BY SIZE
                       INTO MISSING-TEXT
               WHEN DEP-CUTOFF-MONTH(MISSING-SUB)
                   STRING 'NO NORMAL ' DELIMITED BY SIZE
                          DEP-PREREQ-PROGRAM(MISSING-SUB)
                              DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          DEP-PREREQ-MODE(MISSING-SUB)
                              DELIMITED BY SPACE
                          ' SINCE ' DELIMITED BY SIZE
                          SG-CUTOFF-DATE DELIMITED BY SIZE
                       INTO MISSING-TEXT
               WHEN DEP-NO-CLOSE-OPEN(MISSING-SUB)
                   STRING 'WEEK ' DELIMITED BY SIZE
                          OPEN-WEEK-ENDING(1) DELIMITED BY SIZE
                          ' IS MID-CLOSE (CLOSE NOT YET NORMAL)'
                              DELIMITED BY SIZE
                       INTO MISSING-TEXT
           END-EVALUATE.

      *    THE LAST QUALIFYING OVERRIDE RECORD ON FILE WINS, SO A
      *    CORRECTED OVERRIDE KEYED BELOW A BAD ONE TAKES EFFECT.
       3200-LOOK-FOR-OVERRIDE.
           MOVE 'N' TO SW-OVERRIDE-FOUND.
           MOVE 'YES' TO MORE-OVRD.
           OPEN INPUT OVRDFILE.
           PERFORM 3210-TEST-ONE-OVERRIDE
               UNTIL MORE-OVRD = 'NO'.
           CLOSE OVRDFILE.

       3210-TEST-ONE-OVERRIDE.
           READ OVRDFILE
               AT END
                   MOVE 'NO' TO MORE-OVRD
               NOT AT END
                   IF OV-PROGRAM = SG-PROGRAM AND
                      (OV-RUN-MODE = SPACES OR
                       OV-RUN-MODE = SG-RUN-MODE) AND
                      OV-WEEK-ENDING NUMERIC AND
                      (OV-WEEK-ENDING = 0 OR
                       OV-WEEK-ENDING = SG-WEEK-ENDING) AND
                      OV-RUN-DATE NUMERIC AND
                      OV-RUN-DATE = STAMP-DATE AND
                      OV-SUPERVISOR NOT = SPACES
                       MOVE 'Y' TO SW-OVERRIDE-FOUND
                       MOVE OV-SUPERVISOR TO OVERRIDE-SUPERVISOR
                   END-IF
           END-READ.

      *    THE GATE'S OWN RUN LOG ENTRY, STAMPED WITH THE CALLER'S
      *    PROGRAM, MODE, AND WEEK SO THE CYCLE STATUS REPORT SHOWS IT
      *    AMONG THE WEEK'S STEPS.
       3300-WRITE-GATE-ENTRY.
           OPEN EXTEND RUNLOG.
           MOVE SG-PROGRAM TO RL-PROGRAM.
           MOVE STAMP-DATE TO RL-RUN-DATE.
           MOVE I-TIME(1:6) TO RL-RUN-TIME.
           MOVE SG-RUN-MODE TO RL-RUN-MODE.
           MOVE SG-WEEK-ENDING TO RL-WEEK-ENDING.
           MOVE 0 TO RL-COUNT-1.
           MOVE 0 TO RL-AMOUNT-1.
           MOVE 0 TO RL-COUNT-2.
           MOVE SPACES TO RL-NOTE.
           IF SG-STEP-OVERRIDDEN
               MOVE 'OVERRIDE' TO RL-STATUS
               STRING 'BY ' DELIMITED BY SIZE
                      OVERRIDE-SUPERVISOR DELIMITED BY '  '
                      ' - ' DELIMITED BY SIZE
                      MISSING-TEXT DELIMITED BY SIZE
                   INTO RL-NOTE
           ELSE
               MOVE 'BLOCKED' TO RL-STATUS
               STRING 'MISSING - ' DELIMITED BY SIZE
                      MISSING-TEXT DELIMITED BY SIZE
                   INTO RL-NOTE.
           WRITE RL-REC.
           CLOSE RUNLOG.

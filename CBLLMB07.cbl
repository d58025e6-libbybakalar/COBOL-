
      ******************************************************************
      *    THIS PROGRAM READS THE HISTORY FILE BUILT UP BY SUCCESSIVE  *
      *   RUNS OF CBLLMB06 AND PRINTS A PERIOD-OVER-PERIOD TREND      *
      *   REPORT SHOWING EACH FURNITURE TYPE'S SALES TOTAL FOR EACH OF *
      *   THE MOST RECENT FISCAL PERIODS FOUND IN THE HISTORY FILE, SO *
      *   MANAGEMENT CAN SEE WHICH LINES ARE PICKING UP OR SLOWING     *
      *   DOWN.                                                        *
      *-----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  ------------------------------------------------------------
      *  09/02/2026  LB    RAISED THE CAPACITY CEILINGS IN STEP WITH
      *                    CBLLMB06 -- SALESPEOPLE 15 TO 50 AND
      *                    FURNITURE TYPES 20 TO 30.
      *  10/15/2026  LB    THE PRIOR-WEEK ADJUSTMENT RECORDS CBLLMB06
      *                    NOW WRITES (TYPES G AND Q, SIGNED AMOUNTS,
      *                    STAMPED WITH THE ADJUSTED WEEK'S ORIGINAL
      *                    RUN DATE) ARE ADDED INTO THE FURNITURE AND
      *                    SALESPERSON MONTHS THEY CORRECT. THE MONTH
      *                    TOTALS ARE NOW SIGNED.
      *  10/15/2026  LB    THE RUN NOW CLEARS THE JOB-STEP SEQUENCE
      *                    CHECK (CBLLMB19) BEFORE IT DOES ANY WORK.
      *                    THE RUN LOG RECORD CARRIES A NOTE (NOW 149
      *                    BYTES).
      *  10/15/2026  LB    THE TREND NOW RUNS BY FISCAL PERIOD (4-4-5
      *                    CALENDAR, CBLFCAL.DAT) INSTEAD OF CALENDAR
      *                    MONTH. EACH HISTORY RECORD FALLS IN THE
      *                    FISCAL PERIOD OF THE WEEK IT COVERS (NOW 63
      *                    BYTES); AN OLDER RECORD WITHOUT ONE IS PLACED
      *                    BY ITS RUN DATE THROUGH THE CALENDAR LOOKUP
      *                    (CBLLMB21). EACH TREND IS FOLLOWED BY A
      *                    FISCAL SUMMARY FOR THE LATEST PERIOD --
      *                    PERIOD, QUARTER-TO-DATE, AND YEAR-TO-DATE,
      *                    EACH BESIDE THE SAME FIGURE A YEAR EARLIER.
      ******************************************************************

       ENVIRONMENT DIVISION.

       FD  HISTORY
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 63 CHARACTERS
           DATA RECORD IS HIST-REC.

      *    THE SAME LAYOUT CBLLMB06 DOCUMENTS. THE FISCAL FIELDS ARE
      *    ZERO OR BLANK ON A RECORD WHOSE WEEK WAS NOT ON THE FISCAL
      *    CALENDAR WHEN IT WAS WRITTEN -- SEE 2005-PLACE-RECORD.
       01  HIST-REC.
           05 HIST-RUN-DATE       PIC 9(8).
           05 HIST-REC-TYPE       PIC X.
               88  HIST-IS-FURN              VALUE 'F'.
               88  HIST-IS-PERSON            VALUE 'P'.
               88  HIST-IS-FURN-ADJ          VALUE 'G'.
               88  HIST-IS-PERSON-ADJ        VALUE 'Q'.
           05 HIST-KEY-NUM        PIC 99.
           05 HIST-DESCRIPTION    PIC X(25).
           05 HIST-AMOUNT         PIC S9(10)V99.
           05 HIST-WEEK-ENDING    PIC 9(8).
           05 HIST-FISCAL-PERIOD.
               10 HIST-FISCAL-YEAR PIC 9(4).
               10 HIST-FISCAL-PER PIC 99.
           05 HIST-FISCAL-QUARTER PIC 9.

       FD  PRTOUT
           LABEL RECORD IS OMITTED
      *    THE TREND REPORT DOES NOT RUN AGAINST A SCHEDULED WEEK.
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
           05  C-PCTR             PIC 99            VALUE ZERO.
           05  MORE-RECS          PIC XXX           VALUE 'YES'.
           05  FURN-SUB           PIC 99            VALUE ZERO.
           05  PERIOD-SUB         PIC 9             VALUE ZERO.
           05  PERIOD-COUNT       PIC 9             VALUE ZERO.
           05  MS-IDX             PIC 9             VALUE ZERO.
           05  WORK-CCYYPP        PIC 9(6)          VALUE ZERO.
           05  WORK-PP            PIC 99            VALUE ZERO.
           05  WORK-CCYY          PIC 9(4)           VALUE ZERO.
           05  WORK-QUARTER       PIC 9             VALUE ZERO.
           05  UNPLACED-COUNT     PIC 9(7)          VALUE ZERO.
           05  SW-RECORD-PLACED   PIC X             VALUE 'N'.
               88  RECORD-IS-PLACED                 VALUE 'Y'.
           05  FURNMAST-STATUS    PIC XX            VALUE ZERO.
           05  MORE-FURN          PIC XXX           VALUE 'YES'.
           05  FURN-MAX-CODE      PIC 99            VALUE ZERO.
           05  PERSON-SUB         PIC 99            VALUE ZERO.

      *    WORK FIELDS FOR PICKING AND ORDERING THE 6 MOST RECENT
      *    DISTINCT FISCAL PERIODS OUT OF AN UNORDERED HISTORY FILE.
       01  PERIOD-SORT-WORK-AREA.
           05  PERIOD-MIN-IDX     PIC 9             VALUE ZERO.
           05  PERIOD-MIN-VALUE   PIC 9(6)          VALUE ZERO.
           05  MS-IDX2            PIC 9             VALUE ZERO.
           05  PERIOD-SORT-TEMP   PIC 9(6)          VALUE ZERO.

      *    THE LATEST FISCAL PERIOD ON FILE, WHICH THE FISCAL SUMMARY
      *    REPORTS THROUGH, AND THE FISCAL YEAR BEFORE IT FOR THE
      *    LAST-YEAR COLUMNS.
       01  LATEST-PERIOD-AREA.
           05  LATEST-CCYYPP      PIC 9(6)          VALUE ZERO.
           05  LATEST-CCYY        PIC 9(4)          VALUE ZERO.
           05  LATEST-PP          PIC 99            VALUE ZERO.
           05  LATEST-QUARTER     PIC 9             VALUE ZERO.
           05  PRIOR-CCYY         PIC 9(4)          VALUE ZERO.

       01  I-DATE.
           05  I-YEAR             PIC 9(4).
               10  FURN-EFF-DATE       PIC 9(8).
               10  FURN-END-DATE       PIC 9(8).

      *    TREND WINDOW IS CAPPED AT THE 6 MOST RECENT DISTINCT FISCAL
      *    PERIODS (CCYYPP) FOUND IN THE HISTORY FILE SO THE REPORT
      *    FITS ON A 132 COLUMN PAGE. OLDER PERIODS ARE STILL ON THE
      *    HISTORY FILE BUT DROP OUT OF THIS REPORT'S WINDOW -- SEE
      *    3200-PRINT-PERIOD-NOTE BELOW.
       01  PERIOD-LIST.
           05  PERIOD-ENTRY OCCURS 6.
               10  PERIOD-CCYYPP    PIC 9(6).

       01  TREND-TOTALS.
           05  TREND-FURN OCCURS 30.
               10  TREND-PERIOD-TOTAL PIC S9(10)V99 OCCURS 6.

      *    THE PEOPLE SIDE OF THE TREND -- ONE ROW PER SALESPERSON
      *    ACCUMULATED FROM THE 'P' HISTORY RECORDS, AND THE 'Q'
      *    ADJUSTMENTS TO THEM, OVER THE SAME PERIOD WINDOW THE
      *    FURNITURE TREND USES. THE NAME IS TAKEN FROM THE HISTORY
      *    RECORD ITSELF (LATEST ONE READ WINS), SO A RENAME ON THE
      *    SALESPERSON MASTER SHOWS UP HERE WITHOUT REREADING THE
      *    MASTER.
       01  PERSON-TREND-TOTALS.
           05  TREND-PERSON OCCURS 50.
               10  PERSON-PERIOD-TOTAL PIC S9(10)V99 OCCURS 6.

       01  PERSON-NAME-TABLE.
           05  TREND-PERSON-NAME   PIC X(25)    OCCURS 50.

      *    THE FISCAL SUMMARY TOTALS, ONE ROW PER FURNITURE TYPE AND
      *    PER SALESPERSON, IN SIX COLUMNS -- THE LATEST PERIOD, THE
      *    SAME PERIOD LAST YEAR, QUARTER-TO-DATE, LAST YEAR'S SAME
      *    QUARTER-TO-DATE, YEAR-TO-DATE, AND LAST YEAR'S SAME
      *    YEAR-TO-DATE. THESE ARE TAKEN FROM THE WHOLE HISTORY FILE,
      *    NOT JUST THE 6-PERIOD TREND WINDOW. SUMMARY-COLUMN-SWITCHES
      *    SAYS WHICH COLUMNS THE RECORD IN HAND COUNTS TOWARD.
       01  FURN-SUMMARY-TOTALS.
           05  SUMMARY-FURN OCCURS 30.
               10  FURN-SUMMARY-TOTAL PIC S9(10)V99 OCCURS 6.

       01  PERSON-SUMMARY-TOTALS.
           05  SUMMARY-PERSON OCCURS 50.
               10  PERSON-SUMMARY-TOTAL PIC S9(10)V99 OCCURS 6.

       01  SUMMARY-COLUMN-SWITCHES.
           05  SC-SWITCH           PIC X        OCCURS 6.
               88  SC-COUNTS                      VALUE 'Y'.

      *    WORK FIELDS FOR THE PERCENT-CHANGE COLUMN (MOST RECENT
      *    PERIOD AGAINST THE ONE BEFORE IT) AND THE THREE-PERIOD
      *    DECLINE FLAG.
       01  PCT-WORK-AREA.
           05  PCT-PRIOR           PIC S9(10)V99 VALUE ZERO.
           05  PCT-LATEST          PIC S9(10)V99 VALUE ZERO.
           05  PCT-BASE            PIC 9(10)V99  VALUE ZERO.
           05  PCT-CHANGE          PIC S9(5)V99  VALUE ZERO.
           05  PCT-DISPLAY         PIC -ZZZZ9.99.
           05  DECLINE-COUNT       PIC 9         VALUE ZERO.
       01  TREND-HEADING-BUILD.
           05  THB-LABEL           PIC X(22)   VALUE
            'FURNITURE TYPE'.
           05  THB-PERIOD OCCURS 6.
               10  THB-PERIOD-TEXT  PIC X(14)   VALUE SPACES.

       01  TREND-DETAIL-BUILD.
           05  TDB-LABEL           PIC X(22).
           05  TDB-PERIOD OCCURS 6.
               10  TDB-PERIOD-VALUE PIC -ZZ,ZZZ,ZZZ.99.

       01  PERIOD-NOTE-LINE.
           05  FILLER              PIC X(44)   VALUE
            'NOTE - TREND WINDOW SHOWS THE MOST RECENT 6 '.
           05  FILLER              PIC X(23)   VALUE
            'FISCAL PERIODS ON FILE'.

       01  UNPLACED-NOTE-LINE.
           05  FILLER              PIC X(7)    VALUE 'NOTE - '.
           05  UNL-COUNT           PIC ZZZ,ZZ9.
           05  FILLER              PIC X(33)   VALUE
            ' HISTORY RECORDS FALL OUTSIDE THE'.
           05  FILLER              PIC X(36)   VALUE
            ' FISCAL CALENDAR AND ARE NOT SHOWN'.

       01  SUMMARY-TITLE-LINE.
           05  FILLER              PIC X(42)   VALUE SPACES.
           05  FILLER              PIC X(32)   VALUE
            'FISCAL PERIOD SUMMARY THROUGH FY'.
           05  STL-CCYY            PIC 9(4).
           05  FILLER              PIC X(2)    VALUE ' P'.
           05  STL-PP              PIC 99.
           05  FILLER              PIC X(3)    VALUE ' (Q'.
           05  STL-QUARTER         PIC 9.
           05  FILLER              PIC X       VALUE ')'.

       01  FURN-SUMMARY-HEADING.
           05  FILLER              PIC X(22)   VALUE
            'FURNITURE TYPE'.
           05  FILLER              PIC X(14)   VALUE '   THIS PERIOD'.
           05  FILLER              PIC X(14)   VALUE '     LAST YEAR'.
           05  FILLER              PIC X(14)   VALUE '   QTR TO DATE'.
           05  FILLER              PIC X(14)   VALUE ' QTD LAST YEAR'.
           05  FILLER              PIC X(14)   VALUE '  YEAR TO DATE'.
           05  FILLER              PIC X(14)   VALUE ' YTD LAST YEAR'.

       01  PERSON-SUMMARY-HEADING.
           05  FILLER              PIC X(25)   VALUE 'SALESPERSON'.
           05  FILLER              PIC X(14)   VALUE '   THIS PERIOD'.
           05  FILLER              PIC X(14)   VALUE '     LAST YEAR'.
           05  FILLER              PIC X(14)   VALUE '   QTR TO DATE'.
           05  FILLER              PIC X(14)   VALUE ' QTD LAST YEAR'.
           05  FILLER              PIC X(14)   VALUE '  YEAR TO DATE'.
           05  FILLER              PIC X(14)   VALUE ' YTD LAST YEAR'.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05  FILLER              PIC X(7)    VALUE 'PCT CHG'.

       01  SUMMARY-NOTE-LINE.
           05  FILLER              PIC X(43)   VALUE
            'NOTE - LAST YEAR IS THE SAME FISCAL PERIOD,'.
           05  FILLER              PIC X(40)   VALUE
            ' QUARTER, OR YEAR-TO-DATE A YEAR EARLIER'.

       01  PERSON-TREND-TITLE.
           05  FILLER              PIC X(53)   VALUE SPACES.

       01  PERSON-HEADING-BUILD.
           05  PHB-LABEL           PIC X(25)   VALUE 'SALESPERSON'.
           05  PHB-PERIOD OCCURS 6.
               10  PHB-PERIOD-TEXT  PIC X(14)   VALUE SPACES.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05  FILLER              PIC X(7)    VALUE 'PCT CHG'.

       01  PERSON-DETAIL-BUILD.
           05  PDB-LABEL           PIC X(25).
           05  PDB-PERIOD OCCURS 6.
               10  PDB-PERIOD-VALUE PIC -ZZ,ZZZ,ZZZ.99.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  PDB-PCT             PIC X(9).

       01  PERSON-FLAG-LINE.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05  FILLER              PIC X(42)   VALUE
            '*** DECLINED THREE CONSECUTIVE PERIODS ***'.

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

      *    THE CALLING AREA FOR THE FISCAL CALENDAR LOOKUP -- SEE
      *    CBLLMB21.
       01  FISCAL-CAL-AREA.
           05  FC-REQUEST          PIC X.
               88  FC-FIND-WEEK                   VALUE 'W'.
               88  FC-FIND-CLOSED                 VALUE 'C'.
               88  FC-FIND-PERIOD                 VALUE 'P'.
           05  FC-DATE             PIC 9(8).
           05  FC-RESULT           PIC X.
               88  FC-WAS-FOUND                   VALUE 'Y'.
               88  FC-NOT-FOUND                   VALUE 'N'.
           05  FC-WEEK-ENDING      PIC 9(8).
           05  FC-FISCAL-PERIOD.
               10  FC-FISCAL-YEAR  PIC 9(4).
               10  FC-FISCAL-PER   PIC 99.
           05  FC-FISCAL-QUARTER   PIC 9.
           05  FC-PERIOD-START     PIC 9(8).
           05  FC-PERIOD-END       PIC 9(8).

       PROCEDURE DIVISION.

       0000-CBLLMB07.
           PERFORM 1000-INIT.
           PERFORM 2000-SCAN-PERIODS.
           PERFORM 2040-SORT-PERIOD-LIST.
           PERFORM 2050-SET-LATEST-PERIOD.
           PERFORM 2100-ACCUMULATE-TOTALS.
           PERFORM 3000-CLOSING.
           STOP RUN.
           COMPUTE STAMP-DATE =
               (I-YEAR * 10000) + (I-MONTH * 100) + I-DAY.

           PERFORM 1050-CHECK-STEP-SEQUENCE.

           OPEN OUTPUT PRTOUT.

           OPEN INPUT FURNMAST.
               VARYING PERSON-SUB FROM 1 BY 1
                   UNTIL PERSON-SUB > 50.

      *    THE JOB-STEP SEQUENCE CHECK (CBLLMB19). A STEP WHOSE
      *    PREREQUISITES ARE NOT ON THE RUN LOG, AND NOT WAIVED BY A
      *    SUPERVISOR OVERRIDE, STOPS HERE BEFORE ANY FILE IS OPENED.
       1050-CHECK-STEP-SEQUENCE.
           MOVE 'CBLLMB07' TO SG-PROGRAM.
           MOVE 'TREND' TO SG-RUN-MODE.
           MOVE 0 TO SG-WEEK-ENDING.
           MOVE 0 TO SG-CUTOFF-DATE.
           CALL 'CBLLMB19' USING STEP-GATE-AREA.
           IF SG-STEP-BLOCKED
               DISPLAY 'CBLLMB07 PREREQUISITE NOT MET -- RUN TERMINATED'
               STOP RUN.

       1100-CLR-TOTALS.
           PERFORM VARYING MS-IDX FROM 1 BY 1
               UNTIL MS-IDX > 6
                   MOVE 0 TO TREND-PERIOD-TOTAL(FURN-SUB, MS-IDX).
           PERFORM 1110-CLR-FURN-SUMMARY
               VARYING MS-IDX FROM 1 BY 1
                   UNTIL MS-IDX > 6.

       1110-CLR-FURN-SUMMARY.
           MOVE 0 TO FURN-SUMMARY-TOTAL(FURN-SUB, MS-IDX).

       1300-CLR-PERSON-TOTALS.
           MOVE SPACES TO TREND-PERSON-NAME(PERSON-SUB).
           PERFORM VARYING MS-IDX FROM 1 BY 1
               UNTIL MS-IDX > 6
                   MOVE 0 TO PERSON-PERIOD-TOTAL(PERSON-SUB, MS-IDX).
           PERFORM 1310-CLR-PERSON-SUMMARY
               VARYING MS-IDX FROM 1 BY 1
                   UNTIL MS-IDX > 6.

       1310-CLR-PERSON-SUMMARY.
           MOVE 0 TO PERSON-SUMMARY-TOTAL(PERSON-SUB, MS-IDX).

      *    LOAD THE FURNITURE-TYPE TABLE FROM THE FURNITURE-TYPE
      *    MASTER FILE. THE MASTER IS KEYED ON FM-CODE, SO A
           END-READ.

      *    PASS 1 -- READ THE ENTIRE HISTORY FILE ONCE JUST TO DECIDE
      *    WHICH 6 DISTINCT CCYYPP FISCAL PERIODS ARE THE MOST RECENT
      *    ON FILE. NO TOTALS ARE ACCUMULATED HERE. THE TABLE IS FILLED
      *    AS LONG AS ROOM REMAINS; ONCE IT IS FULL, A NEW PERIOD ONLY
      *    DISPLACES THE OLDEST PERIOD CURRENTLY HELD, AND ONLY IF IT
      *    IS IN FACT MORE RECENT THAN THAT OLDEST PERIOD. THIS WAY THE
      *    TABLE ENDS THE PASS HOLDING THE 6 MOST RECENT PERIODS
      *    REGARDLESS OF THE ORDER THEY WERE WRITTEN TO THE HISTORY
      *    FILE.
       2000-SCAN-PERIODS.
           OPEN INPUT HISTORY.
           MOVE 'YES' TO MORE-RECS.
           PERFORM 9100-READ.
               UNTIL MORE-RECS = 'NO'.
           CLOSE HISTORY.

      *    BOTH RECORD TYPES CARRY THE SAME WEEK, BUT THE PERIOD
      *    WINDOW CONSIDERS BOTH SO A PERIOD REPRESENTED ONLY BY 'P'
      *    RECORDS (HOWEVER UNLIKELY) STILL MAKES THE WINDOW. A RECORD
      *    NO FISCAL PERIOD CAN BE FOUND FOR PLAYS NO PART.
       2010-SCAN-ONE-RECORD.
           IF HIST-IS-FURN OR HIST-IS-PERSON OR
              HIST-IS-FURN-ADJ OR HIST-IS-PERSON-ADJ
               PERFORM 2005-PLACE-RECORD
               IF RECORD-IS-PLACED
                   PERFORM 2020-CONSIDER-PERIOD
               END-IF
           END-IF.
           PERFORM 9100-READ.

      *    THE FISCAL PERIOD AND QUARTER A HISTORY RECORD BELONGS TO.
      *    CBLLMB06 STAMPS THEM ON EVERY RECORD IT WRITES; A RECORD
      *    WRITTEN BEFORE THE FISCAL CALENDAR CAME IN (BLANK) OR FOR A
      *    WEEK THAT WAS NOT ON IT (ZERO) IS PLACED BY ITS RUN DATE
      *    INSTEAD -- THE LOOKUP FINDS THE WEEK THAT HAD JUST CLOSED
      *    ON THAT DATE. A RECORD STILL WITHOUT A PERIOD IS LEFT
      *    UNPLACED.
       2005-PLACE-RECORD.
           MOVE 'N' TO SW-RECORD-PLACED.
           IF HIST-FISCAL-PERIOD IS NUMERIC AND
              HIST-FISCAL-PERIOD NOT = ZERO
               MOVE HIST-FISCAL-PERIOD TO WORK-CCYYPP
               MOVE HIST-FISCAL-QUARTER TO WORK-QUARTER
               MOVE 'Y' TO SW-RECORD-PLACED
           ELSE
               IF HIST-RUN-DATE IS NUMERIC
                   MOVE 'C' TO FC-REQUEST
                   MOVE HIST-RUN-DATE TO FC-DATE
                   CALL 'CBLLMB21' USING FISCAL-CAL-AREA
                   IF FC-WAS-FOUND
                       MOVE FC-FISCAL-PERIOD TO WORK-CCYYPP
                       MOVE FC-FISCAL-QUARTER TO WORK-QUARTER
                       MOVE 'Y' TO SW-RECORD-PLACED
                   END-IF
               END-IF
           END-IF.

      *    THE LATEST PERIOD SEEN, AND ITS QUARTER, ARE KEPT AS THE
      *    PASS GOES FOR THE FISCAL SUMMARY.
       2020-CONSIDER-PERIOD.
           IF WORK-CCYYPP > LATEST-CCYYPP
               MOVE WORK-CCYYPP TO LATEST-CCYYPP
               MOVE WORK-QUARTER TO LATEST-QUARTER.
           MOVE 0 TO PERIOD-SUB.
           PERFORM 2210-SEARCH-PERIOD
               VARYING MS-IDX FROM 1 BY 1
                   UNTIL MS-IDX > PERIOD-COUNT.

           IF PERIOD-SUB = 0
               IF PERIOD-COUNT < 6
                   ADD 1 TO PERIOD-COUNT
                   MOVE WORK-CCYYPP TO PERIOD-CCYYPP(PERIOD-COUNT)
               ELSE
                   PERFORM 2030-REPLACE-OLDEST-IF-NEWER
               END-IF
           END-IF.

      *    FIND THE OLDEST (SMALLEST CCYYPP) PERIOD CURRENTLY HELD IN
      *    THE FULL TABLE AND, ONLY IF THE NEW PERIOD IS MORE RECENT
      *    THAN IT, REPLACE IT WITH THE NEW PERIOD.
       2030-REPLACE-OLDEST-IF-NEWER.
           MOVE 1 TO PERIOD-MIN-IDX.
           MOVE PERIOD-CCYYPP(1) TO PERIOD-MIN-VALUE.
           PERFORM 2031-FIND-MIN
               VARYING MS-IDX FROM 2 BY 1
                   UNTIL MS-IDX > 6.

           IF WORK-CCYYPP > PERIOD-MIN-VALUE
               MOVE WORK-CCYYPP TO PERIOD-CCYYPP(PERIOD-MIN-IDX).

       2031-FIND-MIN.
           IF PERIOD-CCYYPP(MS-IDX) < PERIOD-MIN-VALUE
               MOVE PERIOD-CCYYPP(MS-IDX) TO PERIOD-MIN-VALUE
               MOVE MS-IDX TO PERIOD-MIN-IDX.

       2210-SEARCH-PERIOD.
           IF PERIOD-CCYYPP(MS-IDX) = WORK-CCYYPP
               MOVE MS-IDX TO PERIOD-SUB.

      *    PUT THE (AT MOST 6) PERIODS DECIDED ON IN PASS 1 INTO
      *    CHRONOLOGICAL ORDER SO THE REPORT COLUMNS READ LEFT-TO-
      *    RIGHT OLDEST-TO-NEWEST. ONLY THE OCCUPIED SLOTS (1 THRU
      *    PERIOD-COUNT) ARE SORTED -- ANY SLOTS BEYOND PERIOD-COUNT ARE
      *    STILL ZERO AND UNUSED.
       2040-SORT-PERIOD-LIST.
           IF PERIOD-COUNT > 1
               PERFORM 2041-SORT-OUTER-PASS
                   VARYING MS-IDX FROM 1 BY 1
                       UNTIL MS-IDX > PERIOD-COUNT - 1.

       2041-SORT-OUTER-PASS.
           PERFORM 2042-SORT-COMPARE
               VARYING MS-IDX2 FROM 1 BY 1
                   UNTIL MS-IDX2 > PERIOD-COUNT - MS-IDX.

       2042-SORT-COMPARE.
           IF PERIOD-CCYYPP(MS-IDX2) > PERIOD-CCYYPP(MS-IDX2 + 1)
               MOVE PERIOD-CCYYPP(MS-IDX2)     TO PERIOD-SORT-TEMP
               MOVE PERIOD-CCYYPP(MS-IDX2 + 1) TO PERIOD-CCYYPP(MS-IDX2)
               MOVE PERIOD-SORT-TEMP           TO
                    PERIOD-CCYYPP(MS-IDX2 + 1).

      *    SPLIT THE LATEST PERIOD INTO ITS FISCAL YEAR AND PERIOD FOR
      *    THE FISCAL SUMMARY'S THIS-YEAR AND LAST-YEAR TESTS.
       2050-SET-LATEST-PERIOD.
           COMPUTE LATEST-CCYY = LATEST-CCYYPP / 100.
           COMPUTE LATEST-PP = FUNCTION MOD(LATEST-CCYYPP, 100).
           IF LATEST-CCYY > 0
               COMPUTE PRIOR-CCYY = LATEST-CCYY - 1.

      *    PASS 2 -- RE-READ THE HISTORY FILE FROM THE START AND
      *    ACCUMULATE HIST-AMOUNT INTO THE TREND TABLE. THE PERIOD
      *    WINDOW IS NOW FIXED BY PASS 1, SO THIS PASS ONLY LOOKS A
      *    PERIOD UP -- IT NEVER GROWS OR REPLACES AN ENTRY. EVERY
      *    PLACED RECORD ALSO GOES TO THE FISCAL SUMMARY COLUMNS IT
      *    COUNTS TOWARD, WINDOW OR NOT.
       2100-ACCUMULATE-TOTALS.
           OPEN INPUT HISTORY.
           MOVE 'YES' TO MORE-RECS.
           CLOSE HISTORY.

       2110-ACCUM-ONE-RECORD.
           IF HIST-IS-FURN OR HIST-IS-PERSON OR
              HIST-IS-FURN-ADJ OR HIST-IS-PERSON-ADJ
               PERFORM 2005-PLACE-RECORD
               IF RECORD-IS-PLACED
                   PERFORM 2115-ACCUM-PLACED-RECORD
               ELSE
                   ADD 1 TO UNPLACED-COUNT
               END-IF
           END-IF.
           PERFORM 9100-READ.

       2115-ACCUM-PLACED-RECORD.
           PERFORM 2120-FIND-PERIOD-SUB.
           PERFORM 2130-SET-SUMMARY-COLUMNS.
           IF (HIST-IS-FURN OR HIST-IS-FURN-ADJ) AND
              HIST-KEY-NUM >= 1 AND HIST-KEY-NUM <= 30
               IF PERIOD-SUB > 0
                   ADD HIST-AMOUNT TO
                       TREND-PERIOD-TOTAL(HIST-KEY-NUM, PERIOD-SUB)
               END-IF
               PERFORM 2140-ADD-FURN-SUMMARY
                   VARYING MS-IDX FROM 1 BY 1
                       UNTIL MS-IDX > 6
           END-IF.
           IF (HIST-IS-PERSON OR HIST-IS-PERSON-ADJ) AND
              HIST-KEY-NUM >= 1 AND HIST-KEY-NUM <= 50
               IF PERIOD-SUB > 0
                   ADD HIST-AMOUNT TO
                       PERSON-PERIOD-TOTAL(HIST-KEY-NUM, PERIOD-SUB)
               END-IF
               PERFORM 2150-ADD-PERSON-SUMMARY
                   VARYING MS-IDX FROM 1 BY 1
                       UNTIL MS-IDX > 6
               IF HIST-DESCRIPTION NOT = SPACES
                   MOVE HIST-DESCRIPTION TO
                       TREND-PERSON-NAME(HIST-KEY-NUM)
               END-IF
           END-IF.

       2120-FIND-PERIOD-SUB.
           MOVE 0 TO PERIOD-SUB.
           PERFORM 2210-SEARCH-PERIOD
               VARYING MS-IDX FROM 1 BY 1
                   UNTIL MS-IDX > PERIOD-COUNT.

      *    WHICH FISCAL SUMMARY COLUMNS THE RECORD COUNTS TOWARD. ONLY
      *    PERIODS UP TO THE LATEST PERIOD'S NUMBER COUNT AT ALL, IN
      *    THE LATEST FISCAL YEAR (COLUMNS 1, 3, 5) OR THE ONE BEFORE
      *    IT (COLUMNS 2, 4, 6); QUARTER-TO-DATE ALSO TAKES THE SAME
      *    QUARTER.
       2130-SET-SUMMARY-COLUMNS.
           MOVE 'NNNNNN' TO SUMMARY-COLUMN-SWITCHES.
           COMPUTE WORK-CCYY = WORK-CCYYPP / 100.
           COMPUTE WORK-PP = FUNCTION MOD(WORK-CCYYPP, 100).
           IF WORK-PP <= LATEST-PP
               IF WORK-CCYY = LATEST-CCYY
                   MOVE 'Y' TO SC-SWITCH(5)
                   IF WORK-QUARTER = LATEST-QUARTER
                       MOVE 'Y' TO SC-SWITCH(3)
                   END-IF
                   IF WORK-PP = LATEST-PP
                       MOVE 'Y' TO SC-SWITCH(1)
                   END-IF
               END-IF
               IF WORK-CCYY = PRIOR-CCYY
                   MOVE 'Y' TO SC-SWITCH(6)
                   IF WORK-QUARTER = LATEST-QUARTER
                       MOVE 'Y' TO SC-SWITCH(4)
                   END-IF
                   IF WORK-PP = LATEST-PP
                       MOVE 'Y' TO SC-SWITCH(2)
                   END-IF
               END-IF
           END-IF.

       2140-ADD-FURN-SUMMARY.
           IF SC-COUNTS(MS-IDX)
               ADD HIST-AMOUNT TO
                   FURN-SUMMARY-TOTAL(HIST-KEY-NUM, MS-IDX).

       2150-ADD-PERSON-SUMMARY.
           IF SC-COUNTS(MS-IDX)
               ADD HIST-AMOUNT TO
                   PERSON-SUMMARY-TOTAL(HIST-KEY-NUM, MS-IDX).

       3000-CLOSING.
           PERFORM 3050-BUILD-HEADING.
               VARYING FURN-SUB FROM 1 BY 1
                   UNTIL FURN-SUB > FURN-MAX-CODE.

           PERFORM 3200-PRINT-PERIOD-NOTE.

           IF PERIOD-COUNT > 0
               PERFORM 3500-PRINT-FURN-SUMMARY.

           PERFORM 3400-BUILD-PERSON-HDG.
           PERFORM 9300-PERSON-HDG.
               VARYING PERSON-SUB FROM 1 BY 1
                   UNTIL PERSON-SUB > 50.

           PERFORM 3200-PRINT-PERIOD-NOTE.

           IF PERIOD-COUNT > 0
               PERFORM 3600-PRINT-PERSON-SUMMARY.

           CLOSE PRTOUT.

           PERFORM 3900-WRITE-RUN-LOG.

      *    BUILD THE PERIOD COLUMN HEADING FROM THE ACTUAL FISCAL
      *    PERIODS FOUND ON THE HISTORY FILE -- THE COLUMN LAYOUT IS
      *    DATA-DRIVEN, NOT FIXED, SINCE A NEW PERIOD SHOWS UP
      *    AUTOMATICALLY AS EACH WEEKLY RUN APPENDS TO THE HISTORY FILE.
       3050-BUILD-HEADING.
           MOVE SPACES TO TREND-HEADING-BUILD.
           MOVE 'FURNITURE TYPE' TO THB-LABEL.
           PERFORM 3051-BUILD-PERIOD-HDG
               VARYING MS-IDX FROM 1 BY 1
                   UNTIL MS-IDX > PERIOD-COUNT.

       3051-BUILD-PERIOD-HDG.
           COMPUTE WORK-PP = FUNCTION MOD(PERIOD-CCYYPP(MS-IDX), 100).
           COMPUTE WORK-CCYY = PERIOD-CCYYPP(MS-IDX) / 100.
           STRING 'FY'         DELIMITED BY SIZE
                  WORK-CCYY    DELIMITED BY SIZE
                  ' P'         DELIMITED BY SIZE
                  WORK-PP      DELIMITED BY SIZE
               INTO THB-PERIOD-TEXT(MS-IDX).

       3100-PRINT-TREND.
           IF FURN-TYPE-ON-FILE(FURN-SUB)
               MOVE SPACES TO TREND-DETAIL-BUILD
               MOVE FURN-TYPE(FURN-SUB) TO TDB-LABEL
               PERFORM 3101-PRINT-PERIOD-VALUE
                   VARYING MS-IDX FROM 1 BY 1
                       UNTIL MS-IDX > PERIOD-COUNT
               WRITE PRTLINE
                   FROM TREND-DETAIL-BUILD
                       AFTER ADVANCING 1 LINE.

       3101-PRINT-PERIOD-VALUE.
           MOVE TREND-PERIOD-TOTAL(FURN-SUB, MS-IDX) TO
               TDB-PERIOD-VALUE(MS-IDX).

      *    ONE ROW PER SALESPERSON WITH ANY DOLLARS IN THE WINDOW --
      *    PERIOD TOTALS, THE PERCENT CHANGE OF THE MOST RECENT
      *    PERIOD AGAINST THE ONE BEFORE IT, AND A FLAG LINE WHEN THE
      *    TOTAL HAS DECLINED THREE PERIODS RUNNING, SO COACHING
      *    CONVERSATIONS CAN START FROM THE REPORT INSTEAD OF FROM
      *    MEMORY.
       3300-PRINT-PERSON-TREND.
           MOVE 'N' TO SW-PERSON-ACTIVE.
           PERFORM 3310-CHECK-PERSON-ACTIVE
               VARYING MS-IDX FROM 1 BY 1
                   UNTIL MS-IDX > PERIOD-COUNT.

           IF PERSON-HAS-ACTIVITY
               MOVE SPACES TO PERSON-DETAIL-BUILD
               MOVE TREND-PERSON-NAME(PERSON-SUB) TO PDB-LABEL
               PERFORM 3320-PRINT-PERSON-PERIOD
                   VARYING MS-IDX FROM 1 BY 1
                       UNTIL MS-IDX > PERIOD-COUNT
               PERFORM 3330-BUILD-PCT-CHANGE
               WRITE PRTLINE
                   FROM PERSON-DETAIL-BUILD
           END-IF.

       3310-CHECK-PERSON-ACTIVE.
           IF PERSON-PERIOD-TOTAL(PERSON-SUB, MS-IDX) NOT = 0
               MOVE 'Y' TO SW-PERSON-ACTIVE.

       3320-PRINT-PERSON-PERIOD.
           MOVE PERSON-PERIOD-TOTAL(PERSON-SUB, MS-IDX) TO
               PDB-PERIOD-VALUE(MS-IDX).

      *    PERCENT CHANGE OF THE MOST RECENT PERIOD AGAINST THE PRIOR
      *    PERIOD. A REP WITH NOTHING IN THE PRIOR PERIOD HAS NO BASE
      *    TO MEASURE AGAINST, SO THE COLUMN SHOWS N/A; A SWING TOO
      *    BIG FOR THE FIELD PINS AT THE FIELD'S LIMIT.
       3330-BUILD-PCT-CHANGE.
           IF PERIOD-COUNT < 2
               MOVE '      N/A' TO PDB-PCT
           ELSE
               MOVE PERSON-PERIOD-TOTAL(PERSON-SUB, PERIOD-COUNT - 1)
                   TO PCT-PRIOR
               MOVE PERSON-PERIOD-TOTAL(PERSON-SUB, PERIOD-COUNT)
                   TO PCT-LATEST
               PERFORM 3335-COMPUTE-PCT-CHANGE
           END-IF.

      *    THE CHANGE IS MEASURED AGAINST THE SIZE OF THE PRIOR
      *    FIGURE, SO A RISE PRINTS POSITIVE AND A FALL NEGATIVE EVEN
      *    WHEN THE PRIOR PERIOD NETTED NEGATIVE ON RETURNS.
       3335-COMPUTE-PCT-CHANGE.
           IF PCT-PRIOR = 0
               MOVE '      N/A' TO PDB-PCT
           ELSE
               IF PCT-PRIOR < 0
                   COMPUTE PCT-BASE = 0 - PCT-PRIOR
               ELSE
                   MOVE PCT-PRIOR TO PCT-BASE
               END-IF
               COMPUTE PCT-CHANGE ROUNDED =
                   ((PCT-LATEST - PCT-PRIOR) / PCT-BASE) * 100
                   ON SIZE ERROR
                       IF PCT-LATEST < PCT-PRIOR
                           MOVE -99999.99 TO PCT-CHANGE
                       ELSE
                           MOVE 99999.99 TO PCT-CHANGE
                       END-IF
               END-COMPUTE
               MOVE PCT-CHANGE TO PCT-DISPLAY
               MOVE PCT-DISPLAY TO PDB-PCT
           END-IF.

      *    THREE CONSECUTIVE PERIOD-OVER-PERIOD DECLINES TAKE FOUR
      *    PERIODS OF DATA -- WITH FEWER ON FILE THE FLAG CANNOT
      *    TRIGGER.
       3340-CHECK-DECLINE.
           IF PERIOD-COUNT >= 4
               MOVE 0 TO DECLINE-COUNT
               PERFORM 3350-COUNT-DECLINE
                   VARYING MS-IDX FROM 1 BY 1
           END-IF.

       3350-COUNT-DECLINE.
           COMPUTE MS-IDX2 = PERIOD-COUNT - MS-IDX + 1.
           IF PERSON-PERIOD-TOTAL(PERSON-SUB, MS-IDX2) <
              PERSON-PERIOD-TOTAL(PERSON-SUB, MS-IDX2 - 1)
               ADD 1 TO DECLINE-COUNT.

      *    THE PERIOD COLUMN HEADINGS FOR THE SALESPERSON TREND ARE
      *    BUILT FROM THE SAME PERIOD WINDOW THE FURNITURE TREND USES.
       3400-BUILD-PERSON-HDG.
           MOVE 'SALESPERSON' TO PHB-LABEL.
           PERFORM 3410-BUILD-PERSON-PERIOD-HDG
               VARYING MS-IDX FROM 1 BY 1
                   UNTIL MS-IDX > PERIOD-COUNT.

       3410-BUILD-PERSON-PERIOD-HDG.
           MOVE THB-PERIOD-TEXT(MS-IDX) TO PHB-PERIOD-TEXT(MS-IDX).

       3200-PRINT-PERIOD-NOTE.
           WRITE PRTLINE
               FROM DASH-LINE
                   AFTER ADVANCING 1 LINES.
           WRITE PRTLINE
               FROM PERIOD-NOTE-LINE
                   AFTER ADVANCING 1 LINE.
           IF UNPLACED-COUNT > 0
               MOVE UNPLACED-COUNT TO UNL-COUNT
               WRITE PRTLINE
                   FROM UNPLACED-NOTE-LINE
                       AFTER ADVANCING 1 LINE.

      *    THE FISCAL SUMMARY PAGE FOR THE FURNITURE TYPES -- THE
      *    LATEST PERIOD, QUARTER-TO-DATE, AND YEAR-TO-DATE, EACH
      *    BESIDE THE SAME FIGURE FOR THE FISCAL YEAR BEFORE.
       3500-PRINT-FURN-SUMMARY.
           PERFORM 9400-FURN-SUMMARY-HDG.
           PERFORM 3510-PRINT-FURN-SUMMARY-LINE
               VARYING FURN-SUB FROM 1 BY 1
                   UNTIL FURN-SUB > FURN-MAX-CODE.
           PERFORM 3700-PRINT-SUMMARY-NOTE.

       3510-PRINT-FURN-SUMMARY-LINE.
           IF FURN-TYPE-ON-FILE(FURN-SUB)
               MOVE SPACES TO TREND-DETAIL-BUILD
               MOVE FURN-TYPE(FURN-SUB) TO TDB-LABEL
               PERFORM 3511-PRINT-FURN-SUMMARY-VALUE
                   VARYING MS-IDX FROM 1 BY 1
                       UNTIL MS-IDX > 6
               WRITE PRTLINE
                   FROM TREND-DETAIL-BUILD
                       AFTER ADVANCING 1 LINE
                           AT EOP
                               PERFORM 9400-FURN-SUMMARY-HDG.

       3511-PRINT-FURN-SUMMARY-VALUE.
           MOVE FURN-SUMMARY-TOTAL(FURN-SUB, MS-IDX) TO
               TDB-PERIOD-VALUE(MS-IDX).

      *    THE FISCAL SUMMARY PAGE FOR THE SALESPEOPLE, ONE ROW PER
      *    REP WITH ANY DOLLARS IN IT. THE PERCENT CHANGE HERE IS THE
      *    LATEST PERIOD AGAINST THE SAME PERIOD LAST YEAR.
       3600-PRINT-PERSON-SUMMARY.
           PERFORM 9500-PERSON-SUMMARY-HDG.
           PERFORM 3610-PRINT-PERSON-SUMMARY-LINE
               VARYING PERSON-SUB FROM 1 BY 1
                   UNTIL PERSON-SUB > 50.
           PERFORM 3700-PRINT-SUMMARY-NOTE.

       3610-PRINT-PERSON-SUMMARY-LINE.
           MOVE 'N' TO SW-PERSON-ACTIVE.
           PERFORM 3620-CHECK-SUMMARY-ACTIVE
               VARYING MS-IDX FROM 1 BY 1
                   UNTIL MS-IDX > 6.

           IF PERSON-HAS-ACTIVITY
               MOVE SPACES TO PERSON-DETAIL-BUILD
               MOVE TREND-PERSON-NAME(PERSON-SUB) TO PDB-LABEL
               PERFORM 3630-PRINT-PERSON-SUMMARY-VALUE
                   VARYING MS-IDX FROM 1 BY 1
                       UNTIL MS-IDX > 6
               PERFORM 3640-BUILD-SUMMARY-PCT
               WRITE PRTLINE
                   FROM PERSON-DETAIL-BUILD
                       AFTER ADVANCING 1 LINE
                           AT EOP
                               PERFORM 9500-PERSON-SUMMARY-HDG
               END-WRITE
           END-IF.

       3620-CHECK-SUMMARY-ACTIVE.
           IF PERSON-SUMMARY-TOTAL(PERSON-SUB, MS-IDX) NOT = 0
               MOVE 'Y' TO SW-PERSON-ACTIVE.

       3630-PRINT-PERSON-SUMMARY-VALUE.
           MOVE PERSON-SUMMARY-TOTAL(PERSON-SUB, MS-IDX) TO
               PDB-PERIOD-VALUE(MS-IDX).

       3640-BUILD-SUMMARY-PCT.
           MOVE PERSON-SUMMARY-TOTAL(PERSON-SUB, 2) TO PCT-PRIOR.
           MOVE PERSON-SUMMARY-TOTAL(PERSON-SUB, 1) TO PCT-LATEST.
           PERFORM 3335-COMPUTE-PCT-CHANGE.

       3700-PRINT-SUMMARY-NOTE.
           WRITE PRTLINE
               FROM DASH-LINE
                   AFTER ADVANCING 1 LINES.
           WRITE PRTLINE
               FROM SUMMARY-NOTE-LINE
                   AFTER ADVANCING 1 LINE.

      *    THE RUN'S COMPLETION RECORD FOR THE SHARED RUN LOG -- THE
      *    NUMBER OF FISCAL PERIODS IN THE TREND WINDOW IS THE ONLY
      *    CONTROL FIGURE THIS RUN HAS.
       3900-WRITE-RUN-LOG.
           OPEN EXTEND RUNLOG.
           MOVE 'CBLLMB07' TO RL-PROGRAM.
           MOVE 'TREND' TO RL-RUN-MODE.
           MOVE 'NORMAL' TO RL-STATUS.
           MOVE 0 TO RL-WEEK-ENDING.
           MOVE PERIOD-COUNT TO RL-COUNT-1.
           MOVE 0 TO RL-AMOUNT-1.
           MOVE 0 TO RL-COUNT-2.
           MOVE SPACES TO RL-NOTE.
           WRITE RL-REC.
           CLOSE RUNLOG.

           WRITE PRTLINE
               FROM  DASH-LINE
                   AFTER ADVANCING 1 LINES.

       9400-FURN-SUMMARY-HDG.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           MOVE LATEST-CCYY TO STL-CCYY.
           MOVE LATEST-PP TO STL-PP.
           MOVE LATEST-QUARTER TO STL-QUARTER.

           WRITE PRTLINE
               FROM  COMPANY-TITLE
                   AFTER ADVANCING PAGE.
           WRITE PRTLINE
               FROM  SUMMARY-TITLE-LINE
                   AFTER ADVANCING 2 LINES.
           WRITE PRTLINE
               FROM  FURN-SUMMARY-HEADING
                   AFTER ADVANCING 2 LINES.
           WRITE PRTLINE
               FROM  DASH-LINE
                   AFTER ADVANCING 1 LINES.

       9500-PERSON-SUMMARY-HDG.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           MOVE LATEST-CCYY TO STL-CCYY.
           MOVE LATEST-PP TO STL-PP.
           MOVE LATEST-QUARTER TO STL-QUARTER.

           WRITE PRTLINE
               FROM  COMPANY-TITLE
                   AFTER ADVANCING PAGE.
           WRITE PRTLINE
               FROM  SUMMARY-TITLE-LINE
                   AFTER ADVANCING 2 LINES.
           WRITE PRTLINE
               FROM  PERSON-SUMMARY-HEADING
                   AFTER ADVANCING 2 LINES.
           WRITE PRTLINE
               FROM  DASH-LINE
                   AFTER ADVANCING 1 LINES.

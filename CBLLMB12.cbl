      *   THIS PROGRAM IS THE ON-DEMAND HISTORY INQUIRY -- IT READS    *
      *   THE LIVE HISTORY FILE (CBLHIST.DAT) AND THE ARCHIVE FILE     *
      *   (CBLHIARC.DAT) THE PURGE PROGRAM (CBLLMB09) ROLLS OLD        *
      *   RECORDS OFF TO, SO A PERIOD THAT HAS LEFT THE LIVE FILE IS   *
      *   STILL REACHABLE WITHOUT HAND-RESTORING RECORDS. THE CALLER   *
      *   NAMES A FROM/TO FISCAL PERIOD RANGE (CCYYPP CCYYPP, THE TWO  *
      *   RUN PARAMETERS) AND THE REPORT PRINTS THE FURNITURE-TYPE AND *
      *   SALESPERSON PERIOD COLUMNS IN THE SAME SHAPE THE TREND       *
      *   REPORT (CBLLMB07) PRINTS, FOR ANY WINDOW NAMED, WITH A       *
      *   QUARTER-TO-DATE COLUMN AFTER EACH QUARTER AND A YEAR-TO-DATE *
      *   COLUMN AFTER EACH FISCAL YEAR. SIX COLUMNS FIT A PAGE, SO A  *
      *   WIDER RANGE PRINTS IN SUCCESSIVE PANELS OF UP TO SIX COLUMNS *
      *   EACH, OLDEST FIRST -- EVERY PERIOD NAMED IS SHOWN. EACH      *
      *   SECTION ENDS WITH A FISCAL SUMMARY FOR THE RANGE'S LAST      *
      *   PERIOD AGAINST THE SAME PERIOD LAST YEAR. NEITHER FILE IS    *
      *   EVER WRITTEN -- THE LIVE FILE AND THE ARCHIVE ARE READ-ONLY  *
      *   HERE, SO A PURGE RUNNING LATER FINDS THEM AS THEY WERE. THE  *
      *   ROW LABELS COME FROM THE HISTORY RECORDS THEMSELVES (LATEST  *
      *   ONE READ WINS), SO A TYPE OR REP LONG GONE FROM THE MASTERS  *
      *   STILL PRINTS UNDER ITS OWN NAME.                             *
      *-----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  ------------------------------------------------------------
      *                    SECTION ALSO GETS ITS OWN 25-CHARACTER
      *                    LABEL, MATCHING THE TREND REPORT'S,
      *                    INSTEAD OF CLIPPING NAMES TO 22.
      *  10/15/2026  LB    THE PRIOR-WEEK ADJUSTMENT RECORDS CBLLMB06
      *                    NOW WRITES (TYPES G AND Q, SIGNED AMOUNTS,
      *                    STAMPED WITH THE ADJUSTED WEEK'S ORIGINAL
      *                    RUN DATE) ARE ADDED INTO THE FURNITURE AND
      *                    SALESPERSON MONTHS THEY CORRECT. THE MONTH
      *                    TOTALS ARE NOW SIGNED.
      *  10/15/2026  LB    THE RUN NOW CLEARS THE JOB-STEP SEQUENCE
      *                    CHECK (CBLLMB19) BEFORE IT DOES ANY WORK.
      *  10/15/2026  LB    THE INQUIRY NOW RUNS BY FISCAL PERIOD (4-4-5
      *                    CALENDAR, CBLFCAL.DAT) -- THE RANGE IS GIVEN
      *                    AS CCYYPP CCYYPP AND EACH HISTORY RECORD
      *                    (NOW 63 BYTES) FALLS IN THE FISCAL PERIOD OF
      *                    THE WEEK IT COVERS; AN OLDER RECORD WITHOUT
      *                    ONE IS PLACED BY ITS RUN DATE THROUGH THE
      *                    CALENDAR LOOKUP (CBLLMB21). THE COLUMNS NOW
      *                    COME FROM THE RANGE ITSELF, WITH QUARTER-
      *                    AND YEAR-TO-DATE SUBTOTAL COLUMNS, AND EACH
      *                    SECTION ENDS WITH A FISCAL SUMMARY AGAINST
      *                    LAST YEAR.
      ******************************************************************

       ENVIRONMENT DIVISION.

       FD  HISTORY
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 63 CHARACTERS
           DATA RECORD IS HIST-REC.

       01  HIST-REC               PIC X(63).

       FD  ARCHIVE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 63 CHARACTERS
           DATA RECORD IS ARC-REC.

       01  ARC-REC                PIC X(63).

       FD  PRTOUT
           LABEL RECORD IS OMITTED

       WORKING-STORAGE SECTION.

      *    BOTH FILES CARRY THE SAME 63-BYTE HISTORY RECORD, SO EACH
      *    READ LANDS HERE AND ONE SET OF FIELD NAMES SERVES BOTH. THE
      *    FISCAL FIELDS ARE THE ONES CBLLMB06 DOCUMENTS -- ZERO OR
      *    BLANK ON A RECORD WHOSE WEEK WAS NOT ON THE FISCAL CALENDAR
      *    WHEN IT WAS WRITTEN (SEE 2005-PLACE-RECORD).
       01  HW-REC.
           05 HW-RUN-DATE         PIC 9(8).
           05 HW-REC-TYPE         PIC X.
               88  HW-IS-FURN                VALUE 'F'.
               88  HW-IS-PERSON              VALUE 'P'.
               88  HW-IS-FURN-ADJ            VALUE 'G'.
               88  HW-IS-PERSON-ADJ          VALUE 'Q'.
           05 HW-KEY-NUM          PIC 99.
           05 HW-DESCRIPTION      PIC X(25).
           05 HW-AMOUNT           PIC S9(10)V99.
           05 HW-WEEK-ENDING      PIC 9(8).
           05 HW-FISCAL-PERIOD.
               10 HW-FISCAL-YEAR  PIC 9(4).
               10 HW-FISCAL-PER   PIC 99.
           05 HW-FISCAL-QUARTER   PIC 9.

       01  WORK-AREA.
           05  C-PCTR             PIC 99            VALUE ZERO.
           05  MORE-RECS          PIC XXX           VALUE 'YES'.
           05  FURN-SUB           PIC 99            VALUE ZERO.
           05  PERSON-SUB         PIC 99            VALUE ZERO.
           05  COL-COUNT          PIC 999           VALUE ZERO.
           05  MS-IDX             PIC 999           VALUE ZERO.
           05  ACC-SUB            PIC 999           VALUE ZERO.
           05  ACC-IDX            PIC 999           VALUE ZERO.
           05  WORK-CCYYPP        PIC 9(6)          VALUE ZERO.
           05  WORK-PP            PIC 99            VALUE ZERO.
           05  WORK-CCYY          PIC 9(4)          VALUE ZERO.
           05  WORK-QUARTER       PIC 9             VALUE ZERO.
           05  CELL-VALUE         PIC S9(11)V99     VALUE ZERO.
           05  FOUND-COUNT        PIC 9(7)          VALUE ZERO.
           05  UNPLACED-COUNT     PIC 9(7)          VALUE ZERO.
           05  SW-READING-ARCHIVE PIC X             VALUE 'N'.
               88  READING-ARCHIVE                   VALUE 'Y'.
           05  SW-ROW-ACTIVE      PIC X             VALUE 'N'.
               88  ROW-HAS-ACTIVITY                  VALUE 'Y'.
           05  SW-RECORD-PLACED   PIC X             VALUE 'N'.
               88  RECORD-IS-PLACED                  VALUE 'Y'.
           05  SW-SUMMARY-PAGE    PIC X             VALUE 'N'.
               88  PRINTING-SUMMARY                  VALUE 'Y'.

      *    WORK FIELDS FOR PRINTING THE COLUMN LIST IN PANELS OF UP
      *    TO SIX COLUMNS PER PAGE -- THE SAME DEVICE THE
      *    SALESPERSON BY FURNITURE TYPE REPORT IN CBLLMB06 USES FOR
      *    ITS TYPE COLUMNS.
       01  PANEL-WORK-AREA.
           05  COL-PANEL-FIRST     PIC 999           VALUE ZERO.
           05  COL-PANEL-LAST      PIC 999           VALUE ZERO.
           05  PANEL-COL           PIC 9             VALUE ZERO.

      *    THE RANGE, AND THE SLOTS IN THE PERIOD TOTALS IT COVERS.
      *    THE TOTALS START AT PERIOD 1 OF THE FISCAL YEAR BEFORE THE
      *    FROM PERIOD (BASE-CCYY), SO A QUARTER- OR YEAR-TO-DATE
      *    SUBTOTAL THAT REACHES BACK BEFORE THE RANGE, AND EVERY
      *    LAST-YEAR FIGURE, IS COMPLETE. A PERIOD'S SLOT IS
      *    (CCYY - BASE-CCYY) * 12 + PP.
       01  SELECTION-AREA.
           05  PARM-LINE           PIC X(20)     VALUE SPACES.
           05  SEL-FROM-CCYYPP     PIC 9(6)      VALUE ZERO.
           05  SEL-TO-CCYYPP       PIC 9(6)      VALUE ZERO.
           05  SEL-FROM-CCYY       PIC 9(4)      VALUE ZERO.
           05  SEL-TO-CCYY         PIC 9(4)      VALUE ZERO.
           05  SEL-FROM-PP         PIC 99        VALUE ZERO.
           05  SEL-TO-PP           PIC 99        VALUE ZERO.
           05  SEL-PERIOD-SPAN     PIC 9(5)      VALUE ZERO.
           05  SEL-TO-QUARTER      PIC 9         VALUE ZERO.
           05  BASE-CCYY           PIC 9(4)      VALUE ZERO.
           05  SEL-FROM-SLOT       PIC 999       VALUE ZERO.
           05  SEL-TO-SLOT         PIC 999       VALUE ZERO.

       01  I-DATE.
           05  I-YEAR             PIC 9(4).
           05  I-DAY              PIC 99.
           05  I-TIME             PIC X(11).

      *    EVERY PRINT COLUMN, IN ORDER -- EACH FISCAL PERIOD IN THE
      *    RANGE, A QUARTER-TO-DATE COLUMN AFTER EACH PERIOD THAT ENDS
      *    A QUARTER, AND A YEAR-TO-DATE COLUMN AFTER EACH PERIOD
      *    THAT ENDS A FISCAL YEAR; THE RANGE'S LAST PERIOD GETS BOTH
      *    WHEREVER IT FALLS. A COLUMN IS THE SUM OF THE PERIOD SLOTS
      *    FROM COL-START-SLOT THRU COL-END-SLOT -- A PERIOD COLUMN IS
      *    A SINGLE SLOT. THE 4-4-5 CALENDAR PUTS THREE PERIODS IN
      *    EACH QUARTER. THE RANGE EDIT CAPS THE SPAN AT 120 PERIODS,
      *    WHICH WITH ITS SUBTOTALS NEVER PASSES 180 COLUMNS.
       01  COLUMN-LIST.
           05  COL-ENTRY OCCURS 180.
               10  COL-HEADING     PIC X(14).
               10  COL-TYPE        PIC X.
                   88  COL-IS-PERIOD              VALUE 'P'.
               10  COL-START-SLOT  PIC 999.
               10  COL-END-SLOT    PIC 999.

      *    THE FISCAL SUMMARY COLUMNS FOR THE RANGE'S LAST PERIOD --
      *    THE PERIOD, THE SAME PERIOD LAST YEAR, QUARTER-TO-DATE,
      *    LAST YEAR'S SAME QUARTER-TO-DATE, YEAR-TO-DATE, AND LAST
      *    YEAR'S SAME YEAR-TO-DATE -- AS SLOT RANGES LIKE THE COLUMN
      *    LIST'S.
       01  SUMMARY-COLUMN-LIST.
           05  SUMMARY-COL OCCURS 6.
               10  SC-START-SLOT   PIC 999.
               10  SC-END-SLOT     PIC 999.

       01  TREND-TOTALS.
           05  TREND-FURN OCCURS 30.
               10  TREND-PERIOD-TOTAL PIC S9(10)V99 OCCURS 144.

       01  FURN-NAME-TABLE.
           05  TREND-FURN-NAME     PIC X(25)    OCCURS 30.

       01  PERSON-TREND-TOTALS.
           05  TREND-PERSON OCCURS 50.
               10  PERSON-PERIOD-TOTAL PIC S9(10)V99 OCCURS 144.

       01  PERSON-NAME-TABLE.
           05  TREND-PERSON-NAME   PIC X(25)    OCCURS 50.
            'HISTORY INQUIRY - SALESPERSON'.

       01  INQUIRY-RANGE-LINE.
           05  FILLER              PIC X(22)   VALUE
            'FISCAL PERIOD RANGE:  '.
           05  O-SEL-FROM          PIC 9(6).
           05  FILLER              PIC X(6)    VALUE ' THRU '.
           05  O-SEL-TO            PIC 9(6).

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

       01  DASH-LINE.
           05  FILLER              PIC X(106)  VALUE ALL '-'.

       01  TREND-HEADING-BUILD.
           05  THB-LABEL           PIC X(22)   VALUE SPACES.
           05  THB-PERIOD OCCURS 6.
               10  THB-PERIOD-TEXT PIC X(14)   VALUE SPACES.

       01  TREND-DETAIL-BUILD.
           05  TDB-LABEL           PIC X(22).
           05  TDB-PERIOD OCCURS 6.
               10  TDB-PERIOD-VALUE PIC -ZZ,ZZZ,ZZZ.99.

      *    THE SALESPERSON SECTION CARRIES THE TREND REPORT'S
      *    25-CHARACTER LABEL, SO A FULL NAME IS NEVER CLIPPED THE
      *    WAY THE 22-CHARACTER FURNITURE LABEL WOULD CLIP IT.
       01  PERSON-HEADING-BUILD.
           05  PHB-LABEL           PIC X(25)   VALUE SPACES.
           05  PHB-PERIOD OCCURS 6.
               10  PHB-PERIOD-TEXT PIC X(14)   VALUE SPACES.

       01  PERSON-DETAIL-BUILD.
           05  PDB-LABEL           PIC X(25).
           05  PDB-PERIOD OCCURS 6.
               10  PDB-PERIOD-VALUE PIC -ZZ,ZZZ,ZZZ.99.

       01  SUMMARY-HEADING-TEXT.
           05  FILLER              PIC X(14)   VALUE '   THIS PERIOD'.
           05  FILLER              PIC X(14)   VALUE '     LAST YEAR'.
           05  FILLER              PIC X(14)   VALUE '   QTR TO DATE'.
           05  FILLER              PIC X(14)   VALUE ' QTD LAST YEAR'.
           05  FILLER              PIC X(14)   VALUE '  YEAR TO DATE'.
           05  FILLER              PIC X(14)   VALUE ' YTD LAST YEAR'.
       01  SUMMARY-HEADING-TABLE REDEFINES SUMMARY-HEADING-TEXT.
           05  SUMMARY-HEADING     PIC X(14)   OCCURS 6.

       01  NO-PERIODS-LINE.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  FILLER              PIC X(53)   VALUE
            'NO HISTORY ON FILE OR ARCHIVE FOR THE PERIODS NAMED'.

       01  UNPLACED-NOTE-LINE.
           05  FILLER              PIC X(7)    VALUE 'NOTE - '.
           05  UNL-COUNT           PIC ZZZ,ZZ9.
           05  FILLER              PIC X(33)   VALUE
            ' HISTORY RECORDS FALL OUTSIDE THE'.
           05  FILLER              PIC X(36)   VALUE
            ' FISCAL CALENDAR AND ARE NOT SHOWN'.

       01  SUMMARY-NOTE-LINE.
           05  FILLER              PIC X(43)   VALUE
            'NOTE - LAST YEAR IS THE SAME FISCAL PERIOD,'.
           05  FILLER              PIC X(40)   VALUE
            ' QUARTER, OR YEAR-TO-DATE A YEAR EARLIER'.

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

       0000-CBLLMB12.
           PERFORM 1000-INIT.
           PERFORM 2100-ACCUMULATE-TOTALS.
           PERFORM 3000-CLOSING.
           STOP RUN.
           MOVE I-YEAR TO O-YEAR.
           MOVE I-MONTH TO O-MONTH.

           PERFORM 1100-GET-PERIOD-RANGE.
           PERFORM 1050-CHECK-STEP-SEQUENCE.

           OPEN OUTPUT PRTOUT.

               VARYING PERSON-SUB FROM 1 BY 1
                   UNTIL PERSON-SUB > 50.

           PERFORM 1400-BUILD-COLUMN-LIST.
           PERFORM 1500-BUILD-SUMMARY-COLUMNS.

      *    THE JOB-STEP SEQUENCE CHECK (CBLLMB19). A STEP WHOSE
      *    PREREQUISITES ARE NOT ON THE RUN LOG, AND NOT WAIVED BY A
      *    SUPERVISOR OVERRIDE, STOPS HERE BEFORE ANY FILE IS OPENED.
       1050-CHECK-STEP-SEQUENCE.
           MOVE 'CBLLMB12' TO SG-PROGRAM.
           MOVE 'REPORT' TO SG-RUN-MODE.
           MOVE 0 TO SG-WEEK-ENDING.
           MOVE 0 TO SG-CUTOFF-DATE.
           CALL 'CBLLMB19' USING STEP-GATE-AREA.
           IF SG-STEP-BLOCKED
               DISPLAY 'CBLLMB12 PREREQUISITE NOT MET -- RUN TERMINATED'
               STOP RUN.

      *    THE RANGE IS GIVEN AS TWO CCYYPP FISCAL PERIOD RUN
      *    PARAMETERS, FROM THEN TO, THE SAME STRICT STYLE THE ARCHIVE
      *    PROGRAM TAKES ITS CUTOFF IN. A FISCAL YEAR HAS 12 PERIODS.
      *    THE SPAN IS CAPPED AT 120 PERIODS -- TEN YEARS -- WHICH
      *    BOUNDS THE PERIOD TABLES.
       1100-GET-PERIOD-RANGE.
           ACCEPT PARM-LINE FROM COMMAND-LINE.

           IF PARM-LINE(1:6) NOT NUMERIC OR
              PARM-LINE(8:6) NOT NUMERIC
               DISPLAY 'PERIOD RANGE MISSING OR NOT NUMERIC -- GIVE '
                   'CCYYPP CCYYPP AS THE RUN PARAMETERS'
               STOP RUN.

           MOVE PARM-LINE(1:6) TO SEL-FROM-CCYYPP.
           MOVE PARM-LINE(8:6) TO SEL-TO-CCYYPP.
           MOVE SEL-FROM-CCYYPP(1:4) TO SEL-FROM-CCYY.
           MOVE SEL-TO-CCYYPP(1:4) TO SEL-TO-CCYY.
           MOVE SEL-FROM-CCYYPP(5:2) TO SEL-FROM-PP.
           MOVE SEL-TO-CCYYPP(5:2) TO SEL-TO-PP.

           IF SEL-FROM-PP < 1 OR SEL-FROM-PP > 12 OR
              SEL-TO-PP < 1 OR SEL-TO-PP > 12 OR
              SEL-FROM-CCYY = 0
               DISPLAY 'PERIOD RANGE ' SEL-FROM-CCYYPP ' THRU '
                   SEL-TO-CCYYPP ' IS NOT VALID CCYYPP -- RUN '
                   'TERMINATED'
               STOP RUN.

           IF SEL-FROM-CCYYPP > SEL-TO-CCYYPP
               DISPLAY 'FROM PERIOD ' SEL-FROM-CCYYPP ' IS AFTER TO '
                   'PERIOD ' SEL-TO-CCYYPP ' -- RUN TERMINATED'
               STOP RUN.

           COMPUTE SEL-PERIOD-SPAN =
               ((SEL-TO-CCYY * 12) + SEL-TO-PP) -
               ((SEL-FROM-CCYY * 12) + SEL-FROM-PP) + 1.
           IF SEL-PERIOD-SPAN > 120
               DISPLAY 'PERIOD RANGE ' SEL-FROM-CCYYPP ' THRU '
                   SEL-TO-CCYYPP ' SPANS MORE THAN 120 PERIODS -- '
                   'RUN TERMINATED'
               STOP RUN.

           COMPUTE BASE-CCYY = SEL-FROM-CCYY - 1.
           COMPUTE SEL-FROM-SLOT = 12 + SEL-FROM-PP.
           COMPUTE SEL-TO-SLOT =
               ((SEL-TO-CCYY - BASE-CCYY) * 12) + SEL-TO-PP.
           COMPUTE SEL-TO-QUARTER = ((SEL-TO-PP - 1) / 3) + 1.

       1200-CLR-FURN-TOTALS.
           MOVE SPACES TO TREND-FURN-NAME(FURN-SUB).
           PERFORM 1210-CLR-FURN-PERIOD
               VARYING ACC-IDX FROM 1 BY 1
                   UNTIL ACC-IDX > 144.

       1210-CLR-FURN-PERIOD.
           MOVE 0 TO TREND-PERIOD-TOTAL(FURN-SUB, ACC-IDX).

       1300-CLR-PERSON-TOTALS.
           MOVE SPACES TO TREND-PERSON-NAME(PERSON-SUB).
           PERFORM 1310-CLR-PERSON-PERIOD
               VARYING ACC-IDX FROM 1 BY 1
                   UNTIL ACC-IDX > 144.

       1310-CLR-PERSON-PERIOD.
           MOVE 0 TO PERSON-PERIOD-TOTAL(PERSON-SUB, ACC-IDX).

      *    WALK THE RANGE ONE FISCAL PERIOD AT A TIME, LAYING DOWN A
      *    PERIOD COLUMN FOR EACH AND THE SUBTOTAL COLUMNS BEHIND THE
      *    PERIODS THAT CLOSE A QUARTER OR A FISCAL YEAR.
       1400-BUILD-COLUMN-LIST.
           MOVE 0 TO COL-COUNT.
           MOVE SEL-FROM-CCYY TO WORK-CCYY.
           MOVE SEL-FROM-PP TO WORK-PP.
           MOVE SEL-FROM-SLOT TO ACC-SUB.
           PERFORM 1410-ADD-PERIOD-COLUMNS
               UNTIL ACC-SUB > SEL-TO-SLOT.

       1410-ADD-PERIOD-COLUMNS.
           ADD 1 TO COL-COUNT.
           MOVE SPACES TO COL-HEADING(COL-COUNT).
           STRING 'FY'         DELIMITED BY SIZE
                  WORK-CCYY    DELIMITED BY SIZE
                  ' P'         DELIMITED BY SIZE
                  WORK-PP      DELIMITED BY SIZE
               INTO COL-HEADING(COL-COUNT).
           MOVE 'P' TO COL-TYPE(COL-COUNT).
           MOVE ACC-SUB TO COL-START-SLOT(COL-COUNT).
           MOVE ACC-SUB TO COL-END-SLOT(COL-COUNT).

           IF FUNCTION MOD(WORK-PP, 3) = 0 OR ACC-SUB = SEL-TO-SLOT
               COMPUTE WORK-QUARTER = ((WORK-PP - 1) / 3) + 1
               ADD 1 TO COL-COUNT
               MOVE SPACES TO COL-HEADING(COL-COUNT)
               STRING 'FY'         DELIMITED BY SIZE
                      WORK-CCYY    DELIMITED BY SIZE
                      ' Q'         DELIMITED BY SIZE
                      WORK-QUARTER DELIMITED BY SIZE
                      ' QTD'       DELIMITED BY SIZE
                   INTO COL-HEADING(COL-COUNT)
               MOVE 'Q' TO COL-TYPE(COL-COUNT)
               COMPUTE COL-START-SLOT(COL-COUNT) =
                   ACC-SUB - FUNCTION MOD(WORK-PP - 1, 3)
               MOVE ACC-SUB TO COL-END-SLOT(COL-COUNT)
           END-IF.

           IF WORK-PP = 12 OR ACC-SUB = SEL-TO-SLOT
               ADD 1 TO COL-COUNT
               MOVE SPACES TO COL-HEADING(COL-COUNT)
               STRING 'FY'         DELIMITED BY SIZE
                      WORK-CCYY    DELIMITED BY SIZE
                      ' YTD'       DELIMITED BY SIZE
                   INTO COL-HEADING(COL-COUNT)
               MOVE 'Y' TO COL-TYPE(COL-COUNT)
               COMPUTE COL-START-SLOT(COL-COUNT) =
                   ACC-SUB - WORK-PP + 1
               MOVE ACC-SUB TO COL-END-SLOT(COL-COUNT)
           END-IF.

           ADD 1 TO ACC-SUB.
           IF WORK-PP = 12
               ADD 1 TO WORK-CCYY
               MOVE 1 TO WORK-PP
           ELSE
               ADD 1 TO WORK-PP.

      *    THE SUMMARY'S THIS-YEAR COLUMNS END AT THE RANGE'S LAST
      *    PERIOD; EACH LAST-YEAR COLUMN IS THE SAME SPAN TWELVE
      *    PERIODS EARLIER.
       1500-BUILD-SUMMARY-COLUMNS.
           MOVE SEL-TO-SLOT TO SC-START-SLOT(1).
           COMPUTE SC-START-SLOT(3) =
               SEL-TO-SLOT - FUNCTION MOD(SEL-TO-PP - 1, 3).
           COMPUTE SC-START-SLOT(5) = SEL-TO-SLOT - SEL-TO-PP + 1.
           COMPUTE SC-START-SLOT(2) = SC-START-SLOT(1) - 12.
           COMPUTE SC-START-SLOT(4) = SC-START-SLOT(3) - 12.
           COMPUTE SC-START-SLOT(6) = SC-START-SLOT(5) - 12.
           MOVE SEL-TO-SLOT TO SC-END-SLOT(1).
           MOVE SEL-TO-SLOT TO SC-END-SLOT(3).
           MOVE SEL-TO-SLOT TO SC-END-SLOT(5).
           COMPUTE SC-END-SLOT(2) = SEL-TO-SLOT - 12.
           MOVE SC-END-SLOT(2) TO SC-END-SLOT(4).
           MOVE SC-END-SLOT(2) TO SC-END-SLOT(6).

      *    ONE PASS OVER THE LIVE FILE AND THE ARCHIVE ACCUMULATES
      *    HW-AMOUNT INTO THE SLOT OF THE FISCAL PERIOD EACH RECORD
      *    FALLS IN, FROM THE START OF THE YEAR BEFORE THE RANGE UP
      *    TO THE RANGE'S LAST PERIOD. THE ROW LABELS COME FROM THE
      *    RECORDS THEMSELVES, LATEST ONE READ WINS.
       2100-ACCUMULATE-TOTALS.
           MOVE 'N' TO SW-READING-ARCHIVE.
           OPEN INPUT HISTORY.
           CLOSE ARCHIVE.

       2110-ACCUM-ONE-RECORD.
           IF HW-IS-FURN OR HW-IS-PERSON OR
              HW-IS-FURN-ADJ OR HW-IS-PERSON-ADJ
               PERFORM 2005-PLACE-RECORD
               IF RECORD-IS-PLACED
                   PERFORM 2115-ACCUM-PLACED-RECORD
               ELSE
                   ADD 1 TO UNPLACED-COUNT
               END-IF
           END-IF.
           PERFORM 9100-READ.

      *    THE FISCAL PERIOD A HISTORY RECORD BELONGS TO. CBLLMB06
      *    STAMPS IT ON EVERY RECORD IT WRITES; A RECORD WRITTEN BEFORE
      *    THE FISCAL CALENDAR CAME IN (BLANK) OR FOR A WEEK THAT WAS
      *    NOT ON IT (ZERO) IS PLACED BY ITS RUN DATE INSTEAD -- THE
      *    LOOKUP FINDS THE WEEK THAT HAD JUST CLOSED ON THAT DATE. A
      *    RECORD STILL WITHOUT A PERIOD IS LEFT UNPLACED.
       2005-PLACE-RECORD.
           MOVE 'N' TO SW-RECORD-PLACED.
           IF HW-FISCAL-PERIOD IS NUMERIC AND
              HW-FISCAL-PERIOD NOT = ZERO
               MOVE HW-FISCAL-PERIOD TO WORK-CCYYPP
               MOVE 'Y' TO SW-RECORD-PLACED
           ELSE
               IF HW-RUN-DATE IS NUMERIC
                   MOVE 'C' TO FC-REQUEST
                   MOVE HW-RUN-DATE TO FC-DATE
                   CALL 'CBLLMB21' USING FISCAL-CAL-AREA
                   IF FC-WAS-FOUND
                       MOVE FC-FISCAL-PERIOD TO WORK-CCYYPP
                       MOVE 'Y' TO SW-RECORD-PLACED
                   END-IF
               END-IF
           END-IF.

       2115-ACCUM-PLACED-RECORD.
           COMPUTE WORK-CCYY = WORK-CCYYPP / 100.
           COMPUTE WORK-PP = FUNCTION MOD(WORK-CCYYPP, 100).
           IF WORK-CCYY >= BASE-CCYY AND
              WORK-CCYYPP <= SEL-TO-CCYYPP AND
              WORK-PP >= 1 AND WORK-PP <= 12
               COMPUTE ACC-SUB =
                   ((WORK-CCYY - BASE-CCYY) * 12) + WORK-PP
               IF ACC-SUB >= SEL-FROM-SLOT
                   ADD 1 TO FOUND-COUNT
               END-IF
               PERFORM 2120-ADD-TO-SLOT
           END-IF.

       2120-ADD-TO-SLOT.
           IF (HW-IS-FURN OR HW-IS-FURN-ADJ) AND
              HW-KEY-NUM >= 1 AND HW-KEY-NUM <= 30
               ADD HW-AMOUNT TO
                   TREND-PERIOD-TOTAL(HW-KEY-NUM, ACC-SUB)
               IF HW-DESCRIPTION NOT = SPACES
                   MOVE HW-DESCRIPTION TO
                       TREND-FURN-NAME(HW-KEY-NUM)
               END-IF
           END-IF.
           IF (HW-IS-PERSON OR HW-IS-PERSON-ADJ) AND
              HW-KEY-NUM >= 1 AND HW-KEY-NUM <= 50
               ADD HW-AMOUNT TO
                   PERSON-PERIOD-TOTAL(HW-KEY-NUM, ACC-SUB)
               IF HW-DESCRIPTION NOT = SPACES
                   MOVE HW-DESCRIPTION TO
                       TREND-PERSON-NAME(HW-KEY-NUM)
               END-IF
           END-IF.

      *    THE FULL FURNITURE SECTION PRINTS FIRST, THEN THE FULL
      *    SALESPERSON SECTION -- EACH IN SUCCESSIVE PANELS OF UP TO
      *    SIX COLUMNS, OLDEST PERIODS FIRST, EVERY PANEL IN THE
      *    TREND REPORT'S SHAPE, AND EACH FOLLOWED BY ITS FISCAL
      *    SUMMARY PAGE.
       3000-CLOSING.
           IF FOUND-COUNT = 0
               MOVE 1 TO COL-PANEL-FIRST
               MOVE 0 TO COL-PANEL-LAST
               PERFORM 3050-BUILD-PANEL-HEADING
               PERFORM 9200-FURN-HDG
               WRITE PRTLINE
                   FROM NO-PERIODS-LINE
                       AFTER ADVANCING 1 LINE
               PERFORM 3600-PRINT-UNPLACED-NOTE
           ELSE
               PERFORM 3100-FURN-PANEL
                   VARYING COL-PANEL-FIRST FROM 1 BY 6
                       UNTIL COL-PANEL-FIRST > COL-COUNT
               PERFORM 3400-FURN-SUMMARY
               MOVE 'N' TO SW-SUMMARY-PAGE
               PERFORM 3300-PERSON-PANEL
                   VARYING COL-PANEL-FIRST FROM 1 BY 6
                       UNTIL COL-PANEL-FIRST > COL-COUNT
               PERFORM 3500-PERSON-SUMMARY.

           CLOSE PRTOUT.

       3050-BUILD-PANEL-HEADING.
           MOVE SPACES TO TREND-HEADING-BUILD.
           MOVE SPACES TO PERSON-HEADING-BUILD.
           PERFORM 3051-BUILD-COLUMN-HDG
               VARYING MS-IDX FROM COL-PANEL-FIRST BY 1
                   UNTIL MS-IDX > COL-PANEL-LAST.

       3051-BUILD-COLUMN-HDG.
           COMPUTE PANEL-COL = MS-IDX - COL-PANEL-FIRST + 1.
           MOVE COL-HEADING(MS-IDX) TO THB-PERIOD-TEXT(PANEL-COL).
           MOVE COL-HEADING(MS-IDX) TO PHB-PERIOD-TEXT(PANEL-COL).

       3100-FURN-PANEL.
           COMPUTE COL-PANEL-LAST = COL-PANEL-FIRST + 5.
           IF COL-PANEL-LAST > COL-COUNT
               MOVE COL-COUNT TO COL-PANEL-LAST.
           PERFORM 3050-BUILD-PANEL-HEADING.
           PERFORM 9200-FURN-HDG.

               VARYING FURN-SUB FROM 1 BY 1
                   UNTIL FURN-SUB > 30.

      *    A ROW PRINTS WHEN ANY DOLLARS LANDED IN ANY PERIOD OF THE
      *    RANGE -- THE SAME ACTIVITY TEST THE TREND REPORT USES TO
      *    DECIDE ITS ROWS, SO A KEY WHOSE HISTORY RECORDS CARRY A
      *    BLANK NAME STILL PRINTS WITH ITS DOLLARS. A ROW ACTIVE IN
       3110-FURN-ROW.
           MOVE 'N' TO SW-ROW-ACTIVE.
           PERFORM 3120-CHECK-FURN-ACTIVE
               VARYING ACC-IDX FROM SEL-FROM-SLOT BY 1
                   UNTIL ACC-IDX > SEL-TO-SLOT.

           IF ROW-HAS-ACTIVITY
               MOVE SPACES TO TREND-DETAIL-BUILD
               MOVE TREND-FURN-NAME(FURN-SUB) TO TDB-LABEL
               PERFORM 3111-FURN-ROW-CELL
                   VARYING MS-IDX FROM COL-PANEL-FIRST BY 1
                       UNTIL MS-IDX > COL-PANEL-LAST
               WRITE PRTLINE
                   FROM TREND-DETAIL-BUILD
                       AFTER ADVANCING 1 LINE
           END-IF.

       3111-FURN-ROW-CELL.
           COMPUTE PANEL-COL = MS-IDX - COL-PANEL-FIRST + 1.
           MOVE 0 TO CELL-VALUE.
           PERFORM 3112-ADD-FURN-SLOT
               VARYING ACC-IDX FROM COL-START-SLOT(MS-IDX) BY 1
                   UNTIL ACC-IDX > COL-END-SLOT(MS-IDX).
           MOVE CELL-VALUE TO TDB-PERIOD-VALUE(PANEL-COL).

       3112-ADD-FURN-SLOT.
           ADD TREND-PERIOD-TOTAL(FURN-SUB, ACC-IDX) TO CELL-VALUE.

       3120-CHECK-FURN-ACTIVE.
           IF TREND-PERIOD-TOTAL(FURN-SUB, ACC-IDX) NOT = 0
               MOVE 'Y' TO SW-ROW-ACTIVE.

       3300-PERSON-PANEL.
           COMPUTE COL-PANEL-LAST = COL-PANEL-FIRST + 5.
           IF COL-PANEL-LAST > COL-COUNT
               MOVE COL-COUNT TO COL-PANEL-LAST.
           PERFORM 3050-BUILD-PANEL-HEADING.
           PERFORM 9300-PERSON-HDG.

       3310-PERSON-ROW.
           MOVE 'N' TO SW-ROW-ACTIVE.
           PERFORM 3320-CHECK-PERSON-ACTIVE
               VARYING ACC-IDX FROM SEL-FROM-SLOT BY 1
                   UNTIL ACC-IDX > SEL-TO-SLOT.

           IF ROW-HAS-ACTIVITY
               MOVE SPACES TO PERSON-DETAIL-BUILD
               MOVE TREND-PERSON-NAME(PERSON-SUB) TO PDB-LABEL
               PERFORM 3311-PERSON-ROW-CELL
                   VARYING MS-IDX FROM COL-PANEL-FIRST BY 1
                       UNTIL MS-IDX > COL-PANEL-LAST
               WRITE PRTLINE
                   FROM PERSON-DETAIL-BUILD
                       AFTER ADVANCING 1 LINE
           END-IF.

       3311-PERSON-ROW-CELL.
           COMPUTE PANEL-COL = MS-IDX - COL-PANEL-FIRST + 1.
           MOVE 0 TO CELL-VALUE.
           PERFORM 3312-ADD-PERSON-SLOT
               VARYING ACC-IDX FROM COL-START-SLOT(MS-IDX) BY 1
                   UNTIL ACC-IDX > COL-END-SLOT(MS-IDX).
           MOVE CELL-VALUE TO PDB-PERIOD-VALUE(PANEL-COL).

       3312-ADD-PERSON-SLOT.
           ADD PERSON-PERIOD-TOTAL(PERSON-SUB, ACC-IDX) TO CELL-VALUE.

       3320-CHECK-PERSON-ACTIVE.
           IF PERSON-PERIOD-TOTAL(PERSON-SUB, ACC-IDX) NOT = 0
               MOVE 'Y' TO SW-ROW-ACTIVE.

      *    THE FISCAL SUMMARY PAGE FOR THE FURNITURE TYPES -- THE
      *    RANGE'S LAST PERIOD, ITS QUARTER-TO-DATE, AND ITS
      *    YEAR-TO-DATE, EACH BESIDE THE SAME FIGURE A YEAR EARLIER.
      *    THE SAME ROWS PRINT AS IN THE PANELS.
       3400-FURN-SUMMARY.
           MOVE SPACES TO TREND-HEADING-BUILD.
           PERFORM 3410-SUMMARY-FURN-HDG
               VARYING PANEL-COL FROM 1 BY 1
                   UNTIL PANEL-COL > 6.
           PERFORM 9400-FURN-SUMMARY-HDG.
           PERFORM 3420-FURN-SUMMARY-ROW
               VARYING FURN-SUB FROM 1 BY 1
                   UNTIL FURN-SUB > 30.
           PERFORM 3700-PRINT-SUMMARY-NOTE.

       3410-SUMMARY-FURN-HDG.
           MOVE SUMMARY-HEADING(PANEL-COL) TO
               THB-PERIOD-TEXT(PANEL-COL).

       3420-FURN-SUMMARY-ROW.
           MOVE 'N' TO SW-ROW-ACTIVE.
           PERFORM 3120-CHECK-FURN-ACTIVE
               VARYING ACC-IDX FROM SEL-FROM-SLOT BY 1
                   UNTIL ACC-IDX > SEL-TO-SLOT.

           IF ROW-HAS-ACTIVITY
               MOVE SPACES TO TREND-DETAIL-BUILD
               MOVE TREND-FURN-NAME(FURN-SUB) TO TDB-LABEL
               PERFORM 3430-FURN-SUMMARY-CELL
                   VARYING PANEL-COL FROM 1 BY 1
                       UNTIL PANEL-COL > 6
               WRITE PRTLINE
                   FROM TREND-DETAIL-BUILD
                       AFTER ADVANCING 1 LINE
                           AT EOP
                               PERFORM 9400-FURN-SUMMARY-HDG
               END-WRITE
           END-IF.

       3430-FURN-SUMMARY-CELL.
           MOVE 0 TO CELL-VALUE.
           PERFORM 3112-ADD-FURN-SLOT
               VARYING ACC-IDX FROM SC-START-SLOT(PANEL-COL) BY 1
                   UNTIL ACC-IDX > SC-END-SLOT(PANEL-COL).
           MOVE CELL-VALUE TO TDB-PERIOD-VALUE(PANEL-COL).

       3500-PERSON-SUMMARY.
           MOVE SPACES TO PERSON-HEADING-BUILD.
           PERFORM 3510-SUMMARY-PERSON-HDG
               VARYING PANEL-COL FROM 1 BY 1
                   UNTIL PANEL-COL > 6.
           PERFORM 9500-PERSON-SUMMARY-HDG.
           PERFORM 3520-PERSON-SUMMARY-ROW
               VARYING PERSON-SUB FROM 1 BY 1
                   UNTIL PERSON-SUB > 50.
           PERFORM 3700-PRINT-SUMMARY-NOTE.

       3510-SUMMARY-PERSON-HDG.
           MOVE SUMMARY-HEADING(PANEL-COL) TO
               PHB-PERIOD-TEXT(PANEL-COL).

       3520-PERSON-SUMMARY-ROW.
           MOVE 'N' TO SW-ROW-ACTIVE.
           PERFORM 3320-CHECK-PERSON-ACTIVE
               VARYING ACC-IDX FROM SEL-FROM-SLOT BY 1
                   UNTIL ACC-IDX > SEL-TO-SLOT.

           IF ROW-HAS-ACTIVITY
               MOVE SPACES TO PERSON-DETAIL-BUILD
               MOVE TREND-PERSON-NAME(PERSON-SUB) TO PDB-LABEL
               PERFORM 3530-PERSON-SUMMARY-CELL
                   VARYING PANEL-COL FROM 1 BY 1
                       UNTIL PANEL-COL > 6
               WRITE PRTLINE
                   FROM PERSON-DETAIL-BUILD
                       AFTER ADVANCING 1 LINE
                           AT EOP
                               PERFORM 9500-PERSON-SUMMARY-HDG
               END-WRITE
           END-IF.

       3530-PERSON-SUMMARY-CELL.
           MOVE 0 TO CELL-VALUE.
           PERFORM 3312-ADD-PERSON-SLOT
               VARYING ACC-IDX FROM SC-START-SLOT(PANEL-COL) BY 1
                   UNTIL ACC-IDX > SC-END-SLOT(PANEL-COL).
           MOVE CELL-VALUE TO PDB-PERIOD-VALUE(PANEL-COL).

       3600-PRINT-UNPLACED-NOTE.
           IF UNPLACED-COUNT > 0
               MOVE UNPLACED-COUNT TO UNL-COUNT
               WRITE PRTLINE
                   FROM UNPLACED-NOTE-LINE
                       AFTER ADVANCING 1 LINE.

       3700-PRINT-SUMMARY-NOTE.
           WRITE PRTLINE
               FROM DASH-LINE
                   AFTER ADVANCING 1 LINES.
           WRITE PRTLINE
               FROM SUMMARY-NOTE-LINE
                   AFTER ADVANCING 1 LINE.
           PERFORM 3600-PRINT-UNPLACED-NOTE.

      *    ONE READ PARAGRAPH SERVES BOTH FILES -- THE SWITCH SAYS
      *    WHICH FILE THE CURRENT PASS IS ON, AND EITHER WAY THE
      *    RECORD LANDS IN THE SHARED WORK RECORD.
           WRITE PRTLINE
               FROM  INQUIRY-FURN-TITLE
                   AFTER ADVANCING 2 LINES.
           MOVE SEL-FROM-CCYYPP TO O-SEL-FROM.
           MOVE SEL-TO-CCYYPP TO O-SEL-TO.
           WRITE PRTLINE
               FROM  INQUIRY-RANGE-LINE
                   AFTER ADVANCING 1 LINE.
           IF PRINTING-SUMMARY
               WRITE PRTLINE
                   FROM  SUMMARY-TITLE-LINE
                       AFTER ADVANCING 1 LINE.
           WRITE PRTLINE
               FROM  TREND-HEADING-BUILD
                   AFTER ADVANCING 2 LINES.
           WRITE PRTLINE
               FROM  INQUIRY-PERSON-TITLE
                   AFTER ADVANCING 2 LINES.
           MOVE SEL-FROM-CCYYPP TO O-SEL-FROM.
           MOVE SEL-TO-CCYYPP TO O-SEL-TO.
           WRITE PRTLINE
               FROM  INQUIRY-RANGE-LINE
                   AFTER ADVANCING 1 LINE.
           IF PRINTING-SUMMARY
               WRITE PRTLINE
                   FROM  SUMMARY-TITLE-LINE
                       AFTER ADVANCING 1 LINE.
           WRITE PRTLINE
               FROM  PERSON-HEADING-BUILD
                   AFTER ADVANCING 2 LINES.
           WRITE PRTLINE
               FROM  DASH-LINE
                   AFTER ADVANCING 1 LINES.

      *    THE SUMMARY PAGES CARRY THE SECTION HEADING PLUS A TITLE
      *    NAMING THE PERIOD THEY SUMMARIZE THROUGH.
       9400-FURN-SUMMARY-HDG.
           MOVE 'Y' TO SW-SUMMARY-PAGE.
           MOVE SEL-TO-CCYY TO STL-CCYY.
           MOVE SEL-TO-PP TO STL-PP.
           MOVE SEL-TO-QUARTER TO STL-QUARTER.
           PERFORM 9200-FURN-HDG.

       9500-PERSON-SUMMARY-HDG.
           MOVE 'Y' TO SW-SUMMARY-PAGE.
           MOVE SEL-TO-CCYY TO STL-CCYY.
           MOVE SEL-TO-PP TO STL-PP.
           MOVE SEL-TO-QUARTER TO STL-QUARTER.
           PERFORM 9300-PERSON-HDG.

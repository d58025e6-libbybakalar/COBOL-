       IDENTIFICATION DIVISION.
       PROGRAM-ID.          CBLLMB15.
       AUTHOR.              LIBBY BAKALAR.
       DATE-WRITTEN.        10/15/2026.
       DATE-COMPILED.       10/15/2026.

      ******************************************************************
      *   THIS PROGRAM IS THE SALES QUOTA ATTAINMENT REPORT. FOR ONE   *
      *   MONTH IT SETS EACH SALESPERSON'S AND EACH STORE'S MONTH-TO-  *
      *   DATE NET SALES AGAINST THE QUOTA ON THE QUOTA MASTER         *
      *   (CBLQUOTA.DAT, MAINTAINED BY CBLLMB14) AND PRINTS THE        *
      *   PERCENT ATTAINED, THE DOLLARS STILL NEEDED, AND THE PACE     *
      *   NEEDED PER DAY OVER THE REST OF THE MONTH. SALESPEOPLE ARE   *
      *   GROUPED UNDER THE REGION ON THEIR MASTER RECORD WITH REGION  *
      *   SUBTOTALS, AND A SALESPERSON UNDER THE THRESHOLD PERCENTAGE  *
      *   ONCE THE MONTH IS PAST THE FLAG DAY IS FLAGGED, SO A         *
      *   DISTRICT MANAGER CAN ACT BEFORE THE MONTH CLOSES.            *
      *                                                                *
      *   A SALESPERSON'S MONTH-TO-DATE ACTUAL IS THE CLOSED WEEKS'    *
      *   P AND Q HISTORY RECORDS FOR THE MONTH (LIVE FILE AND         *
      *   ARCHIVE) PLUS THE LEDGER POSTINGS OF ANY WEEK NOT YET        *
      *   CLOSED. THERE IS NO STORE HISTORY, SO A STORE'S ACTUAL IS    *
      *   ITS LEDGER POSTINGS. EITHER WAY A CLOSED WEEK COUNTS IN THE  *
      *   MONTH OF ITS CLOSE RUN DATE -- THE SAME DATE ITS HISTORY     *
      *   RECORDS CARRY -- AND AN OPEN WEEK'S POSTINGS IN THE MONTH    *
      *   OF THEIR OWN RUN DATE, SO THE TWO SOURCES NEVER OVERLAP AND  *
      *   THE MONTHS AGREE WITH THE TREND REPORT (CBLLMB07).           *
      *                                                                *
      *   RUN PARAMETERS --  CCYYMM [PCT [DD]]                         *
      *       CCYYMM   REPORT MONTH (SPACES = THE CURRENT MONTH)       *
      *       PCT      FLAG THRESHOLD PERCENT, 3 DIGITS (DEFAULT 050)  *
      *       DD       FIRST DAY OF THE MONTH THE FLAG APPLIES FROM,   *
      *                2 DIGITS (DEFAULT 15)                           *
      *-----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  ------------------------------------------------------------
      *  10/15/2026  LB    ORIGINAL PROGRAM.
      *  10/15/2026  LB    THE LEDGER IS NOW INDEXED (92 BYTES); IT IS
      *                    READ IN KEY ORDER, POSTING WEEK BY WEEK.
      *  10/15/2026  LB    THE RUN NOW CLEARS THE JOB-STEP SEQUENCE
      *                    CHECK (CBLLMB19) BEFORE IT DOES ANY WORK.
      *                    THE RUN LOG RECORD CARRIES A NOTE (NOW 149
      *                    BYTES).
      *  10/15/2026  LB    THE HISTORY RECORD IS NOW 63 BYTES -- IT
      *                    CARRIES THE WEEK IT COVERS AND THAT WEEK'S
      *                    FISCAL PERIOD. QUOTAS ARE SET BY CALENDAR
      *                    MONTH, SO THIS REPORT STILL PLACES A CLOSED
      *                    WEEK BY ITS CLOSE RUN DATE.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL QUOTAMAST
           ASSIGN TO 'C:\COBOL\CBLQUOTA.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS QT-KEY
           FILE STATUS IS QUOTAMAST-STATUS.

           SELECT SLMMAST
           ASSIGN TO 'C:\COBOL\SLMMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SLM-NUM
           FILE STATUS IS SLMMAST-STATUS.

           SELECT STOMAST
           ASSIGN TO 'C:\COBOL\STOMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS STO-NUM
           FILE STATUS IS STOMAST-STATUS.

           SELECT HISTORY
           ASSIGN TO 'C:\COBOL\CBLHIST.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVE
           ASSIGN TO 'C:\COBOL\CBLHIARC.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL LEDGER
           ASSIGN TO 'C:\COBOL\CBLLEDG.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS LGR-LEDGER-KEY
           ALTERNATE RECORD KEY IS LGR-SLM-NUM WITH DUPLICATES
           ALTERNATE RECORD KEY IS LGR-SALES-CCYYMMDD
               WITH DUPLICATES
           FILE STATUS IS LEDGER-STATUS.

           SELECT OPTIONAL RUNLOG
           ASSIGN TO 'C:\COBOL\CBLRLOG.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
           ASSIGN TO 'C:\COBOL\CBLQATT.PRT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    THE QUOTA MASTER EXACTLY AS CBLLMB14 MAINTAINS IT.
       FD  QUOTAMAST
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 19 CHARACTERS
           DATA RECORD IS QUOTA-MASTER-REC.

       01  QUOTA-MASTER-REC.
           05 QT-KEY.
               10 QT-TYPE         PIC X.
               10 QT-KEY-NUM      PIC 99.
               10 QT-MONTH        PIC 9(6).
           05 QT-AMOUNT           PIC 9(8)V99.

       FD  SLMMAST
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 51 CHARACTERS
           DATA RECORD IS SLM-MASTER-REC.

       01  SLM-MASTER-REC.
           05 SLM-NUM             PIC 99.
           05 SLM-NAME            PIC X(25).
           05 SLM-HIRE-DATE       PIC 9(6).
           05 SLM-REGION          PIC X(12).
           05 SLM-TERM-DATE       PIC 9(6).

       FD  STOMAST
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 23 CHARACTERS
           DATA RECORD IS STORE-MASTER-REC.

       01  STORE-MASTER-REC.
           05 STO-NUM             PIC 99.
           05 STO-NAME            PIC X(20).
           05 STO-ACTIVE-FLAG     PIC X.
               88  STO-IS-ACTIVE             VALUE 'A'.
               88  STO-IS-INACTIVE           VALUE 'I'.

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

      *    THE LEDGER RECORD AS CBLLMB06 WRITES IT. A SHARE OF A
      *    SPLIT SALE CARRIES JUST THAT REP'S SHARE IN LGR-AMOUNT, SO
      *    THE SHARES ADD TO THE WHOLE SALE UNDER THE STORE. THE
      *    FILE IS KEYED ON POSTING WEEK, SALE SEQUENCE, AND ROLE, SO
      *    A SEQUENTIAL READ DELIVERS IT A WEEK AT A TIME.
       FD  LEDGER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 92 CHARACTERS
           DATA RECORD IS LGR-REC.

       01  LGR-REC.
           05 LGR-SLM-NUM         PIC 99.
           05 LGR-DAY             PIC 9.
           05 LGR-AMOUNT          PIC S9(5)V99.
           05 LGR-FUR-CODE        PIC 99.
           05 LGR-SALES-DATE      PIC 9(6).
           05 LGR-STORE-NUM       PIC 99.
           05 LGR-SLM-NAME        PIC X(25).
           05 LGR-RUN-DATE        PIC 9(8).
           05 LGR-RUN-MODE        PIC X.
           05 LGR-LEDGER-KEY.
               10 LGR-WEEK-ENDING PIC 9(8).
               10 LGR-SALE-SEQ    PIC 9(7).
               10 LGR-SPLIT-ROLE  PIC X.
           05 LGR-SPLIT-PARTNER   PIC 99.
           05 LGR-SPLIT-PCT       PIC 999V99.
           05 LGR-SALE-AMOUNT     PIC S9(5)V99.
           05 LGR-SALES-CCYYMMDD  PIC 9(8).

      *    THE SHARED RUN LOG -- READ FIRST TO LEARN WHICH WEEKS HAVE
      *    CLOSED AND ON WHAT DATE, THEN APPENDED TO WITH THIS RUN'S
      *    OWN COMPLETION RECORD.
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

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 55
           DATA RECORD IS PRTLINE.

       01  PRTLINE                PIC X(132).

       WORKING-STORAGE SECTION.

      *    BOTH HISTORY FILES CARRY THE SAME 63-BYTE RECORD, SO EACH
      *    READ LANDS HERE AND ONE SET OF FIELD NAMES SERVES BOTH. THE
      *    WEEK AND FISCAL FIELDS CBLLMB06 DOCUMENTS ARE NOT USED HERE.
       01  HW-REC.
           05 HW-RUN-DATE         PIC 9(8).
           05 HW-REC-TYPE         PIC X.
               88  HW-IS-PERSON              VALUE 'P'.
               88  HW-IS-PERSON-ADJ          VALUE 'Q'.
           05 HW-KEY-NUM          PIC 99.
           05 HW-DESCRIPTION      PIC X(25).
           05 HW-AMOUNT           PIC S9(10)V99.
           05 FILLER              PIC X(15).

       01  WORK-AREA.
           05  C-PCTR             PIC 99            VALUE ZERO.
           05  MORE-RECS          PIC XXX           VALUE 'YES'.
           05  QUOTAMAST-STATUS   PIC XX            VALUE ZERO.
           05  SLMMAST-STATUS     PIC XX            VALUE ZERO.
           05  STOMAST-STATUS     PIC XX            VALUE ZERO.
           05  LEDGER-STATUS      PIC XX            VALUE ZERO.
           05  PERSON-SUB         PIC 99            VALUE ZERO.
           05  STORE-SUB          PIC 99            VALUE ZERO.
           05  WORK-CCYYMM        PIC 9(6)          VALUE ZERO.
           05  SW-READING-ARCHIVE PIC X             VALUE 'N'.
               88  READING-ARCHIVE                   VALUE 'Y'.
           05  SW-FLAG-ACTIVE     PIC X             VALUE 'N'.
               88  FLAG-IS-ACTIVE                    VALUE 'Y'.
           05  CT-REPS-REPORTED   PIC 9(5)          VALUE ZERO.
           05  CT-REPS-FLAGGED    PIC 9(5)          VALUE ZERO.
           05  STAMP-DATE         PIC 9(8)          VALUE ZERO.

      *    THE RUN PARAMETERS AND WHAT THEY SETTLE -- THE REPORT
      *    MONTH, HOW FAR INTO IT THE RUN STANDS, AND THE FLAG RULE.
       01  SELECTION-AREA.
           05  PARM-LINE           PIC X(20)     VALUE SPACES.
           05  SEL-CCYYMM          PIC 9(6)      VALUE ZERO.
           05  SEL-CCYY            PIC 9(4)      VALUE ZERO.
           05  SEL-MM              PIC 99        VALUE ZERO.
           05  SEL-THRESHOLD-PCT   PIC 999       VALUE 50.
           05  SEL-FLAG-DAY        PIC 99        VALUE 15.
           05  TODAY-CCYYMM        PIC 9(6)      VALUE ZERO.
           05  MONTH-LAST-DAY      PIC 99        VALUE ZERO.
           05  ASOF-DAY            PIC 99        VALUE ZERO.
           05  DAYS-REMAINING      PIC 99        VALUE ZERO.

      *    EVERY WEEK THE RUN LOG SHOWS CLOSED NORMALLY, WITH THE RUN
      *    DATE OF THE CLOSE. 2000 WEEKS IS NEARLY FORTY YEARS; A
      *    CLOSE BEYOND THAT IS COUNTED AND REPORTED, NOT STORED.
      *    THE LAST WEEK LOOKED UP IS REMEMBERED, SINCE THE LEDGER
      *    COMES IN POSTING ORDER AND A WEEK'S RECORDS SIT TOGETHER.
       01  CLOSED-WEEK-AREA.
           05  CW-COUNT            PIC 9(4)      VALUE ZERO.
           05  CW-SUB              PIC 9(4)      VALUE ZERO.
           05  CW-FOUND-SUB        PIC 9(4)      VALUE ZERO.
           05  CW-OVERFLOW         PIC 9(5)      VALUE ZERO.
           05  CW-LAST-WEEK        PIC 9(8)      VALUE ZERO.
           05  CW-LAST-CLOSE-DATE  PIC 9(8)      VALUE ZERO.
           05  LEDGER-REPORT-DATE  PIC 9(8)      VALUE ZERO.

       01  CLOSED-WEEK-TABLE.
           05  CLOSED-WEEK-ENTRY OCCURS 2000.
               10  CW-WEEK-ENDING  PIC 9(8).
               10  CW-CLOSE-DATE   PIC 9(8).

      *    ONE ROW PER SALESPERSON -- MONTH-TO-DATE ACTUAL, QUOTA,
      *    AND THE NAME AND REGION TO PRINT UNDER. THE NAME FALLS
      *    BACK TO THE HISTORY RECORD'S DESCRIPTION WHEN THE MASTER
      *    RECORD IS GONE.
       01  PERSON-QUOTA-TABLE.
           05  PERSON-QUOTA-ENTRY OCCURS 50.
               10  PQ-ACTUAL       PIC S9(10)V99.
               10  PQ-QUOTA        PIC 9(8)V99.
               10  PQ-NAME         PIC X(25).
               10  PQ-REGION       PIC X(12).

       01  STORE-QUOTA-TABLE.
           05  STORE-QUOTA-ENTRY OCCURS 99.
               10  SQ-ACTUAL       PIC S9(10)V99.
               10  SQ-QUOTA        PIC 9(8)V99.
               10  SQ-NAME         PIC X(20).

      *    THE REGION LIST IS BUILT AT REPORT TIME FROM THE REGIONS
      *    ON THE SALESPEOPLE BEING REPORTED, THE SAME WAY THE REGION
      *    SUMMARY IN CBLLMB06 BUILDS ITS LIST; A BLANK REGION
      *    GROUPS UNDER '(NO REGION)'.
       01  REGION-WORK-AREA.
           05  RGN-COUNT           PIC 99         VALUE ZERO.
           05  RGN-SUB             PIC 99         VALUE ZERO.
           05  RGN-FOUND-SUB       PIC 99         VALUE ZERO.
           05  RGN-WORK-REGION     PIC X(12)      VALUE SPACES.

       01  REGION-QUOTA-TABLE.
           05  REGION-ENTRY OCCURS 50.
               10  RGN-NAME        PIC X(12).
               10  RGN-ACTUAL      PIC S9(10)V99.
               10  RGN-QUOTA       PIC 9(10)V99.

      *    ONE LINE'S FIGURES, WORKED OUT BY 3500-COMPUTE-ATTAINMENT
      *    FOR A SALESPERSON, A REGION, A STORE, OR A GRAND TOTAL
      *    ALIKE.
       01  ATTAINMENT-WORK.
           05  ATT-ACTUAL          PIC S9(10)V99  VALUE ZERO.
           05  ATT-QUOTA           PIC 9(10)V99   VALUE ZERO.
           05  ATT-PCT             PIC S9(5)V9    VALUE ZERO.
           05  ATT-NEEDED          PIC 9(10)V99   VALUE ZERO.
           05  ATT-PER-DAY         PIC 9(10)V99   VALUE ZERO.
           05  GRAND-ACTUAL        PIC S9(10)V99  VALUE ZERO.
           05  GRAND-QUOTA         PIC 9(10)V99   VALUE ZERO.

      *    NUMBER OF DAYS IN EACH MONTH OF A NON-LEAP YEAR, THE SAME
      *    TABLE THE MAINTENANCE PROGRAMS EDIT DATES WITH. FEBRUARY
      *    IS ADJUSTED FOR LEAP YEARS WHEN THE MONTH IS SETTLED.
       01  MONTH-DAYS-TABLE.
           05  FILLER              PIC 99        VALUE 31.
           05  FILLER              PIC 99        VALUE 28.
           05  FILLER              PIC 99        VALUE 31.
           05  FILLER              PIC 99        VALUE 30.
           05  FILLER              PIC 99        VALUE 31.
           05  FILLER              PIC 99        VALUE 30.
           05  FILLER              PIC 99        VALUE 31.
           05  FILLER              PIC 99        VALUE 31.
           05  FILLER              PIC 99        VALUE 30.
           05  FILLER              PIC 99        VALUE 31.
           05  FILLER              PIC 99        VALUE 30.
           05  FILLER              PIC 99        VALUE 31.

       01  TABLE-MONTH-DAYS REDEFINES MONTH-DAYS-TABLE.
           05  MONTH-DAYS          PIC 99        OCCURS 12.

       01  I-DATE.
           05  I-YEAR             PIC 9(4).
           05  I-MONTH            PIC 99.
           05  I-DAY              PIC 99.
           05  I-TIME             PIC X(11).

       01  COMPANY-TITLE.
           05  FILLER              PIC X(6)    VALUE "DATE: ".
           05  O-MONTH             PIC 99.
           05  FILLER              PIC X       VALUE '/'.
           05  O-DAY               PIC 99.
           05  FILLER              PIC X       VALUE '/'.
           05  O-YEAR              PIC 9999.
           05  FILLER              PIC X(36)   VALUE SPACES.
           05  FILLER              PIC X(28)   VALUE 'JUST FITS FURNITUR
      -                                            'E EMPORIUM'.
           05  FILLER              PIC X(44)   VALUE SPACES.
           05  FILLER              PIC X(6)    VALUE "PAGE: ".
           05  O-PCTR              PIC Z9.

       01  QUOTA-PERSON-TITLE.
           05  FILLER              PIC X(43)   VALUE SPACES.
           05  FILLER              PIC X(46)   VALUE
            'SALES QUOTA ATTAINMENT REPORT - SALESPERSON'.

       01  QUOTA-STORE-TITLE.
           05  FILLER              PIC X(46)   VALUE SPACES.
           05  FILLER              PIC X(40)   VALUE
            'SALES QUOTA ATTAINMENT REPORT - STORE'.

       01  QUOTA-MONTH-LINE.
           05  FILLER              PIC X(7)    VALUE 'MONTH: '.
           05  O-SEL-MONTH         PIC 9(6).
           05  FILLER              PIC X(13)   VALUE '   AS OF DAY '.
           05  O-ASOF-DAY          PIC Z9.
           05  FILLER              PIC X(4)    VALUE ' OF '.
           05  O-LAST-DAY          PIC Z9.
           05  FILLER              PIC X(19)   VALUE
            '   DAYS REMAINING: '.
           05  O-DAYS-REMAINING    PIC Z9.
           05  FILLER              PIC X(20)   VALUE
            '   FLAG UNDER PCT:  '.
           05  O-THRESHOLD-PCT     PIC ZZ9.
           05  FILLER              PIC X(14)   VALUE
            '  FROM DAY:   '.
           05  O-FLAG-DAY          PIC Z9.

       01  DASH-LINE.
           05  FILLER              PIC X(132)  VALUE ALL '-'.

       01  REGION-HEADING-LINE.
           05 FILLER               PIC X(8)    VALUE 'REGION: '.
           05 O-RGN-HEADING-NAME   PIC X(12).

       01  QUOTA-COLUMN-HEADING.
           05 FILLER               PIC X(4)    VALUE 'NO.'.
           05 FILLER               PIC X(27)   VALUE 'NAME'.
           05 FILLER               PIC X(16)   VALUE
            '    MTD ACTUAL'.
           05 FILLER               PIC X(15)   VALUE
            '        QUOTA'.
           05 FILLER               PIC X(10)   VALUE
            ' PCT ATT'.
           05 FILLER               PIC X(15)   VALUE
            ' STILL NEEDED'.
           05 FILLER               PIC X(15)   VALUE
            '   NEEDED/DAY'.

       01  QUOTA-DETAIL-LINE.
           05 O-QD-NUM             PIC Z9.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 O-QD-NAME            PIC X(25).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 O-QD-ACTUAL          PIC -ZZ,ZZZ,ZZZ.99.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 O-QD-QUOTA           PIC ZZ,ZZZ,ZZZ.99.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 O-QD-PCT             PIC -ZZZZ9.9.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 O-QD-NEEDED          PIC ZZ,ZZZ,ZZZ.99.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 O-QD-PER-DAY         PIC ZZ,ZZZ,ZZZ.99.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 O-QD-FLAG            PIC X(20).

       01  QUOTA-TOTAL-LINE.
           05 O-QT-LABEL           PIC X(29).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 O-QT-ACTUAL          PIC -ZZ,ZZZ,ZZZ.99.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 O-QT-QUOTA           PIC ZZ,ZZZ,ZZZ.99.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 O-QT-PCT             PIC -ZZZZ9.9.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 O-QT-NEEDED          PIC ZZ,ZZZ,ZZZ.99.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 O-QT-PER-DAY         PIC ZZ,ZZZ,ZZZ.99.

       01  QUOTA-FLAG-COUNT-LINE.
           05 FILLER               PIC X(35)   VALUE
            'SALESPEOPLE FLAGGED UNDER PCT:     '.
           05 O-CT-REPS-FLAGGED    PIC ZZ,ZZ9.

       01  CLOSED-WEEK-OVERFLOW-LINE.
           05 FILLER               PIC X(35)   VALUE
            'WEEKLY CLOSES BEYOND TABLE LIMIT:  '.
           05 O-CW-OVERFLOW        PIC ZZ,ZZ9.
           05 FILLER               PIC X(40)   VALUE
            '  ** THEIR POSTINGS COUNT AS OPEN WEEKS'.

       01  QUOTA-NONE-LINE.
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 FILLER               PIC X(44)   VALUE
            'NO QUOTA OR SALES ON FILE FOR THIS MONTH'.

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

       0000-CBLLMB15.
           PERFORM 1000-INIT.
           PERFORM 2000-LOAD-CLOSED-WEEKS.
           PERFORM 2100-ACCUM-HISTORY.
           PERFORM 2200-ACCUM-LEDGER.
           PERFORM 2300-LOAD-MASTERS.
           PERFORM 3000-PERSON-REPORT.
           PERFORM 3300-STORE-REPORT.
           PERFORM 3800-CLOSING.
           STOP RUN.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE TO I-DATE.
           MOVE I-DAY TO O-DAY.
           MOVE I-YEAR TO O-YEAR.
           MOVE I-MONTH TO O-MONTH.
           COMPUTE STAMP-DATE =
               (I-YEAR * 10000) + (I-MONTH * 100) + I-DAY.
           COMPUTE TODAY-CCYYMM = (I-YEAR * 100) + I-MONTH.

           PERFORM 1100-GET-PARMS.
           PERFORM 1050-CHECK-STEP-SEQUENCE.
           PERFORM 1150-SET-MONTH-POSITION.

           PERFORM 1200-CLR-PERSON
               VARYING PERSON-SUB FROM 1 BY 1
                   UNTIL PERSON-SUB > 50.
           PERFORM 1210-CLR-STORE
               VARYING STORE-SUB FROM 1 BY 1
                   UNTIL STORE-SUB > 99.

           OPEN OUTPUT PRTOUT.

      *    THE JOB-STEP SEQUENCE CHECK (CBLLMB19). A STEP WHOSE
      *    PREREQUISITES ARE NOT ON THE RUN LOG, AND NOT WAIVED BY A
      *    SUPERVISOR OVERRIDE, STOPS HERE BEFORE ANY FILE IS OPENED.
       1050-CHECK-STEP-SEQUENCE.
           MOVE 'CBLLMB15' TO SG-PROGRAM.
           MOVE 'QUOTA' TO SG-RUN-MODE.
           MOVE 0 TO SG-WEEK-ENDING.
           MOVE 0 TO SG-CUTOFF-DATE.
           CALL 'CBLLMB19' USING STEP-GATE-AREA.
           IF SG-STEP-BLOCKED
               DISPLAY 'CBLLMB15 PREREQUISITE NOT MET -- RUN TERMINATED'
               STOP RUN.

      *    THE MONTH, THRESHOLD, AND FLAG DAY ARE EACH OPTIONAL -- A
      *    BARE RUN REPORTS THE CURRENT MONTH WITH THE DEFAULT FLAG
      *    RULE (UNDER 50 PERCENT FROM THE 15TH ON).
       1100-GET-PARMS.
           ACCEPT PARM-LINE FROM COMMAND-LINE.

           IF PARM-LINE(1:6) = SPACES
               MOVE TODAY-CCYYMM TO SEL-CCYYMM
           ELSE
               IF PARM-LINE(1:6) NOT NUMERIC
                   DISPLAY 'REPORT MONTH ' PARM-LINE(1:6) ' IS NOT '
                       'NUMERIC -- GIVE CCYYMM [PCT [DD]] AS THE RUN '
                       'PARAMETERS'
                   STOP RUN
               END-IF
               MOVE PARM-LINE(1:6) TO SEL-CCYYMM
           END-IF.

           COMPUTE SEL-CCYY = SEL-CCYYMM / 100.
           COMPUTE SEL-MM = FUNCTION MOD(SEL-CCYYMM, 100).
           IF SEL-MM < 1 OR SEL-MM > 12
               DISPLAY 'REPORT MONTH ' SEL-CCYYMM ' IS NOT VALID '
                   'CCYYMM -- RUN TERMINATED'
               STOP RUN.

           IF PARM-LINE(8:3) NOT = SPACES
               IF PARM-LINE(8:3) NOT NUMERIC
                   DISPLAY 'FLAG THRESHOLD ' PARM-LINE(8:3) ' IS NOT '
                       'A 3-DIGIT PERCENT -- RUN TERMINATED'
                   STOP RUN
               END-IF
               MOVE PARM-LINE(8:3) TO SEL-THRESHOLD-PCT
           END-IF.

           IF PARM-LINE(12:2) NOT = SPACES
               IF PARM-LINE(12:2) NOT NUMERIC
                   DISPLAY 'FLAG DAY ' PARM-LINE(12:2) ' IS NOT A '
                       '2-DIGIT DAY -- RUN TERMINATED'
                   STOP RUN
               END-IF
               MOVE PARM-LINE(12:2) TO SEL-FLAG-DAY
           END-IF.

           IF SEL-FLAG-DAY < 1 OR SEL-FLAG-DAY > 31
               DISPLAY 'FLAG DAY ' SEL-FLAG-DAY ' IS NOT A DAY OF '
                   'THE MONTH -- RUN TERMINATED'
               STOP RUN.

      *    HOW FAR INTO THE REPORT MONTH THE RUN STANDS. A PAST MONTH
      *    IS COMPLETE (NO DAYS LEFT), A FUTURE MONTH NOT YET BEGUN.
      *    IN THE CURRENT MONTH TODAY STILL COUNTS AS A SELLING DAY,
      *    SINCE TODAY'S SALES POST WITH TONIGHT'S DAILY RUN. THE
      *    FLAG APPLIES ONCE THE MONTH IS PAST THE FLAG DAY.
       1150-SET-MONTH-POSITION.
           MOVE MONTH-DAYS(SEL-MM) TO MONTH-LAST-DAY.
           IF SEL-MM = 2
               IF FUNCTION MOD(SEL-CCYY, 400) = 0 OR
                  (FUNCTION MOD(SEL-CCYY, 4) = 0 AND
                   FUNCTION MOD(SEL-CCYY, 100) NOT = 0)
                       MOVE 29 TO MONTH-LAST-DAY
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN SEL-CCYYMM < TODAY-CCYYMM
                   MOVE MONTH-LAST-DAY TO ASOF-DAY
                   MOVE 0 TO DAYS-REMAINING
               WHEN SEL-CCYYMM > TODAY-CCYYMM
                   MOVE 0 TO ASOF-DAY
                   MOVE MONTH-LAST-DAY TO DAYS-REMAINING
               WHEN OTHER
                   MOVE I-DAY TO ASOF-DAY
                   COMPUTE DAYS-REMAINING =
                       MONTH-LAST-DAY - I-DAY + 1
           END-EVALUATE.

           IF ASOF-DAY >= SEL-FLAG-DAY
               MOVE 'Y' TO SW-FLAG-ACTIVE.

       1200-CLR-PERSON.
           MOVE 0 TO PQ-ACTUAL(PERSON-SUB).
           MOVE 0 TO PQ-QUOTA(PERSON-SUB).
           MOVE SPACES TO PQ-NAME(PERSON-SUB).
           MOVE SPACES TO PQ-REGION(PERSON-SUB).

       1210-CLR-STORE.
           MOVE 0 TO SQ-ACTUAL(STORE-SUB).
           MOVE 0 TO SQ-QUOTA(STORE-SUB).
           MOVE SPACES TO SQ-NAME(STORE-SUB).

      *    EVERY NORMAL WEEKLY CLOSE OF CBLLMB06 ON THE RUN LOG. A
      *    WEEK CLOSED MORE THAN ONCE KEEPS ITS LATEST CLOSE DATE,
      *    THE SAME RULE THE ADJUSTMENT RUN USES TO DATE ITS HISTORY.
       2000-LOAD-CLOSED-WEEKS.
           OPEN INPUT RUNLOG.
           MOVE 'YES' TO MORE-RECS.
           PERFORM 2010-NOTE-ONE-RLOG
               UNTIL MORE-RECS = 'NO'.
           CLOSE RUNLOG.

       2010-NOTE-ONE-RLOG.
           READ RUNLOG
               AT END
                   MOVE 'NO' TO MORE-RECS
               NOT AT END
                   IF RL-PROGRAM = 'CBLLMB06' AND
                      RL-RUN-MODE = 'WEEKLY' AND
                      RL-STATUS = 'NORMAL'
                       PERFORM 2020-STORE-CLOSED-WEEK
                   END-IF
           END-READ.

       2020-STORE-CLOSED-WEEK.
           MOVE RL-WEEK-ENDING TO CW-LAST-WEEK.
           PERFORM 2030-FIND-CLOSED-WEEK.
           IF CW-FOUND-SUB > 0
               MOVE RL-RUN-DATE TO CW-CLOSE-DATE(CW-FOUND-SUB)
           ELSE
               IF CW-COUNT < 2000
                   ADD 1 TO CW-COUNT
                   MOVE RL-WEEK-ENDING TO CW-WEEK-ENDING(CW-COUNT)
                   MOVE RL-RUN-DATE TO CW-CLOSE-DATE(CW-COUNT)
               ELSE
                   ADD 1 TO CW-OVERFLOW
               END-IF
           END-IF.

       2030-FIND-CLOSED-WEEK.
           MOVE 0 TO CW-FOUND-SUB.
           PERFORM 2031-TEST-CLOSED-WEEK
               VARYING CW-SUB FROM 1 BY 1
                   UNTIL CW-SUB > CW-COUNT OR CW-FOUND-SUB > 0.

       2031-TEST-CLOSED-WEEK.
           IF CW-WEEK-ENDING(CW-SUB) = CW-LAST-WEEK
               MOVE CW-SUB TO CW-FOUND-SUB.

      *    THE CLOSED WEEKS' SALESPERSON TOTALS -- P RECORDS AND THE
      *    Q ADJUSTMENTS POSTED AGAINST THEM -- DATED IN THE REPORT
      *    MONTH, FROM THE LIVE FILE AND THE ARCHIVE BOTH.
       2100-ACCUM-HISTORY.
           MOVE 'N' TO SW-READING-ARCHIVE.
           OPEN INPUT HISTORY.
           MOVE 'YES' TO MORE-RECS.
           PERFORM 9100-READ.
           PERFORM 2110-ACCUM-ONE-HISTORY
               UNTIL MORE-RECS = 'NO'.
           CLOSE HISTORY.

           MOVE 'Y' TO SW-READING-ARCHIVE.
           OPEN INPUT ARCHIVE.
           MOVE 'YES' TO MORE-RECS.
           PERFORM 9100-READ.
           PERFORM 2110-ACCUM-ONE-HISTORY
               UNTIL MORE-RECS = 'NO'.
           CLOSE ARCHIVE.

       2110-ACCUM-ONE-HISTORY.
           COMPUTE WORK-CCYYMM = HW-RUN-DATE / 100.
           IF (HW-IS-PERSON OR HW-IS-PERSON-ADJ) AND
              WORK-CCYYMM = SEL-CCYYMM AND
              HW-KEY-NUM >= 1 AND HW-KEY-NUM <= 50
               ADD HW-AMOUNT TO PQ-ACTUAL(HW-KEY-NUM)
               IF HW-DESCRIPTION NOT = SPACES
                   MOVE HW-DESCRIPTION TO PQ-NAME(HW-KEY-NUM)
               END-IF
           END-IF.
           PERFORM 9100-READ.

      *    THE LEDGER GIVES EVERY STORE ITS ACTUAL, AND GIVES A
      *    SALESPERSON WHATEVER THEIR OPEN WEEKS HAVE POSTED -- A
      *    CLOSED WEEK'S SALESPERSON DOLLARS ARE ALREADY IN FROM THE
      *    HISTORY, SO THEY ARE NOT ADDED TWICE.
       2200-ACCUM-LEDGER.
           MOVE 0 TO CW-LAST-WEEK.
           MOVE 0 TO CW-LAST-CLOSE-DATE.
           OPEN INPUT LEDGER.
           IF LEDGER-STATUS NOT = '00' AND LEDGER-STATUS NOT = '05'
               DISPLAY 'CBLLEDG.DAT WILL NOT OPEN, STATUS = '
                   LEDGER-STATUS
               DISPLAY 'OPEN-WEEK AND STORE ACTUALS CANNOT BE READ -- '
                   'RUN TERMINATED'
               STOP RUN.
           MOVE 'YES' TO MORE-RECS.
           PERFORM 2210-ACCUM-ONE-LEDGER
               UNTIL MORE-RECS = 'NO'.
           CLOSE LEDGER.

       2210-ACCUM-ONE-LEDGER.
           READ LEDGER
               AT END
                   MOVE 'NO' TO MORE-RECS
               NOT AT END
                   PERFORM 2220-POST-ONE-LEDGER
           END-READ.

       2220-POST-ONE-LEDGER.
           IF LGR-WEEK-ENDING NOT = CW-LAST-WEEK
               MOVE LGR-WEEK-ENDING TO CW-LAST-WEEK
               PERFORM 2030-FIND-CLOSED-WEEK
               IF CW-FOUND-SUB > 0
                   MOVE CW-CLOSE-DATE(CW-FOUND-SUB)
                       TO CW-LAST-CLOSE-DATE
               ELSE
                   MOVE 0 TO CW-LAST-CLOSE-DATE
               END-IF
           END-IF.

           IF CW-LAST-CLOSE-DATE > 0
               MOVE CW-LAST-CLOSE-DATE TO LEDGER-REPORT-DATE
           ELSE
               MOVE LGR-RUN-DATE TO LEDGER-REPORT-DATE
           END-IF.

           COMPUTE WORK-CCYYMM = LEDGER-REPORT-DATE / 100.
           IF WORK-CCYYMM = SEL-CCYYMM
               IF LGR-STORE-NUM NUMERIC AND LGR-STORE-NUM >= 1
                   ADD LGR-AMOUNT TO SQ-ACTUAL(LGR-STORE-NUM)
               END-IF
               IF CW-LAST-CLOSE-DATE = 0 AND
                  LGR-SLM-NUM >= 1 AND LGR-SLM-NUM <= 50
                   ADD LGR-AMOUNT TO PQ-ACTUAL(LGR-SLM-NUM)
                   IF PQ-NAME(LGR-SLM-NUM) = SPACES
                       MOVE LGR-SLM-NAME TO PQ-NAME(LGR-SLM-NUM)
                   END-IF
               END-IF
           END-IF.

      *    THE QUOTAS FOR THE MONTH, AND THE NAMES AND REGIONS FROM
      *    THE MASTERS. THE MASTER NAME WINS OVER A NAME PICKED UP
      *    FROM HISTORY OR THE LEDGER.
       2300-LOAD-MASTERS.
           OPEN INPUT QUOTAMAST.
           IF QUOTAMAST-STATUS NOT = '00' AND
              QUOTAMAST-STATUS NOT = '05'
               DISPLAY 'CBLQUOTA.DAT WILL NOT OPEN, STATUS = '
                   QUOTAMAST-STATUS
               DISPLAY 'NO QUOTAS TO REPORT AGAINST -- RUN TERMINATED'
               STOP RUN.
           OPEN INPUT SLMMAST.
           IF SLMMAST-STATUS NOT = '00'
               DISPLAY 'SLMMAST.DAT WILL NOT OPEN, STATUS = '
                   SLMMAST-STATUS
               DISPLAY 'SALESPERSON REGIONS UNAVAILABLE -- RUN '
                   'TERMINATED'
               STOP RUN.
           OPEN INPUT STOMAST.
           IF STOMAST-STATUS NOT = '00'
               DISPLAY 'STOMAST.DAT WILL NOT OPEN, STATUS = '
                   STOMAST-STATUS
               DISPLAY 'STORE NAMES UNAVAILABLE -- RUN TERMINATED'
               STOP RUN.

           PERFORM 2310-LOAD-ONE-PERSON
               VARYING PERSON-SUB FROM 1 BY 1
                   UNTIL PERSON-SUB > 50.
           PERFORM 2320-LOAD-ONE-STORE
               VARYING STORE-SUB FROM 1 BY 1
                   UNTIL STORE-SUB > 99.

           CLOSE QUOTAMAST.
           CLOSE SLMMAST.
           CLOSE STOMAST.

       2310-LOAD-ONE-PERSON.
           MOVE 'R' TO QT-TYPE.
           MOVE PERSON-SUB TO QT-KEY-NUM.
           MOVE SEL-CCYYMM TO QT-MONTH.
           READ QUOTAMAST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE QT-AMOUNT TO PQ-QUOTA(PERSON-SUB)
           END-READ.

           MOVE PERSON-SUB TO SLM-NUM.
           READ SLMMAST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SLM-NAME TO PQ-NAME(PERSON-SUB)
                   MOVE SLM-REGION TO PQ-REGION(PERSON-SUB)
           END-READ.

       2320-LOAD-ONE-STORE.
           MOVE 'S' TO QT-TYPE.
           MOVE STORE-SUB TO QT-KEY-NUM.
           MOVE SEL-CCYYMM TO QT-MONTH.
           READ QUOTAMAST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE QT-AMOUNT TO SQ-QUOTA(STORE-SUB)
           END-READ.

           MOVE STORE-SUB TO STO-NUM.
           READ STOMAST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE STO-NAME TO SQ-NAME(STORE-SUB)
           END-READ.

      *    THE SALESPERSON SECTION -- EVERY SALESPERSON WITH A QUOTA
      *    OR SALES FOR THE MONTH, GROUPED UNDER THEIR REGION WITH
      *    REGION SUBTOTALS, THEN THE GRAND TOTAL AND THE COUNT OF
      *    SALESPEOPLE FLAGGED. A SALESPERSON TERMINATED DURING THE
      *    MONTH STILL PRINTS WITH WHAT THEY SOLD.
       3000-PERSON-REPORT.
           MOVE 0 TO RGN-COUNT.
           MOVE 0 TO GRAND-ACTUAL.
           MOVE 0 TO GRAND-QUOTA.
           PERFORM 9200-PERSON-HDG.

           PERFORM 3010-GROUP-ONE-PERSON
               VARYING PERSON-SUB FROM 1 BY 1
                   UNTIL PERSON-SUB > 50.

           IF RGN-COUNT = 0
               WRITE PRTLINE
                   FROM QUOTA-NONE-LINE
                       AFTER ADVANCING 2 LINES
           ELSE
               PERFORM 3030-PRINT-ONE-REGION
                   VARYING RGN-SUB FROM 1 BY 1
                       UNTIL RGN-SUB > RGN-COUNT
               MOVE GRAND-ACTUAL TO ATT-ACTUAL
               MOVE GRAND-QUOTA TO ATT-QUOTA
               PERFORM 3500-COMPUTE-ATTAINMENT
               MOVE 'GRAND TOTALS:' TO O-QT-LABEL
               PERFORM 3600-FILL-TOTAL-LINE
               WRITE PRTLINE
                   FROM DASH-LINE
                       AFTER ADVANCING 1 LINES
               WRITE PRTLINE
                   FROM QUOTA-TOTAL-LINE
                       AFTER ADVANCING 2 LINES
           END-IF.

           MOVE CT-REPS-FLAGGED TO O-CT-REPS-FLAGGED.
           WRITE PRTLINE
               FROM QUOTA-FLAG-COUNT-LINE
                   AFTER ADVANCING 2 LINES.
           IF CW-OVERFLOW > 0
               MOVE CW-OVERFLOW TO O-CW-OVERFLOW
               WRITE PRTLINE
                   FROM CLOSED-WEEK-OVERFLOW-LINE
                       AFTER ADVANCING 1 LINE
               END-WRITE
           END-IF.

       3010-GROUP-ONE-PERSON.
           IF PQ-ACTUAL(PERSON-SUB) NOT = 0 OR
              PQ-QUOTA(PERSON-SUB) > 0
               PERFORM 3015-SET-WORK-REGION
               MOVE 0 TO RGN-FOUND-SUB
               PERFORM 3020-FIND-REGION
                   VARYING RGN-SUB FROM 1 BY 1
                       UNTIL RGN-SUB > RGN-COUNT
               IF RGN-FOUND-SUB = 0
                   ADD 1 TO RGN-COUNT
                   MOVE RGN-COUNT TO RGN-FOUND-SUB
                   MOVE RGN-WORK-REGION TO RGN-NAME(RGN-FOUND-SUB)
                   MOVE 0 TO RGN-ACTUAL(RGN-FOUND-SUB)
                   MOVE 0 TO RGN-QUOTA(RGN-FOUND-SUB)
               END-IF
               ADD PQ-ACTUAL(PERSON-SUB) TO RGN-ACTUAL(RGN-FOUND-SUB)
               ADD PQ-QUOTA(PERSON-SUB) TO RGN-QUOTA(RGN-FOUND-SUB)
           END-IF.

       3015-SET-WORK-REGION.
           MOVE PQ-REGION(PERSON-SUB) TO RGN-WORK-REGION.
           IF RGN-WORK-REGION = SPACES
               MOVE '(NO REGION)' TO RGN-WORK-REGION.

       3020-FIND-REGION.
           IF RGN-NAME(RGN-SUB) = RGN-WORK-REGION
               MOVE RGN-SUB TO RGN-FOUND-SUB.

       3030-PRINT-ONE-REGION.
           MOVE RGN-NAME(RGN-SUB) TO O-RGN-HEADING-NAME.
           WRITE PRTLINE
               FROM REGION-HEADING-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9200-PERSON-HDG.

           PERFORM 3040-PRINT-REGION-PERSON
               VARYING PERSON-SUB FROM 1 BY 1
                   UNTIL PERSON-SUB > 50.

           MOVE RGN-ACTUAL(RGN-SUB) TO ATT-ACTUAL.
           MOVE RGN-QUOTA(RGN-SUB) TO ATT-QUOTA.
           PERFORM 3500-COMPUTE-ATTAINMENT.
           MOVE 'REGION TOTALS:' TO O-QT-LABEL.
           PERFORM 3600-FILL-TOTAL-LINE.
           WRITE PRTLINE
               FROM QUOTA-TOTAL-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9200-PERSON-HDG.

           ADD RGN-ACTUAL(RGN-SUB) TO GRAND-ACTUAL.
           ADD RGN-QUOTA(RGN-SUB) TO GRAND-QUOTA.

      *    A SALESPERSON WITH NO QUOTA PRINTS THEIR SALES WITH 'NO
      *    QUOTA' IN THE FLAG COLUMN. ONE WITH A QUOTA IS FLAGGED
      *    WHEN THE MONTH IS PAST THE FLAG DAY AND THEY STAND UNDER
      *    THE THRESHOLD PERCENTAGE.
       3040-PRINT-REGION-PERSON.
           IF PQ-ACTUAL(PERSON-SUB) NOT = 0 OR
              PQ-QUOTA(PERSON-SUB) > 0
               PERFORM 3015-SET-WORK-REGION
               IF RGN-WORK-REGION = RGN-NAME(RGN-SUB)
                   PERFORM 3050-PRINT-ONE-PERSON
               END-IF
           END-IF.

       3050-PRINT-ONE-PERSON.
           ADD 1 TO CT-REPS-REPORTED.
           MOVE PQ-ACTUAL(PERSON-SUB) TO ATT-ACTUAL.
           MOVE PQ-QUOTA(PERSON-SUB) TO ATT-QUOTA.
           PERFORM 3500-COMPUTE-ATTAINMENT.

           MOVE PERSON-SUB TO O-QD-NUM.
           MOVE PQ-NAME(PERSON-SUB) TO O-QD-NAME.
           PERFORM 3610-FILL-DETAIL-FIGURES.
           MOVE SPACES TO O-QD-FLAG.
           IF ATT-QUOTA = 0
               MOVE 'NO QUOTA' TO O-QD-FLAG
           ELSE
               IF FLAG-IS-ACTIVE AND ATT-PCT < SEL-THRESHOLD-PCT
                   MOVE '** UNDER THRESHOLD' TO O-QD-FLAG
                   ADD 1 TO CT-REPS-FLAGGED
               END-IF
           END-IF.

           WRITE PRTLINE
               FROM QUOTA-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9200-PERSON-HDG.

      *    THE STORE SECTION -- EVERY STORE WITH A QUOTA OR SALES
      *    FOR THE MONTH, THEN THE STORE GRAND TOTAL.
       3300-STORE-REPORT.
           MOVE 0 TO GRAND-ACTUAL.
           MOVE 0 TO GRAND-QUOTA.
           PERFORM 9300-STORE-HDG.

           PERFORM 3310-PRINT-ONE-STORE
               VARYING STORE-SUB FROM 1 BY 1
                   UNTIL STORE-SUB > 99.

           IF GRAND-ACTUAL = 0 AND GRAND-QUOTA = 0
               WRITE PRTLINE
                   FROM QUOTA-NONE-LINE
                       AFTER ADVANCING 2 LINES
           ELSE
               MOVE GRAND-ACTUAL TO ATT-ACTUAL
               MOVE GRAND-QUOTA TO ATT-QUOTA
               PERFORM 3500-COMPUTE-ATTAINMENT
               MOVE 'STORE TOTALS:' TO O-QT-LABEL
               PERFORM 3600-FILL-TOTAL-LINE
               WRITE PRTLINE
                   FROM DASH-LINE
                       AFTER ADVANCING 1 LINES
               WRITE PRTLINE
                   FROM QUOTA-TOTAL-LINE
                       AFTER ADVANCING 2 LINES
           END-IF.

       3310-PRINT-ONE-STORE.
           IF SQ-ACTUAL(STORE-SUB) NOT = 0 OR
              SQ-QUOTA(STORE-SUB) > 0
               MOVE SQ-ACTUAL(STORE-SUB) TO ATT-ACTUAL
               MOVE SQ-QUOTA(STORE-SUB) TO ATT-QUOTA
               PERFORM 3500-COMPUTE-ATTAINMENT
               MOVE STORE-SUB TO O-QD-NUM
               MOVE SQ-NAME(STORE-SUB) TO O-QD-NAME
               PERFORM 3610-FILL-DETAIL-FIGURES
               MOVE SPACES TO O-QD-FLAG
               IF ATT-QUOTA = 0
                   MOVE 'NO QUOTA' TO O-QD-FLAG
               END-IF
               WRITE PRTLINE
                   FROM QUOTA-DETAIL-LINE
                       AFTER ADVANCING 1 LINE
                           AT EOP
                               PERFORM 9300-STORE-HDG
               END-WRITE
               ADD SQ-ACTUAL(STORE-SUB) TO GRAND-ACTUAL
               ADD SQ-QUOTA(STORE-SUB) TO GRAND-QUOTA
           END-IF.

      *    PERCENT ATTAINED, DOLLARS STILL NEEDED TO MAKE QUOTA, AND
      *    THE DAILY PACE THAT WOULD MAKE IT OVER THE DAYS LEFT. WITH
      *    NO QUOTA THE PERCENT IS ZERO; WITH QUOTA MADE, OR NO DAYS
      *    LEFT, THE PACE IS ZERO.
       3500-COMPUTE-ATTAINMENT.
           MOVE 0 TO ATT-PCT.
           MOVE 0 TO ATT-NEEDED.
           MOVE 0 TO ATT-PER-DAY.
           IF ATT-QUOTA > 0
               COMPUTE ATT-PCT ROUNDED =
                   ATT-ACTUAL * 100 / ATT-QUOTA
                   ON SIZE ERROR
                       MOVE 99999.9 TO ATT-PCT
               END-COMPUTE
               IF ATT-ACTUAL < ATT-QUOTA
                   COMPUTE ATT-NEEDED = ATT-QUOTA - ATT-ACTUAL
               END-IF
           END-IF.
           IF ATT-NEEDED > 0 AND DAYS-REMAINING > 0
               COMPUTE ATT-PER-DAY ROUNDED =
                   ATT-NEEDED / DAYS-REMAINING.

       3600-FILL-TOTAL-LINE.
           MOVE ATT-ACTUAL TO O-QT-ACTUAL.
           MOVE ATT-QUOTA TO O-QT-QUOTA.
           MOVE ATT-PCT TO O-QT-PCT.
           MOVE ATT-NEEDED TO O-QT-NEEDED.
           MOVE ATT-PER-DAY TO O-QT-PER-DAY.

       3610-FILL-DETAIL-FIGURES.
           MOVE ATT-ACTUAL TO O-QD-ACTUAL.
           MOVE ATT-QUOTA TO O-QD-QUOTA.
           MOVE ATT-PCT TO O-QD-PCT.
           MOVE ATT-NEEDED TO O-QD-NEEDED.
           MOVE ATT-PER-DAY TO O-QD-PER-DAY.

       3800-CLOSING.
           CLOSE PRTOUT.
           PERFORM 3900-WRITE-RUN-LOG.

      *    THE RUN'S COMPLETION RECORD FOR THE SHARED RUN LOG --
      *    SALESPEOPLE REPORTED, THEIR MONTH-TO-DATE TOTAL, AND THE
      *    NUMBER FLAGGED UNDER THE THRESHOLD.
       3900-WRITE-RUN-LOG.
           OPEN EXTEND RUNLOG.
           MOVE 'CBLLMB15' TO RL-PROGRAM.
           MOVE STAMP-DATE TO RL-RUN-DATE.
           MOVE I-TIME(1:6) TO RL-RUN-TIME.
           MOVE 'QUOTA' TO RL-RUN-MODE.
           MOVE 'NORMAL' TO RL-STATUS.
           MOVE 0 TO RL-WEEK-ENDING.
           MOVE CT-REPS-REPORTED TO RL-COUNT-1.
           MOVE 0 TO RL-AMOUNT-1.
           PERFORM 3910-SUM-PERSON-ACTUAL
               VARYING PERSON-SUB FROM 1 BY 1
                   UNTIL PERSON-SUB > 50.
           MOVE CT-REPS-FLAGGED TO RL-COUNT-2.
           MOVE SPACES TO RL-NOTE.
           WRITE RL-REC.
           CLOSE RUNLOG.

       3910-SUM-PERSON-ACTUAL.
           ADD PQ-ACTUAL(PERSON-SUB) TO RL-AMOUNT-1.

      *    ONE READ PARAGRAPH SERVES BOTH HISTORY FILES -- THE SWITCH
      *    SAYS WHICH FILE THE CURRENT PASS IS ON, AND EITHER WAY THE
      *    RECORD LANDS IN THE SHARED WORK RECORD.
       9100-READ.
           IF READING-ARCHIVE
               READ ARCHIVE INTO HW-REC
                   AT END
                       MOVE 'NO' TO MORE-RECS
               END-READ
           ELSE
               READ HISTORY INTO HW-REC
                   AT END
                       MOVE 'NO' TO MORE-RECS
               END-READ
           END-IF.

       9200-PERSON-HDG.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.

           WRITE PRTLINE
               FROM  COMPANY-TITLE
                   AFTER ADVANCING PAGE.
           WRITE PRTLINE
               FROM  QUOTA-PERSON-TITLE
                   AFTER ADVANCING 2 LINES.
           PERFORM 9400-FILL-MONTH-LINE.
           WRITE PRTLINE
               FROM  QUOTA-MONTH-LINE
                   AFTER ADVANCING 1 LINE.
           WRITE PRTLINE
               FROM  QUOTA-COLUMN-HEADING
                   AFTER ADVANCING 2 LINES.
           WRITE PRTLINE
               FROM  DASH-LINE
                   AFTER ADVANCING 1 LINES.

       9300-STORE-HDG.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.

           WRITE PRTLINE
               FROM  COMPANY-TITLE
                   AFTER ADVANCING PAGE.
           WRITE PRTLINE
               FROM  QUOTA-STORE-TITLE
                   AFTER ADVANCING 2 LINES.
           PERFORM 9400-FILL-MONTH-LINE.
           WRITE PRTLINE
               FROM  QUOTA-MONTH-LINE
                   AFTER ADVANCING 1 LINE.
           WRITE PRTLINE
               FROM  QUOTA-COLUMN-HEADING
                   AFTER ADVANCING 2 LINES.
           WRITE PRTLINE
               FROM  DASH-LINE
                   AFTER ADVANCING 1 LINES.

       9400-FILL-MONTH-LINE.
           MOVE SEL-CCYYMM TO O-SEL-MONTH.
           MOVE ASOF-DAY TO O-ASOF-DAY.
           MOVE MONTH-LAST-DAY TO O-LAST-DAY.
           MOVE DAYS-REMAINING TO O-DAYS-REMAINING.
           MOVE SEL-THRESHOLD-PCT TO O-THRESHOLD-PCT.
           MOVE SEL-FLAG-DAY TO O-FLAG-DAY.

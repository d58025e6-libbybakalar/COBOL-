       IDENTIFICATION DIVISION.
       PROGRAM-ID.          CBLLMB16.
       AUTHOR.              LIBBY BAKALAR.
       DATE-WRITTEN.        10/15/2026.
       DATE-COMPILED.       10/15/2026.

      ******************************************************************
      *   THIS PROGRAM READS THE CUMULATIVE COMMISSION EARNINGS FILE   *
      *   (CBLEARN.DAT) THAT THE WEEKLY RUN (CBLLMB06) ADDS TO EVERY   *
      *   TIME IT PAYS COMMISSION, AND PRINTS EITHER OF TWO REPORTS,   *
      *   CHOSEN BY THE RUN PARAMETERS --                              *
      *       R CCYYMM    THE EARNINGS REGISTER THROUGH THAT MONTH --  *
      *                   BY SALESPERSON, EACH WEEK PAID IN THE MONTH  *
      *                   WITH MONTH, QUARTER-TO-DATE, AND YEAR-TO-    *
      *                   DATE TOTALS                                  *
      *       A CCYY      THE ANNUAL EARNINGS SUMMARY FOR THAT YEAR -- *
      *                   ONE LINE PER SALESPERSON WITH THE QUARTERLY  *
      *                   AND YEAR COMMISSION, FOR PAYROLL AND HR TO   *
      *                   RECONCILE TO THE W-2 FIGURES, ALSO WRITTEN   *
      *                   TO CBLEARNY.DAT AS AN HD/TR BATCH            *
      *   EARNINGS FALL IN THE MONTH, QUARTER, AND YEAR THEY WERE      *
      *   PAID (THE ENTRY'S RUN DATE), THE BASIS THE W-2 IS BUILT ON.  *
      *   A SALESPERSON APPEARS FOR EVERY YEAR THEY WERE PAID IN,      *
      *   TERMINATED OR NOT -- THE TERMINATION DATE FROM THE MASTER    *
      *   PRINTS ALONGSIDE BUT NEVER DROPS THE ROW.                    *
      *-----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  ------------------------------------------------------------
      *  10/15/2026  LB    ORIGINAL PROGRAM.
      *  10/15/2026  LB    THE RUN NOW CLEARS THE JOB-STEP SEQUENCE
      *                    CHECK (CBLLMB19) BEFORE IT DOES ANY WORK.
      *                    THE RUN LOG RECORD CARRIES A NOTE (NOW 149
      *                    BYTES).
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL EARNFILE
           ASSIGN TO 'C:\COBOL\CBLEARN.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SLMMAST
           ASSIGN TO 'C:\COBOL\SLMMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SLM-NUM
           FILE STATUS IS SLMMAST-STATUS.

           SELECT ANNOUT
           ASSIGN TO 'C:\COBOL\CBLEARNY.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
           ASSIGN TO 'C:\COBOL\CBLEARN.PRT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUNLOG
           ASSIGN TO 'C:\COBOL\CBLRLOG.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    THE EARNINGS ENTRY EXACTLY AS CBLLMB06 APPENDS IT. ENTRY
      *    TYPE W IS A WEEKLY CLOSE, R A STANDALONE RESUBMISSION, AND
      *    A A PRIOR-WEEK ADJUSTMENT CARRYING SIGNED CHANGES.
       FD  EARNFILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 71 CHARACTERS
           DATA RECORD IS ERN-REC.

       01  ERN-REC.
           05 ERN-SLM-NUM         PIC 99.
           05 ERN-SLM-NAME        PIC X(25).
           05 ERN-WEEK-ENDING     PIC 9(8).
           05 ERN-ENTRY-TYPE      PIC X.
               88  ERN-IS-WEEKLY             VALUE 'W'.
               88  ERN-IS-RESUBMIT           VALUE 'R'.
               88  ERN-IS-ADJUSTMENT         VALUE 'A'.
           05 ERN-NET-SALES       PIC S9(10)V99.
           05 ERN-RATE            PIC 9V999.
           05 ERN-COMM-AMOUNT     PIC S9(9)V99.
           05 ERN-RUN-DATE        PIC 9(8).

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

      *    THE ANNUAL SUMMARY FOR PAYROLL AND HR -- ONE DETAIL PER
      *    SALESPERSON PAID IN THE YEAR, WRAPPED IN THE SAME 'HD'/'TR'
      *    CONTROLS AS THE WEEKLY COMMISSION INTERFACE FILE, THE
      *    TRAILER HASH BEING THE YEAR'S TOTAL COMMISSION. THE FILE
      *    IS REPLACED EACH TIME THE SUMMARY IS RUN.
       FD  ANNOUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 104 CHARACTERS
           DATA RECORD IS ANS-DET-REC.

       01  ANS-HDR-REC.
           05 ANH-REC-ID          PIC XX.
           05 ANH-CREATE-DATE     PIC 9(8).
           05 ANH-YEAR            PIC 9(4).
           05 FILLER              PIC X(90).

       01  ANS-DET-REC.
           05 ANS-SLM-NUM         PIC 99.
           05 ANS-SLM-NAME        PIC X(25).
           05 ANS-YEAR            PIC 9(4).
           05 ANS-TERM-DATE       PIC 9(6).
           05 ANS-QTR-COMM        PIC S9(9)V99  OCCURS 4.
           05 ANS-YEAR-COMM       PIC S9(9)V99.
           05 ANS-YEAR-NET        PIC S9(10)V99.

       01  ANS-TRL-REC.
           05 ANT-REC-ID          PIC XX.
           05 ANT-REC-COUNT       PIC 9(7).
           05 ANT-HASH-TOTAL      PIC S9(11)V99.
           05 FILLER              PIC X(82).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 55
           DATA RECORD IS PRTLINE.

       01  PRTLINE                PIC X(132).

      *    ONE COMPLETION RECORD PER RUN, APPENDED TO THE SHARED RUN
      *    LOG EVERY PROGRAM IN THE SUITE WRITES. THE WEEK-ENDING
      *    FIELD IS ZERO; THE REGISTER DOES NOT RUN AGAINST A WEEK.
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

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  C-PCTR             PIC 99            VALUE ZERO.
           05  MORE-RECS          PIC XXX           VALUE 'YES'.
           05  SLMMAST-STATUS     PIC XX            VALUE ZERO.
           05  PERSON-SUB         PIC 99            VALUE ZERO.
           05  QTR-SUB            PIC 9             VALUE ZERO.
           05  ENT-CCYYMM         PIC 9(6)          VALUE ZERO.
           05  ENT-CCYY           PIC 9(4)          VALUE ZERO.
           05  ENT-MM             PIC 99            VALUE ZERO.
           05  ENT-QTR            PIC 9             VALUE ZERO.
           05  CT-ENTRIES-READ    PIC 9(7)          VALUE ZERO.
           05  CT-REPS-LISTED     PIC 9(5)          VALUE ZERO.
           05  STAMP-DATE         PIC 9(8)          VALUE ZERO.
           05  C-RATE-PCT         PIC 99V99         VALUE ZERO.

       01  SELECTION-AREA.
           05  PARM-LINE           PIC X(30)     VALUE SPACES.
           05  PARM-TYPE           PIC X(10)     VALUE SPACES.
           05  PARM-VALUE          PIC X(10)     VALUE SPACES.
           05  SEL-TYPE            PIC X         VALUE SPACE.
               88  SEL-REGISTER                   VALUE 'R'.
               88  SEL-ANNUAL                     VALUE 'A'.
           05  SEL-CCYY            PIC 9(4)      VALUE ZERO.
           05  SEL-MM              PIC 99        VALUE ZERO.
           05  SEL-QTR             PIC 9         VALUE ZERO.

      *    ONE ROW PER SALESPERSON -- MONTH, QUARTER-TO-DATE, AND
      *    YEAR-TO-DATE NET SALES AND COMMISSION FOR THE REGISTER,
      *    AND COMMISSION BY CALENDAR QUARTER FOR THE ANNUAL SUMMARY.
      *    THE NAME IS THE LATEST ONE PAID UNDER.
       01  EARN-PERSON-TABLE.
           05  EARN-PERSON-ENTRY OCCURS 50.
               10  EP-NAME         PIC X(25).
               10  EP-TERM-DATE    PIC 9(6).
               10  SW-EP-PAID      PIC X.
                   88  EP-WAS-PAID               VALUE 'Y'.
               10  EP-MONTH-NET    PIC S9(10)V99.
               10  EP-MONTH-COMM   PIC S9(9)V99.
               10  EP-QTD-NET      PIC S9(10)V99.
               10  EP-QTD-COMM     PIC S9(9)V99.
               10  EP-YTD-NET      PIC S9(10)V99.
               10  EP-YTD-COMM     PIC S9(9)V99.
               10  EP-QTR-COMM     PIC S9(9)V99  OCCURS 4.

      *    THE REGISTER MONTH'S ENTRIES, KEPT IN FILE ORDER SO EACH
      *    SALESPERSON'S WEEKS PRINT OLDEST FIRST. A MONTH HOLDS AT
      *    MOST SIX WEEKLY CLOSES PER SALESPERSON PLUS ADJUSTMENTS,
      *    SO 1000 ROWS IS AMPLE; AN ENTRY BEYOND THAT STILL COUNTS
      *    IN THE TOTALS AND IS NOTED ON THE REPORT.
       01  MONTH-ENTRY-AREA.
           05  ME-COUNT            PIC 9(4)      VALUE ZERO.
           05  ME-SUB              PIC 9(4)      VALUE ZERO.
           05  ME-OVERFLOW         PIC 9(5)      VALUE ZERO.

       01  MONTH-ENTRY-TABLE.
           05  MONTH-ENTRY OCCURS 1000.
               10  ME-SLM-NUM      PIC 99.
               10  ME-WEEK-ENDING  PIC 9(8).
               10  ME-ENTRY-TYPE   PIC X.
               10  ME-RUN-DATE     PIC 9(8).
               10  ME-NET-SALES    PIC S9(10)V99.
               10  ME-RATE         PIC 9V999.
               10  ME-COMM         PIC S9(9)V99.

       01  GRAND-TOTAL-AREA.
           05  GT-MONTH-NET        PIC S9(10)V99  VALUE ZERO.
           05  GT-MONTH-COMM       PIC S9(9)V99   VALUE ZERO.
           05  GT-QTD-NET          PIC S9(10)V99  VALUE ZERO.
           05  GT-QTD-COMM         PIC S9(9)V99   VALUE ZERO.
           05  GT-YTD-NET          PIC S9(10)V99  VALUE ZERO.
           05  GT-YTD-COMM         PIC S9(9)V99   VALUE ZERO.
           05  GT-QTR-COMM         PIC S9(9)V99   OCCURS 4.

       01  ANNUAL-FILE-CONTROLS.
           05  ANS-OUT-COUNT       PIC 9(7)      VALUE ZERO.
           05  ANS-OUT-HASH        PIC S9(11)V99 VALUE ZERO.

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

       01  REGISTER-TITLE.
           05  FILLER              PIC X(48)   VALUE SPACES.
           05  FILLER              PIC X(36)   VALUE
            'COMMISSION EARNINGS REGISTER'.

       01  ANNUAL-TITLE.
           05  FILLER              PIC X(46)   VALUE SPACES.
           05  FILLER              PIC X(40)   VALUE
            'ANNUAL COMMISSION EARNINGS SUMMARY'.

       01  REGISTER-PERIOD-LINE.
           05  FILLER              PIC X(14)   VALUE 'PERIOD PAID:  '.
           05  O-PER-MM            PIC 99.
           05  FILLER              PIC X       VALUE '/'.
           05  O-PER-CCYY          PIC 9999.
           05  FILLER              PIC X(13)   VALUE '   QUARTER:  '.
           05  O-PER-QTR           PIC 9.

       01  ANNUAL-PERIOD-LINE.
           05  FILLER              PIC X(14)   VALUE 'YEAR PAID:    '.
           05  O-ANN-CCYY          PIC 9999.

       01  DASH-LINE.
           05  FILLER              PIC X(132)  VALUE ALL '-'.

       01  REGISTER-COLUMN-HEADING.
           05 FILLER               PIC X(5)    VALUE SPACES.
           05 FILLER               PIC X(13)   VALUE 'WEEK ENDING'.
           05 FILLER               PIC X(12)   VALUE 'ENTRY'.
           05 FILLER               PIC X(10)   VALUE 'PAID'.
           05 FILLER               PIC X(16)   VALUE
            '     NET SALES'.
           05 FILLER               PIC X(8)    VALUE '  RATE'.
           05 FILLER               PIC X(15)   VALUE
            '    COMMISSION'.

       01  REGISTER-REP-LINE.
           05 FILLER               PIC X(13)   VALUE 'SALESPERSON: '.
           05 O-REP-NUM            PIC Z9.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 O-REP-NAME           PIC X(25).
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 O-REP-TERM-TEXT      PIC X(12).
           05 O-REP-TERM-DATE      PIC X(8).

       01  REGISTER-DETAIL-LINE.
           05 FILLER               PIC X(5)    VALUE SPACES.
           05 O-RD-WEEK            PIC 9(8).
           05 FILLER               PIC X(5)    VALUE SPACES.
           05 O-RD-TYPE            PIC X(10).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 O-RD-PAID            PIC 9(8).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 O-RD-NET             PIC -ZZ,ZZZ,ZZZ.99.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 O-RD-RATE            PIC Z9.99.
           05 FILLER               PIC X(1)    VALUE '%'.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 O-RD-COMM            PIC -ZZZ,ZZZ,ZZZ.99.

       01  REGISTER-TOTAL-LINE.
           05 FILLER               PIC X(5)    VALUE SPACES.
           05 O-RT-LABEL           PIC X(35).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 O-RT-NET             PIC -ZZ,ZZZ,ZZZ.99.
           05 FILLER               PIC X(10)   VALUE SPACES.
           05 O-RT-COMM            PIC -ZZZ,ZZZ,ZZZ.99.

       01  REGISTER-OVERFLOW-LINE.
           05 FILLER               PIC X(35)   VALUE
            'MONTH ENTRIES NOT LISTED (TABLE):  '.
           05 O-ME-OVERFLOW        PIC ZZ,ZZ9.
           05 FILLER               PIC X(40)   VALUE
            '  ** INCLUDED IN THE TOTALS ABOVE'.

       01  ANNUAL-COLUMN-HEADING.
           05 FILLER               PIC X(31)   VALUE 'NO. NAME'.
           05 FILLER               PIC X(10)   VALUE 'TERMINATED'.
           05 FILLER               PIC X(14)   VALUE '    QUARTER 1'.
           05 FILLER               PIC X(14)   VALUE '    QUARTER 2'.
           05 FILLER               PIC X(14)   VALUE '    QUARTER 3'.
           05 FILLER               PIC X(14)   VALUE '    QUARTER 4'.
           05 FILLER               PIC X(15)   VALUE
            '  YEAR COMMISS.'.
           05 FILLER               PIC X(15)   VALUE
            ' YEAR NET SALES'.

       01  ANNUAL-DETAIL-LINE.
           05 O-AD-NUM             PIC Z9.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 O-AD-NAME            PIC X(25).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 O-AD-TERM-DATE       PIC X(8).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 O-AD-QTR OCCURS 4.
               10 O-AD-QTR-COMM    PIC -Z,ZZZ,ZZZ.99.
               10 FILLER           PIC X(1).
           05 O-AD-YEAR-COMM       PIC -ZZ,ZZZ,ZZZ.99.
           05 FILLER               PIC X(1)    VALUE SPACES.
           05 O-AD-YEAR-NET        PIC -ZZ,ZZZ,ZZZ.99.

       01  TERM-DATE-EDIT         PIC 99/99/99.

       01  ANNUAL-COUNT-LINE.
           05 FILLER               PIC X(26)   VALUE
            'SALESPEOPLE PAID IN YEAR: '.
           05 O-CT-REPS-LISTED     PIC ZZ,ZZ9.

       01  EARN-NONE-LINE.
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 FILLER               PIC X(48)   VALUE
            'NO COMMISSION EARNINGS ON FILE FOR THIS PERIOD'.

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

       0000-CBLLMB16.
           PERFORM 1000-INIT.
           PERFORM 2000-LOAD-EARNINGS.
           PERFORM 2200-LOAD-TERM-DATES.
           IF SEL-REGISTER
               PERFORM 3000-EARNINGS-REGISTER
           ELSE
               PERFORM 4000-ANNUAL-SUMMARY.
           PERFORM 5000-CLOSING.
           STOP RUN.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE TO I-DATE.
           MOVE I-DAY TO O-DAY.
           MOVE I-YEAR TO O-YEAR.
           MOVE I-MONTH TO O-MONTH.
           COMPUTE STAMP-DATE =
               (I-YEAR * 10000) + (I-MONTH * 100) + I-DAY.

           PERFORM 1100-GET-SELECTION.
           PERFORM 1050-CHECK-STEP-SEQUENCE.

           PERFORM 1200-CLR-PERSON
               VARYING PERSON-SUB FROM 1 BY 1
                   UNTIL PERSON-SUB > 50.
           PERFORM 1210-CLR-GRAND-QTR
               VARYING QTR-SUB FROM 1 BY 1
                   UNTIL QTR-SUB > 4.

           OPEN OUTPUT PRTOUT.

      *    THE JOB-STEP SEQUENCE CHECK (CBLLMB19). A STEP WHOSE
      *    PREREQUISITES ARE NOT ON THE RUN LOG, AND NOT WAIVED BY A
      *    SUPERVISOR OVERRIDE, STOPS HERE BEFORE ANY FILE IS OPENED.
       1050-CHECK-STEP-SEQUENCE.
           MOVE 'CBLLMB16' TO SG-PROGRAM.
           IF SEL-REGISTER
               MOVE 'REGISTER' TO SG-RUN-MODE
           ELSE
               MOVE 'ANNUAL' TO SG-RUN-MODE.
           MOVE 0 TO SG-WEEK-ENDING.
           MOVE 0 TO SG-CUTOFF-DATE.
           CALL 'CBLLMB19' USING STEP-GATE-AREA.
           IF SG-STEP-BLOCKED
               DISPLAY 'CBLLMB16 PREREQUISITE NOT MET -- RUN TERMINATED'
               STOP RUN.

      *    THE SELECTION COMES FROM THE RUN PARAMETERS --
      *        R CCYYMM      EARNINGS REGISTER THROUGH THAT MONTH
      *        A CCYY        ANNUAL SUMMARY FOR THAT YEAR
      *    -- THE SAME STRICT STYLE THE INQUIRY PROGRAMS USE.
       1100-GET-SELECTION.
           ACCEPT PARM-LINE FROM COMMAND-LINE.
           UNSTRING PARM-LINE DELIMITED BY ALL ' '
               INTO PARM-TYPE PARM-VALUE.

           EVALUATE PARM-TYPE(1:1)
               WHEN 'R'
                   MOVE 'R' TO SEL-TYPE
                   IF PARM-VALUE(1:6) NOT NUMERIC
                       DISPLAY 'REGISTER MONTH MISSING OR NOT CCYYMM '
                           '-- RUN TERMINATED'
                       STOP RUN
                   END-IF
                   MOVE PARM-VALUE(1:4) TO SEL-CCYY
                   MOVE PARM-VALUE(5:2) TO SEL-MM
                   IF SEL-MM < 1 OR SEL-MM > 12
                       DISPLAY 'REGISTER MONTH ' PARM-VALUE(1:6)
                           ' IS NOT VALID CCYYMM -- RUN TERMINATED'
                       STOP RUN
                   END-IF
                   COMPUTE SEL-QTR = (SEL-MM + 2) / 3
               WHEN 'A'
                   MOVE 'A' TO SEL-TYPE
                   IF PARM-VALUE(1:4) NOT NUMERIC
                       DISPLAY 'SUMMARY YEAR MISSING OR NOT CCYY -- '
                           'RUN TERMINATED'
                       STOP RUN
                   END-IF
                   MOVE PARM-VALUE(1:4) TO SEL-CCYY
                   MOVE 12 TO SEL-MM
                   MOVE 4 TO SEL-QTR
               WHEN OTHER
                   DISPLAY 'REPORT TYPE MISSING OR NOT R OR A -- GIVE '
                       'R CCYYMM OR A CCYY AS RUN PARAMETERS'
                   STOP RUN
           END-EVALUATE.

       1200-CLR-PERSON.
           MOVE SPACES TO EP-NAME(PERSON-SUB).
           MOVE 0 TO EP-TERM-DATE(PERSON-SUB).
           MOVE 'N' TO SW-EP-PAID(PERSON-SUB).
           MOVE 0 TO EP-MONTH-NET(PERSON-SUB).
           MOVE 0 TO EP-MONTH-COMM(PERSON-SUB).
           MOVE 0 TO EP-QTD-NET(PERSON-SUB).
           MOVE 0 TO EP-QTD-COMM(PERSON-SUB).
           MOVE 0 TO EP-YTD-NET(PERSON-SUB).
           MOVE 0 TO EP-YTD-COMM(PERSON-SUB).
           PERFORM 1205-CLR-PERSON-QTR
               VARYING QTR-SUB FROM 1 BY 1
                   UNTIL QTR-SUB > 4.

       1205-CLR-PERSON-QTR.
           MOVE 0 TO EP-QTR-COMM(PERSON-SUB, QTR-SUB).

       1210-CLR-GRAND-QTR.
           MOVE 0 TO GT-QTR-COMM(QTR-SUB).

      *    ONE PASS OF THE EARNINGS FILE. AN ENTRY COUNTS WHEN IT WAS
      *    PAID IN THE SELECTED YEAR, NO LATER THAN THE SELECTED
      *    MONTH -- TOWARD THE YEAR, TOWARD THE QUARTER WHEN PAID IN
      *    THE SELECTED MONTH'S QUARTER, AND TOWARD THE MONTH (WITH
      *    ITS DETAIL KEPT FOR THE REGISTER) WHEN PAID IN THAT MONTH.
       2000-LOAD-EARNINGS.
           OPEN INPUT EARNFILE.
           MOVE 'YES' TO MORE-RECS.
           PERFORM 2010-LOAD-ONE-ENTRY
               UNTIL MORE-RECS = 'NO'.
           CLOSE EARNFILE.

       2010-LOAD-ONE-ENTRY.
           READ EARNFILE
               AT END
                   MOVE 'NO' TO MORE-RECS
               NOT AT END
                   ADD 1 TO CT-ENTRIES-READ
                   IF ERN-SLM-NUM NUMERIC AND ERN-RUN-DATE NUMERIC
                       PERFORM 2020-POST-ONE-ENTRY
                   END-IF
           END-READ.

       2020-POST-ONE-ENTRY.
           COMPUTE ENT-CCYYMM = ERN-RUN-DATE / 100.
           COMPUTE ENT-CCYY = ENT-CCYYMM / 100.
           COMPUTE ENT-MM = FUNCTION MOD(ENT-CCYYMM, 100).
           COMPUTE ENT-QTR = (ENT-MM + 2) / 3.

           IF ERN-SLM-NUM >= 1 AND ERN-SLM-NUM <= 50 AND
              ENT-CCYY = SEL-CCYY AND
              ENT-MM >= 1 AND ENT-MM <= SEL-MM
               MOVE ERN-SLM-NUM TO PERSON-SUB
               MOVE 'Y' TO SW-EP-PAID(PERSON-SUB)
               IF ERN-SLM-NAME NOT = SPACES
                   MOVE ERN-SLM-NAME TO EP-NAME(PERSON-SUB)
               END-IF
               ADD ERN-NET-SALES TO EP-YTD-NET(PERSON-SUB)
               ADD ERN-COMM-AMOUNT TO EP-YTD-COMM(PERSON-SUB)
               ADD ERN-COMM-AMOUNT TO
                   EP-QTR-COMM(PERSON-SUB, ENT-QTR)
               IF ENT-QTR = SEL-QTR
                   ADD ERN-NET-SALES TO EP-QTD-NET(PERSON-SUB)
                   ADD ERN-COMM-AMOUNT TO EP-QTD-COMM(PERSON-SUB)
               END-IF
               IF ENT-MM = SEL-MM
                   ADD ERN-NET-SALES TO EP-MONTH-NET(PERSON-SUB)
                   ADD ERN-COMM-AMOUNT TO EP-MONTH-COMM(PERSON-SUB)
                   PERFORM 2030-KEEP-MONTH-ENTRY
               END-IF
           END-IF.

       2030-KEEP-MONTH-ENTRY.
           IF ME-COUNT < 1000
               ADD 1 TO ME-COUNT
               MOVE ERN-SLM-NUM TO ME-SLM-NUM(ME-COUNT)
               MOVE ERN-WEEK-ENDING TO ME-WEEK-ENDING(ME-COUNT)
               MOVE ERN-ENTRY-TYPE TO ME-ENTRY-TYPE(ME-COUNT)
               MOVE ERN-RUN-DATE TO ME-RUN-DATE(ME-COUNT)
               MOVE ERN-NET-SALES TO ME-NET-SALES(ME-COUNT)
               MOVE ERN-RATE TO ME-RATE(ME-COUNT)
               MOVE ERN-COMM-AMOUNT TO ME-COMM(ME-COUNT)
           ELSE
               ADD 1 TO ME-OVERFLOW.

      *    THE TERMINATION DATE OF EVERY SALESPERSON PAID IN THE
      *    PERIOD, FOR PRINTING ONLY. A MISSING MASTER RECORD SIMPLY
      *    LEAVES THE DATE ZERO.
       2200-LOAD-TERM-DATES.
           OPEN INPUT SLMMAST.
           IF SLMMAST-STATUS NOT = '00'
               DISPLAY 'SLMMAST.DAT WILL NOT OPEN, STATUS = '
                   SLMMAST-STATUS
               DISPLAY 'TERMINATION DATES UNAVAILABLE -- RUN '
                   'TERMINATED'
               STOP RUN.
           PERFORM 2210-LOAD-ONE-TERM-DATE
               VARYING PERSON-SUB FROM 1 BY 1
                   UNTIL PERSON-SUB > 50.
           CLOSE SLMMAST.

       2210-LOAD-ONE-TERM-DATE.
           IF EP-WAS-PAID(PERSON-SUB)
               MOVE PERSON-SUB TO SLM-NUM
               READ SLMMAST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SLM-TERM-DATE NUMERIC
                           MOVE SLM-TERM-DATE TO
                               EP-TERM-DATE(PERSON-SUB)
                       END-IF
                       IF EP-NAME(PERSON-SUB) = SPACES
                           MOVE SLM-NAME TO EP-NAME(PERSON-SUB)
                       END-IF
               END-READ
           END-IF.

      *    THE REGISTER -- FOR EACH SALESPERSON PAID IN THE YEAR
      *    THROUGH THE SELECTED MONTH, THE WEEKS PAID IN THE MONTH,
      *    THEN THE MONTH, QUARTER-TO-DATE, AND YEAR-TO-DATE TOTALS.
      *    A SALESPERSON WITH NOTHING PAID IN THE MONTH STILL PRINTS
      *    THEIR QUARTER AND YEAR FIGURES.
       3000-EARNINGS-REGISTER.
           PERFORM 9200-REGISTER-HDG.

           PERFORM 3010-REGISTER-ONE-PERSON
               VARYING PERSON-SUB FROM 1 BY 1
                   UNTIL PERSON-SUB > 50.

           IF CT-REPS-LISTED = 0
               WRITE PRTLINE
                   FROM EARN-NONE-LINE
                       AFTER ADVANCING 2 LINES
           ELSE
               WRITE PRTLINE
                   FROM DASH-LINE
                       AFTER ADVANCING 2 LINES
               MOVE 'GRAND TOTAL - MONTH' TO O-RT-LABEL
               MOVE GT-MONTH-NET TO O-RT-NET
               MOVE GT-MONTH-COMM TO O-RT-COMM
               PERFORM 3030-WRITE-TOTAL-LINE
               MOVE 'GRAND TOTAL - QUARTER-TO-DATE' TO O-RT-LABEL
               MOVE GT-QTD-NET TO O-RT-NET
               MOVE GT-QTD-COMM TO O-RT-COMM
               PERFORM 3030-WRITE-TOTAL-LINE
               MOVE 'GRAND TOTAL - YEAR-TO-DATE' TO O-RT-LABEL
               MOVE GT-YTD-NET TO O-RT-NET
               MOVE GT-YTD-COMM TO O-RT-COMM
               PERFORM 3030-WRITE-TOTAL-LINE
           END-IF.

           IF ME-OVERFLOW > 0
               MOVE ME-OVERFLOW TO O-ME-OVERFLOW
               WRITE PRTLINE
                   FROM REGISTER-OVERFLOW-LINE
                       AFTER ADVANCING 2 LINES
               END-WRITE
           END-IF.

       3010-REGISTER-ONE-PERSON.
           IF EP-WAS-PAID(PERSON-SUB)
               ADD 1 TO CT-REPS-LISTED
               PERFORM 3015-FILL-REP-LINE
               WRITE PRTLINE
                   FROM REGISTER-REP-LINE
                       AFTER ADVANCING 2 LINES
                           AT EOP
                               PERFORM 9200-REGISTER-HDG
               END-WRITE

               PERFORM 3020-REGISTER-ONE-ENTRY
                   VARYING ME-SUB FROM 1 BY 1
                       UNTIL ME-SUB > ME-COUNT

               MOVE 'MONTH TOTAL' TO O-RT-LABEL
               MOVE EP-MONTH-NET(PERSON-SUB) TO O-RT-NET
               MOVE EP-MONTH-COMM(PERSON-SUB) TO O-RT-COMM
               PERFORM 3030-WRITE-TOTAL-LINE
               MOVE 'QUARTER-TO-DATE' TO O-RT-LABEL
               MOVE EP-QTD-NET(PERSON-SUB) TO O-RT-NET
               MOVE EP-QTD-COMM(PERSON-SUB) TO O-RT-COMM
               PERFORM 3030-WRITE-TOTAL-LINE
               MOVE 'YEAR-TO-DATE' TO O-RT-LABEL
               MOVE EP-YTD-NET(PERSON-SUB) TO O-RT-NET
               MOVE EP-YTD-COMM(PERSON-SUB) TO O-RT-COMM
               PERFORM 3030-WRITE-TOTAL-LINE

               ADD EP-MONTH-NET(PERSON-SUB) TO GT-MONTH-NET
               ADD EP-MONTH-COMM(PERSON-SUB) TO GT-MONTH-COMM
               ADD EP-QTD-NET(PERSON-SUB) TO GT-QTD-NET
               ADD EP-QTD-COMM(PERSON-SUB) TO GT-QTD-COMM
               ADD EP-YTD-NET(PERSON-SUB) TO GT-YTD-NET
               ADD EP-YTD-COMM(PERSON-SUB) TO GT-YTD-COMM
           END-IF.

       3015-FILL-REP-LINE.
           MOVE PERSON-SUB TO O-REP-NUM.
           MOVE EP-NAME(PERSON-SUB) TO O-REP-NAME.
           IF EP-TERM-DATE(PERSON-SUB) > 0
               MOVE 'TERMINATED: ' TO O-REP-TERM-TEXT
               MOVE EP-TERM-DATE(PERSON-SUB) TO TERM-DATE-EDIT
               MOVE TERM-DATE-EDIT TO O-REP-TERM-DATE
           ELSE
               MOVE SPACES TO O-REP-TERM-TEXT
               MOVE SPACES TO O-REP-TERM-DATE.

       3020-REGISTER-ONE-ENTRY.
           IF ME-SLM-NUM(ME-SUB) = PERSON-SUB
               MOVE ME-WEEK-ENDING(ME-SUB) TO O-RD-WEEK
               EVALUATE ME-ENTRY-TYPE(ME-SUB)
                   WHEN 'W'
                       MOVE 'WEEKLY' TO O-RD-TYPE
                   WHEN 'R'
                       MOVE 'RESUBMIT' TO O-RD-TYPE
                   WHEN 'A'
                       MOVE 'ADJUSTMENT' TO O-RD-TYPE
                   WHEN OTHER
                       MOVE ME-ENTRY-TYPE(ME-SUB) TO O-RD-TYPE
               END-EVALUATE
               MOVE ME-RUN-DATE(ME-SUB) TO O-RD-PAID
               MOVE ME-NET-SALES(ME-SUB) TO O-RD-NET
               COMPUTE C-RATE-PCT = ME-RATE(ME-SUB) * 100
               MOVE C-RATE-PCT TO O-RD-RATE
               MOVE ME-COMM(ME-SUB) TO O-RD-COMM
               WRITE PRTLINE
                   FROM REGISTER-DETAIL-LINE
                       AFTER ADVANCING 1 LINE
                           AT EOP
                               PERFORM 9200-REGISTER-HDG
               END-WRITE
           END-IF.

       3030-WRITE-TOTAL-LINE.
           WRITE PRTLINE
               FROM REGISTER-TOTAL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9200-REGISTER-HDG.

      *    THE ANNUAL SUMMARY -- ONE LINE PER SALESPERSON PAID IN THE
      *    YEAR, PRINTED AND WRITTEN TO THE PAYROLL/HR FILE, THEN THE
      *    GRAND TOTALS. THE FILE'S TRAILER CARRIES THE DETAIL COUNT
      *    AND THE YEAR'S COMMISSION, WHICH MATCH THE PRINTED TOTALS.
       4000-ANNUAL-SUMMARY.
           OPEN OUTPUT ANNOUT.
           MOVE SPACES TO ANS-HDR-REC.
           MOVE 'HD' TO ANH-REC-ID.
           MOVE STAMP-DATE TO ANH-CREATE-DATE.
           MOVE SEL-CCYY TO ANH-YEAR.
           WRITE ANS-HDR-REC.

           PERFORM 9300-ANNUAL-HDG.

           PERFORM 4010-ANNUAL-ONE-PERSON
               VARYING PERSON-SUB FROM 1 BY 1
                   UNTIL PERSON-SUB > 50.

           IF CT-REPS-LISTED = 0
               WRITE PRTLINE
                   FROM EARN-NONE-LINE
                       AFTER ADVANCING 2 LINES
               END-WRITE
           END-IF.

           MOVE SPACES TO ANNUAL-DETAIL-LINE.
           MOVE 'GRAND TOTALS' TO O-AD-NAME.
           PERFORM 4030-FILL-GRAND-QTR
               VARYING QTR-SUB FROM 1 BY 1
                   UNTIL QTR-SUB > 4.
           MOVE GT-YTD-COMM TO O-AD-YEAR-COMM.
           MOVE GT-YTD-NET TO O-AD-YEAR-NET.
           WRITE PRTLINE
               FROM DASH-LINE
                   AFTER ADVANCING 1 LINES.
           WRITE PRTLINE
               FROM ANNUAL-DETAIL-LINE
                   AFTER ADVANCING 2 LINES.
           MOVE CT-REPS-LISTED TO O-CT-REPS-LISTED.
           WRITE PRTLINE
               FROM ANNUAL-COUNT-LINE
                   AFTER ADVANCING 2 LINES.

           MOVE SPACES TO ANS-TRL-REC.
           MOVE 'TR' TO ANT-REC-ID.
           MOVE ANS-OUT-COUNT TO ANT-REC-COUNT.
           MOVE ANS-OUT-HASH TO ANT-HASH-TOTAL.
           WRITE ANS-TRL-REC.
           CLOSE ANNOUT.

       4010-ANNUAL-ONE-PERSON.
           IF EP-WAS-PAID(PERSON-SUB)
               ADD 1 TO CT-REPS-LISTED
               MOVE SPACES TO ANNUAL-DETAIL-LINE
               MOVE PERSON-SUB TO O-AD-NUM
               MOVE EP-NAME(PERSON-SUB) TO O-AD-NAME
               IF EP-TERM-DATE(PERSON-SUB) > 0
                   MOVE EP-TERM-DATE(PERSON-SUB) TO TERM-DATE-EDIT
                   MOVE TERM-DATE-EDIT TO O-AD-TERM-DATE
               END-IF
               PERFORM 4020-FILL-PERSON-QTR
                   VARYING QTR-SUB FROM 1 BY 1
                       UNTIL QTR-SUB > 4
               MOVE EP-YTD-COMM(PERSON-SUB) TO O-AD-YEAR-COMM
               MOVE EP-YTD-NET(PERSON-SUB) TO O-AD-YEAR-NET
               WRITE PRTLINE
                   FROM ANNUAL-DETAIL-LINE
                       AFTER ADVANCING 1 LINE
                           AT EOP
                               PERFORM 9300-ANNUAL-HDG
               END-WRITE

               MOVE PERSON-SUB TO ANS-SLM-NUM
               MOVE EP-NAME(PERSON-SUB) TO ANS-SLM-NAME
               MOVE SEL-CCYY TO ANS-YEAR
               MOVE EP-TERM-DATE(PERSON-SUB) TO ANS-TERM-DATE
               MOVE EP-YTD-COMM(PERSON-SUB) TO ANS-YEAR-COMM
               MOVE EP-YTD-NET(PERSON-SUB) TO ANS-YEAR-NET
               WRITE ANS-DET-REC
               ADD 1 TO ANS-OUT-COUNT
               ADD EP-YTD-COMM(PERSON-SUB) TO ANS-OUT-HASH

               ADD EP-YTD-COMM(PERSON-SUB) TO GT-YTD-COMM
               ADD EP-YTD-NET(PERSON-SUB) TO GT-YTD-NET
           END-IF.

       4020-FILL-PERSON-QTR.
           MOVE EP-QTR-COMM(PERSON-SUB, QTR-SUB) TO
               O-AD-QTR-COMM(QTR-SUB).
           MOVE EP-QTR-COMM(PERSON-SUB, QTR-SUB) TO
               ANS-QTR-COMM(QTR-SUB).
           ADD EP-QTR-COMM(PERSON-SUB, QTR-SUB) TO GT-QTR-COMM(QTR-SUB).

       4030-FILL-GRAND-QTR.
           MOVE GT-QTR-COMM(QTR-SUB) TO O-AD-QTR-COMM(QTR-SUB).

       5000-CLOSING.
           CLOSE PRTOUT.
           PERFORM 5900-WRITE-RUN-LOG.

      *    THE RUN'S COMPLETION RECORD FOR THE SHARED RUN LOG --
      *    SALESPEOPLE LISTED, THE YEAR-TO-DATE COMMISSION, AND THE
      *    EARNINGS ENTRIES READ.
       5900-WRITE-RUN-LOG.
           OPEN EXTEND RUNLOG.
           MOVE 'CBLLMB16' TO RL-PROGRAM.
           MOVE STAMP-DATE TO RL-RUN-DATE.
           MOVE I-TIME(1:6) TO RL-RUN-TIME.
           IF SEL-REGISTER
               MOVE 'REGISTER' TO RL-RUN-MODE
           ELSE
               MOVE 'ANNUAL' TO RL-RUN-MODE.
           MOVE 'NORMAL' TO RL-STATUS.
           MOVE 0 TO RL-WEEK-ENDING.
           MOVE CT-REPS-LISTED TO RL-COUNT-1.
           MOVE GT-YTD-COMM TO RL-AMOUNT-1.
           MOVE CT-ENTRIES-READ TO RL-COUNT-2.
           MOVE SPACES TO RL-NOTE.
           WRITE RL-REC.
           CLOSE RUNLOG.

       9200-REGISTER-HDG.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.

           WRITE PRTLINE
               FROM  COMPANY-TITLE
                   AFTER ADVANCING PAGE.
           WRITE PRTLINE
               FROM  REGISTER-TITLE
                   AFTER ADVANCING 2 LINES.
           MOVE SEL-MM TO O-PER-MM.
           MOVE SEL-CCYY TO O-PER-CCYY.
           MOVE SEL-QTR TO O-PER-QTR.
           WRITE PRTLINE
               FROM  REGISTER-PERIOD-LINE
                   AFTER ADVANCING 1 LINE.
           WRITE PRTLINE
               FROM  REGISTER-COLUMN-HEADING
                   AFTER ADVANCING 2 LINES.
           WRITE PRTLINE
               FROM  DASH-LINE
                   AFTER ADVANCING 1 LINES.

       9300-ANNUAL-HDG.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.

           WRITE PRTLINE
               FROM  COMPANY-TITLE
                   AFTER ADVANCING PAGE.
           WRITE PRTLINE
               FROM  ANNUAL-TITLE
                   AFTER ADVANCING 2 LINES.
           MOVE SEL-CCYY TO O-ANN-CCYY.
           WRITE PRTLINE
               FROM  ANNUAL-PERIOD-LINE
                   AFTER ADVANCING 1 LINE.
           WRITE PRTLINE
               FROM  ANNUAL-COLUMN-HEADING
                   AFTER ADVANCING 2 LINES.
           WRITE PRTLINE
               FROM  DASH-LINE
                   AFTER ADVANCING 1 LINES.

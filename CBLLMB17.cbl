       IDENTIFICATION DIVISION.
       PROGRAM-ID.          CBLLMB17.
       AUTHOR.              LIBBY BAKALAR.
       DATE-WRITTEN.        10/15/2026.
       DATE-COMPILED.       10/15/2026.

      ******************************************************************
      *   THIS PROGRAM IS THE RETURNS AND LOSS-PREVENTION EXCEPTION    *
      *   ANALYSIS. IT SCANS THE POSTED-TRANSACTION LEDGER             *
      *   (CBLLEDG.DAT) FOR A SALES DATE RANGE AND FLAGS THE RETURN    *
      *   PATTERNS LOSS PREVENTION WANTS LOOKED AT --                  *
      *       1. A SALESPERSON WHOSE RETURNS RUN ABOVE A PERCENTAGE    *
      *          OF THEIR GROSS SALES FOR THE RANGE                    *
      *       2. A SINGLE SALE OR RETURN ABOVE A DOLLAR CEILING        *
      *       3. A RETURN WITH NO MATCHING EARLIER SALE -- SAME        *
      *          SALESPERSON, FURNITURE CODE, AND AMOUNT, SOLD ON OR   *
      *          BEFORE THE RETURN'S DATE (ANYWHERE ON THE LEDGER)     *
      *       4. A RETURN ON A DAY THE SALESPERSON HAD NO SALES        *
      *   EACH FLAG LISTS THE LEDGER DETAIL BEHIND IT, STORE NUMBER    *
      *   INCLUDED. A RETURN IS ANY LEDGER RECORD WITH A NEGATIVE      *
      *   AMOUNT, THE SAME TEST THE WEEKLY RUN USES TO SPLIT GROSS     *
      *   FROM RETURNS.                                                *
      *                                                                *
      *   THE THRESHOLDS COME FROM THE PARAMETER RECORD CBLLPPRM.DAT   *
      *   THE LOSS-PREVENTION MANAGER MAINTAINS; THE DATE RANGE IS     *
      *   GIVEN AS RUN PARAMETERS --  FROM THRU  (CCYYMMDD CCYYMMDD).  *
      *-----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  ------------------------------------------------------------
      *  10/15/2026  LB    ORIGINAL PROGRAM.
      *  10/15/2026  LB    THE LEDGER IS NOW INDEXED (92 BYTES). BOTH
      *                    PASSES READ IT BY THE SALES-DATE KEY AND
      *                    STOP PAST THE RANGE'S THRU DATE.
      *  10/15/2026  LB    THE RUN NOW CLEARS THE JOB-STEP SEQUENCE
      *                    CHECK (CBLLMB19) BEFORE IT DOES ANY WORK.
      *                    THE RUN LOG RECORD CARRIES A NOTE (NOW 149
      *                    BYTES).
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT LPPARM
           ASSIGN TO 'C:\COBOL\CBLLPPRM.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LPPARM-STATUS.

           SELECT OPTIONAL LEDGER
           ASSIGN TO 'C:\COBOL\CBLLEDG.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LGR-LEDGER-KEY
           ALTERNATE RECORD KEY IS LGR-SLM-NUM WITH DUPLICATES
           ALTERNATE RECORD KEY IS LGR-SALES-CCYYMMDD
               WITH DUPLICATES
           FILE STATUS IS LEDGER-STATUS.

           SELECT PRTOUT
           ASSIGN TO 'C:\COBOL\CBLLOSS.PRT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUNLOG
           ASSIGN TO 'C:\COBOL\CBLRLOG.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    THE LOSS-PREVENTION THRESHOLDS, ONE RECORD. THE RETURN
      *    PERCENTAGE IS RETURNS AS A PERCENT OF GROSS SALES; THE TWO
      *    CEILINGS ARE DOLLARS FOR ONE SALE AND ONE RETURN. A ZERO
      *    THRESHOLD TURNS THAT TEST OFF.
       FD  LPPARM
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS LPP-REC.

       01  LPP-REC.
           05 LPP-RETURN-PCT      PIC 999V99.
           05 LPP-SALE-CEILING    PIC 9(7)V99.
           05 LPP-RETURN-CEILING  PIC 9(7)V99.
           05 FILLER              PIC X(17).

      *    THE LEDGER RECORD AS CBLLMB06 WRITES IT -- SEE CBLLMB10.
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
                   88  LGR-IS-SPLIT-SHARE    VALUE 'P' 'S'.
                   88  LGR-IS-SECOND-SHARE   VALUE 'S'.
           05 LGR-SPLIT-PARTNER   PIC 99.
           05 LGR-SPLIT-PCT       PIC 999V99.
           05 LGR-SALE-AMOUNT     PIC S9(5)V99.
           05 LGR-SALES-CCYYMMDD  PIC 9(8).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 55
           DATA RECORD IS PRTLINE.

       01  PRTLINE                PIC X(132).

      *    ONE COMPLETION RECORD PER RUN, APPENDED TO THE SHARED RUN
      *    LOG EVERY PROGRAM IN THE SUITE WRITES.
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
           05  LPPARM-STATUS      PIC XX            VALUE ZERO.
           05  LEDGER-STATUS      PIC XX            VALUE ZERO.
           05  PERSON-SUB         PIC 99            VALUE ZERO.
           05  STAMP-DATE         PIC 9(8)          VALUE ZERO.
           05  CT-RECORDS-READ    PIC 9(7)          VALUE ZERO.
           05  CT-IN-RANGE        PIC 9(7)          VALUE ZERO.
           05  CT-PCT-FLAGS       PIC 9(5)          VALUE ZERO.
           05  CT-CEILING-FLAGS   PIC 9(5)          VALUE ZERO.
           05  CT-UNMATCHED-FLAGS PIC 9(5)          VALUE ZERO.
           05  CT-NO-SALE-FLAGS   PIC 9(5)          VALUE ZERO.
           05  CT-TOTAL-FLAGS     PIC 9(7)          VALUE ZERO.
           05  TOTAL-RETURNS      PIC S9(11)V99     VALUE ZERO.
           05  ABS-AMOUNT         PIC 9(5)V99       VALUE ZERO.
           05  CEILING-AMOUNT     PIC 9(5)V99       VALUE ZERO.
           05  SECTION-FLAGS      PIC 9(5)          VALUE ZERO.

       01  SWITCH-AREA.
           05  SW-SALE-USED        PIC X         VALUE 'N'.
               88  SALE-ALREADY-MATCHED           VALUE 'Y'.

       01  SELECTION-AREA.
           05  PARM-LINE           PIC X(30)     VALUE SPACES.
           05  PARM-FROM           PIC X(10)     VALUE SPACES.
           05  PARM-THRU           PIC X(10)     VALUE SPACES.
           05  SEL-FROM-DATE       PIC 9(8)      VALUE ZERO.
           05  SEL-THRU-DATE       PIC 9(8)      VALUE ZERO.
           05  LEDGER-START-DATE   PIC 9(8)      VALUE ZERO.

      *    GROSS SALES AND RETURNS FOR THE RANGE BY SALESPERSON, BOTH
      *    CARRIED UNSIGNED LIKE THE WEEKLY RUN'S GROSS/RETURNS TABLE.
       01  LP-PERSON-TABLE.
           05  LP-PERSON-ENTRY OCCURS 50.
               10  LPR-NAME        PIC X(25).
               10  LPR-GROSS       PIC 9(9)V99.
               10  LPR-RETURNS     PIC 9(9)V99.
               10  LPR-RETURN-PCT  PIC 999V99.

      *    EVERY RETURN IN THE RANGE, WITH ITS WHOLE LEDGER RECORD,
      *    SO THE SECOND PASS CAN LOOK FOR ITS MATCHING SALE AND FOR
      *    ANY SALE BY THE SAME SALESPERSON THAT DAY. A RETURN PAST
      *    THE TABLE'S END STILL COUNTS IN THE PERCENTAGE AND CEILING
      *    TESTS; IT IS NOTED ON THE REPORT AS NOT MATCH-TESTED.
       01  RETURN-CONTROL.
           05  RT-COUNT            PIC 9(5)      VALUE ZERO.
           05  RT-SUB              PIC 9(5)      VALUE ZERO.
           05  RT-OVERFLOW         PIC 9(5)      VALUE ZERO.

       01  RETURN-TABLE.
           05  RETURN-ENTRY OCCURS 3000.
               10  RT-SLM-NUM      PIC 99.
               10  RT-FUR-CODE     PIC 99.
               10  RT-ABS-AMOUNT   PIC 9(5)V99.
               10  RT-DATE-8       PIC 9(8).
               10  SW-RT-MATCHED   PIC X.
                   88  RT-HAS-MATCHING-SALE       VALUE 'Y'.
               10  SW-RT-SALE-DAY  PIC X.
                   88  RT-REP-SOLD-THAT-DAY       VALUE 'Y'.
               10  RT-LEDGER-IMAGE PIC X(92).

      *    A LEDGER RECORD BEING PRINTED, FROM THE FILE OR FROM THE
      *    RETURN TABLE -- THE SAME 92-BYTE LAYOUT AS LGR-REC.
       01  LEDGER-DETAIL-IMAGE.
           05 LDI-SLM-NUM         PIC 99.
           05 LDI-DAY             PIC 9.
           05 LDI-AMOUNT          PIC S9(5)V99.
           05 LDI-FUR-CODE        PIC 99.
           05 LDI-SALES-DATE      PIC 9(6).
           05 LDI-STORE-NUM       PIC 99.
           05 LDI-SLM-NAME        PIC X(25).
           05 LDI-RUN-DATE        PIC 9(8).
           05 LDI-RUN-MODE        PIC X.
           05 LDI-WEEK-ENDING     PIC 9(8).
           05 LDI-SALE-SEQ        PIC 9(7).
           05 LDI-SPLIT-ROLE      PIC X.
           05 LDI-SPLIT-PARTNER   PIC 99.
           05 LDI-SPLIT-PCT       PIC 999V99.
           05 LDI-SALE-AMOUNT     PIC S9(5)V99.
           05 LDI-SALES-CCYYMMDD  PIC 9(8).

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

       01  LOSS-REPORT-TITLE.
           05  FILLER              PIC X(44)   VALUE SPACES.
           05  FILLER              PIC X(44)   VALUE
            'RETURNS AND LOSS-PREVENTION EXCEPTION REPORT'.

       01  RANGE-LINE.
           05  FILLER              PIC X(13)   VALUE 'SALES DATES: '.
           05  O-RANGE-FROM        PIC 9(8).
           05  FILLER              PIC X(6)    VALUE ' THRU '.
           05  O-RANGE-THRU        PIC 9(8).
           05  FILLER              PIC X(16)   VALUE
            '   RETURN PCT: '.
           05  O-THR-PCT           PIC ZZ9.99.
           05  FILLER              PIC X(18)   VALUE
            '   SALE CEILING: '.
           05  O-THR-SALE          PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(20)   VALUE
            '   RETURN CEILING: '.
           05  O-THR-RETURN        PIC Z,ZZZ,ZZ9.99.

       01  SECTION-TITLE-LINE.
           05  FILLER              PIC X(3)    VALUE '** '.
           05  O-SECTION-TITLE     PIC X(60).

       01  DASH-LINE.
           05  FILLER              PIC X(132)  VALUE ALL '-'.

       01  DETAIL-HEADING.
           05 FILLER               PIC X(4)    VALUE 'SLM'.
           05 FILLER               PIC X(27)   VALUE 'NAME'.
           05 FILLER               PIC X(6)    VALUE 'STORE'.
           05 FILLER               PIC X(6)    VALUE 'FURN'.
           05 FILLER               PIC X(11)   VALUE 'SALES DATE'.
           05 FILLER               PIC X(4)    VALUE 'DAY'.
           05 FILLER               PIC X(14)   VALUE '      AMOUNT'.
           05 FILLER               PIC X(9)    VALUE 'SPLIT'.
           05 FILLER               PIC X(11)   VALUE 'RUN DATE'.
           05 FILLER               PIC X(11)   VALUE 'WEEK END'.
           05 FILLER               PIC X(6)    VALUE 'MODE'.
           05 FILLER               PIC X(20)   VALUE 'FLAG'.

       01  DETAIL-LINE.
           05 O-LD-SLM             PIC Z9.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 O-LD-NAME            PIC X(25).
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 O-LD-STORE           PIC Z9.
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 O-LD-FURN            PIC Z9.
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 O-LD-SALES-DATE      PIC 9(8).
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 O-LD-DAY             PIC 9.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 O-LD-AMOUNT          PIC -ZZZ,ZZZ.99.
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 O-LD-SPLIT           PIC X(7).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 O-LD-RUN-DATE        PIC 9(8).
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 O-LD-WEEK            PIC 9(8).
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 O-LD-MODE            PIC X.
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 O-LD-FLAG            PIC X(20).

       01  PCT-REP-LINE.
           05 FILLER               PIC X(13)   VALUE 'SALESPERSON: '.
           05 O-PR-SLM             PIC Z9.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 O-PR-NAME            PIC X(25).
           05 FILLER               PIC X(9)    VALUE '  GROSS: '.
           05 O-PR-GROSS           PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(11)   VALUE '  RETURNS: '.
           05 O-PR-RETURNS         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(14)   VALUE
            '  RETURN PCT: '.
           05 O-PR-PCT             PIC ZZ9.99.
           05 FILLER               PIC X(1)    VALUE '%'.

       01  SECTION-NONE-LINE.
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 FILLER               PIC X(40)   VALUE
            'NOTHING FLAGGED UNDER THIS TEST'.

       01  SECTION-OFF-LINE.
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 FILLER               PIC X(48)   VALUE
            'TEST TURNED OFF (ZERO THRESHOLD ON CBLLPPRM.DAT)'.

       01  SECTION-COUNT-LINE.
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 FILLER               PIC X(15)   VALUE 'FLAGS RAISED: '.
           05 O-SECTION-FLAGS      PIC ZZ,ZZ9.

       01  OVERFLOW-LINE.
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 O-RT-OVERFLOW        PIC ZZ,ZZ9.
           05 FILLER               PIC X(60)   VALUE
            ' RETURNS PAST THE TABLE LIMIT WERE NOT MATCH-TESTED'.

       01  SUMMARY-LINE.
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 O-SUM-LABEL          PIC X(40).
           05 O-SUM-COUNT          PIC ZZZ,ZZ9.

       01  SUMMARY-AMOUNT-LINE.
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 FILLER               PIC X(40)   VALUE
            'TOTAL RETURNS IN RANGE'.
           05 O-SUM-RETURNS        PIC ZZ,ZZZ,ZZZ,ZZ9.99.

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

       0000-CBLLMB17.
           PERFORM 1000-INIT.
           PERFORM 2000-FIRST-PASS.
           PERFORM 3000-RETURN-PCT-SECTION.
           PERFORM 4000-SECOND-PASS.
           PERFORM 5000-UNMATCHED-SECTION.
           PERFORM 5500-NO-SALE-DAY-SECTION.
           PERFORM 6000-CLOSING.
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
           PERFORM 1200-READ-THRESHOLDS.

           PERFORM 1300-CLR-PERSON
               VARYING PERSON-SUB FROM 1 BY 1
                   UNTIL PERSON-SUB > 50.

           OPEN OUTPUT PRTOUT.

      *    THE JOB-STEP SEQUENCE CHECK (CBLLMB19). A STEP WHOSE
      *    PREREQUISITES ARE NOT ON THE RUN LOG, AND NOT WAIVED BY A
      *    SUPERVISOR OVERRIDE, STOPS HERE BEFORE ANY FILE IS OPENED.
       1050-CHECK-STEP-SEQUENCE.
           MOVE 'CBLLMB17' TO SG-PROGRAM.
           MOVE 'LOSSPREV' TO SG-RUN-MODE.
           MOVE 0 TO SG-WEEK-ENDING.
           MOVE 0 TO SG-CUTOFF-DATE.
           CALL 'CBLLMB19' USING STEP-GATE-AREA.
           IF SG-STEP-BLOCKED
               DISPLAY 'CBLLMB17 PREREQUISITE NOT MET -- RUN TERMINATED'
               STOP RUN.

      *    THE DATE RANGE IS GIVEN AS RUN PARAMETERS, THE SAME WAY
      *    THE LEDGER INQUIRY (CBLLMB10) TAKES ITS D SELECTION --
      *        FROM THRU        SALES DATES, CCYYMMDD CCYYMMDD
       1100-GET-SELECTION.
           ACCEPT PARM-LINE FROM COMMAND-LINE.
           UNSTRING PARM-LINE DELIMITED BY ALL ' '
               INTO PARM-FROM PARM-THRU.

           IF PARM-FROM(1:8) NOT NUMERIC OR
              PARM-THRU(1:8) NOT NUMERIC
               DISPLAY 'DATE RANGE MUST BE CCYYMMDD CCYYMMDD -- RUN '
                   'TERMINATED'
               STOP RUN.
           MOVE PARM-FROM(1:8) TO SEL-FROM-DATE.
           MOVE PARM-THRU(1:8) TO SEL-THRU-DATE.
           IF SEL-FROM-DATE > SEL-THRU-DATE
               DISPLAY 'FROM DATE ' SEL-FROM-DATE ' IS AFTER THRU '
                   'DATE ' SEL-THRU-DATE ' -- RUN TERMINATED'
               STOP RUN.

      *    THE THRESHOLD RECORD MUST BE THERE AND NUMERIC -- A
      *    LOSS-PREVENTION RUN ON MADE-UP DEFAULTS IS WORSE THAN NO
      *    RUN AT ALL.
       1200-READ-THRESHOLDS.
           OPEN INPUT LPPARM.
           IF LPPARM-STATUS NOT = '00'
               DISPLAY 'PARAMETER FILE CBLLPPRM.DAT WILL NOT OPEN, '
                   'STATUS = ' LPPARM-STATUS
               DISPLAY 'PREPARE THE PARAMETER RECORD -- RUN TERMINATED'
               STOP RUN.
           READ LPPARM
               AT END
                   DISPLAY 'PARAMETER FILE CBLLPPRM.DAT IS EMPTY -- '
                       'RUN TERMINATED'
                   STOP RUN
           END-READ.
           IF LPP-RETURN-PCT NOT NUMERIC OR
              LPP-SALE-CEILING NOT NUMERIC OR
              LPP-RETURN-CEILING NOT NUMERIC
               DISPLAY 'PARAMETER RECORD CBLLPPRM.DAT HAS A THRESHOLD '
                   'THAT IS NOT NUMERIC -- RUN TERMINATED'
               STOP RUN.
           CLOSE LPPARM.

       1300-CLR-PERSON.
           MOVE SPACES TO LPR-NAME(PERSON-SUB).
           MOVE 0 TO LPR-GROSS(PERSON-SUB).
           MOVE 0 TO LPR-RETURNS(PERSON-SUB).
           MOVE 0 TO LPR-RETURN-PCT(PERSON-SUB).

      *    FIRST PASS -- GROSS AND RETURNS BY SALESPERSON FOR THE
      *    RANGE, AND EVERY RETURN IN THE RANGE INTO THE RETURN TABLE.
       2000-FIRST-PASS.
           MOVE SEL-FROM-DATE TO LEDGER-START-DATE.
           PERFORM 8000-OPEN-LEDGER.
           PERFORM 2010-FIRST-PASS-ONE
               UNTIL MORE-RECS = 'NO'.
           CLOSE LEDGER.

       2010-FIRST-PASS-ONE.
           PERFORM 8050-READ-LEDGER.
           IF MORE-RECS = 'YES'
               IF LGR-SLM-NUM >= 1 AND LGR-SLM-NUM <= 50
                   PERFORM 2020-ACCUMULATE-ONE
               END-IF
           END-IF.

       2020-ACCUMULATE-ONE.
           ADD 1 TO CT-IN-RANGE.
           MOVE LGR-SLM-NUM TO PERSON-SUB.
           MOVE LGR-SLM-NAME TO LPR-NAME(PERSON-SUB).
           IF LGR-AMOUNT < 0
               COMPUTE ABS-AMOUNT = 0 - LGR-AMOUNT
               ADD ABS-AMOUNT TO LPR-RETURNS(PERSON-SUB)
               ADD ABS-AMOUNT TO TOTAL-RETURNS
               PERFORM 2030-KEEP-RETURN
           ELSE
               ADD LGR-AMOUNT TO LPR-GROSS(PERSON-SUB).

       2030-KEEP-RETURN.
           IF RT-COUNT < 3000
               ADD 1 TO RT-COUNT
               MOVE LGR-SLM-NUM TO RT-SLM-NUM(RT-COUNT)
               MOVE LGR-FUR-CODE TO RT-FUR-CODE(RT-COUNT)
               MOVE ABS-AMOUNT TO RT-ABS-AMOUNT(RT-COUNT)
               MOVE LGR-SALES-CCYYMMDD TO RT-DATE-8(RT-COUNT)
               MOVE 'N' TO SW-RT-MATCHED(RT-COUNT)
               MOVE 'N' TO SW-RT-SALE-DAY(RT-COUNT)
               MOVE LGR-REC TO RT-LEDGER-IMAGE(RT-COUNT)
           ELSE
               ADD 1 TO RT-OVERFLOW.

      *    TEST 1 -- RETURNS ABOVE THE SET PERCENTAGE OF GROSS. A
      *    SALESPERSON WITH RETURNS BUT NO GROSS AT ALL IN THE RANGE
      *    IS SHOWN AT THE TOP OF THE SCALE. EACH FLAGGED SALESPERSON
      *    IS FOLLOWED BY THE RETURNS BEHIND THE FIGURE.
       3000-RETURN-PCT-SECTION.
           MOVE 'RETURNS ABOVE THE SET PERCENTAGE OF GROSS SALES'
               TO O-SECTION-TITLE.
           MOVE 0 TO SECTION-FLAGS.
           PERFORM 9200-HDG.

           IF LPP-RETURN-PCT = 0
               WRITE PRTLINE
                   FROM SECTION-OFF-LINE
                       AFTER ADVANCING 1 LINE
           ELSE
               PERFORM 3010-TEST-ONE-PERSON
                   VARYING PERSON-SUB FROM 1 BY 1
                       UNTIL PERSON-SUB > 50
               PERFORM 8500-SECTION-FOOTING
           END-IF.
           MOVE SECTION-FLAGS TO CT-PCT-FLAGS.

       3010-TEST-ONE-PERSON.
           IF LPR-RETURNS(PERSON-SUB) > 0
               IF LPR-GROSS(PERSON-SUB) = 0
                   MOVE 999.99 TO LPR-RETURN-PCT(PERSON-SUB)
               ELSE
                   COMPUTE LPR-RETURN-PCT(PERSON-SUB) ROUNDED =
                       LPR-RETURNS(PERSON-SUB) * 100 /
                           LPR-GROSS(PERSON-SUB)
                       ON SIZE ERROR
                           MOVE 999.99 TO LPR-RETURN-PCT(PERSON-SUB)
                   END-COMPUTE
               END-IF
               IF LPR-RETURN-PCT(PERSON-SUB) > LPP-RETURN-PCT
                   ADD 1 TO SECTION-FLAGS
                   PERFORM 3020-LIST-PCT-PERSON
               END-IF
           END-IF.

       3020-LIST-PCT-PERSON.
           MOVE PERSON-SUB TO O-PR-SLM.
           MOVE LPR-NAME(PERSON-SUB) TO O-PR-NAME.
           MOVE LPR-GROSS(PERSON-SUB) TO O-PR-GROSS.
           MOVE LPR-RETURNS(PERSON-SUB) TO O-PR-RETURNS.
           MOVE LPR-RETURN-PCT(PERSON-SUB) TO O-PR-PCT.
           WRITE PRTLINE
               FROM PCT-REP-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9200-HDG.
           PERFORM 3030-LIST-PERSON-RETURN
               VARYING RT-SUB FROM 1 BY 1
                   UNTIL RT-SUB > RT-COUNT.

       3030-LIST-PERSON-RETURN.
           IF RT-SLM-NUM(RT-SUB) = PERSON-SUB
               MOVE RT-LEDGER-IMAGE(RT-SUB) TO LEDGER-DETAIL-IMAGE
               MOVE 'RETURN' TO O-LD-FLAG
               PERFORM 8300-WRITE-DETAIL
           END-IF.

      *    SECOND PASS OVER THE LEDGER FROM ITS EARLIEST SALES DATE
      *    TO THE RANGE'S THRU DATE -- A SALE DATED LATER CANNOT MATCH
      *    A RETURN IN THE RANGE. EVERY SALE READ IS OFFERED TO THE
      *    RETURN TABLE -- IT MATCHES THE FIRST
      *    STILL-UNMATCHED RETURN BY THE SAME SALESPERSON FOR THE SAME
      *    FURNITURE CODE AND AMOUNT DATED ON OR AFTER THE SALE, ONE
      *    SALE FOR ONE RETURN, AND IT MARKS EVERY RETURN BY THAT
      *    SALESPERSON ON THE SAME DAY AS HAVING A SALE THAT DAY. ON
      *    THE WAY THROUGH, TEST 2 LISTS ANY SALE OR RETURN IN THE
      *    RANGE ABOVE ITS CEILING.
       4000-SECOND-PASS.
           MOVE 'SINGLE SALES AND RETURNS ABOVE THE DOLLAR CEILING'
               TO O-SECTION-TITLE.
           MOVE 0 TO SECTION-FLAGS.
           PERFORM 9200-HDG.
           IF LPP-SALE-CEILING = 0 AND LPP-RETURN-CEILING = 0
               WRITE PRTLINE
                   FROM SECTION-OFF-LINE
                       AFTER ADVANCING 1 LINE
               END-WRITE
           END-IF.

           MOVE 0 TO LEDGER-START-DATE.
           PERFORM 8000-OPEN-LEDGER.
           PERFORM 4010-SECOND-PASS-ONE
               UNTIL MORE-RECS = 'NO'.
           CLOSE LEDGER.

           IF LPP-SALE-CEILING > 0 OR LPP-RETURN-CEILING > 0
               PERFORM 8500-SECTION-FOOTING.
           MOVE SECTION-FLAGS TO CT-CEILING-FLAGS.

       4010-SECOND-PASS-ONE.
           PERFORM 8050-READ-LEDGER.
           IF MORE-RECS = 'YES'
               ADD 1 TO CT-RECORDS-READ
               IF LGR-AMOUNT > 0
                   MOVE 'N' TO SW-SALE-USED
                   PERFORM 4020-OFFER-SALE
                       VARYING RT-SUB FROM 1 BY 1
                           UNTIL RT-SUB > RT-COUNT
               END-IF
               IF LGR-SALES-CCYYMMDD >= SEL-FROM-DATE AND
                  LGR-SLM-NUM >= 1 AND LGR-SLM-NUM <= 50
                   PERFORM 4030-TEST-CEILING
               END-IF
           END-IF.

       4020-OFFER-SALE.
           IF RT-SLM-NUM(RT-SUB) = LGR-SLM-NUM
               IF RT-DATE-8(RT-SUB) = LGR-SALES-CCYYMMDD
                   MOVE 'Y' TO SW-RT-SALE-DAY(RT-SUB)
               END-IF
               IF NOT SALE-ALREADY-MATCHED AND
                  NOT RT-HAS-MATCHING-SALE(RT-SUB) AND
                  RT-FUR-CODE(RT-SUB) = LGR-FUR-CODE AND
                  RT-ABS-AMOUNT(RT-SUB) = LGR-AMOUNT AND
                  RT-DATE-8(RT-SUB) >= LGR-SALES-CCYYMMDD
                   MOVE 'Y' TO SW-RT-MATCHED(RT-SUB)
                   MOVE 'Y' TO SW-SALE-USED
               END-IF
           END-IF.

      *    A SPLIT SALE IS TESTED ONCE, ON ITS WHOLE AMOUNT, AND
      *    LISTED AGAINST THE SALESPERSON ON THE SALES RECORD -- THE
      *    SECOND SALESPERSON'S SHARE IS NOT TESTED AGAIN.
       4030-TEST-CEILING.
           IF LGR-IS-SPLIT-SHARE
               MOVE LGR-SALE-AMOUNT TO CEILING-AMOUNT
           ELSE
               MOVE LGR-AMOUNT TO CEILING-AMOUNT.
           IF LGR-IS-SECOND-SHARE
               CONTINUE
           ELSE
               IF LGR-AMOUNT > 0
                   IF LPP-SALE-CEILING > 0 AND
                      CEILING-AMOUNT > LPP-SALE-CEILING
                       ADD 1 TO SECTION-FLAGS
                       MOVE LGR-REC TO LEDGER-DETAIL-IMAGE
                       MOVE 'SALE OVER CEILING' TO O-LD-FLAG
                       PERFORM 8300-WRITE-DETAIL
                   END-IF
               ELSE
                   IF LPP-RETURN-CEILING > 0 AND
                      CEILING-AMOUNT > LPP-RETURN-CEILING
                       ADD 1 TO SECTION-FLAGS
                       MOVE LGR-REC TO LEDGER-DETAIL-IMAGE
                       MOVE 'RETURN OVER CEILING' TO O-LD-FLAG
                       PERFORM 8300-WRITE-DETAIL
                   END-IF
               END-IF
           END-IF.

      *    TEST 3 -- RETURNS THE SECOND PASS FOUND NO EARLIER SALE
      *    FOR.
       5000-UNMATCHED-SECTION.
           MOVE 'RETURNS WITH NO MATCHING EARLIER SALE'
               TO O-SECTION-TITLE.
           MOVE 0 TO SECTION-FLAGS.
           PERFORM 9200-HDG.
           PERFORM 5010-TEST-ONE-UNMATCHED
               VARYING RT-SUB FROM 1 BY 1
                   UNTIL RT-SUB > RT-COUNT.
           PERFORM 8500-SECTION-FOOTING.
           PERFORM 8600-OVERFLOW-NOTE.
           MOVE SECTION-FLAGS TO CT-UNMATCHED-FLAGS.

       5010-TEST-ONE-UNMATCHED.
           IF NOT RT-HAS-MATCHING-SALE(RT-SUB)
               ADD 1 TO SECTION-FLAGS
               MOVE RT-LEDGER-IMAGE(RT-SUB) TO LEDGER-DETAIL-IMAGE
               MOVE 'NO MATCHING SALE' TO O-LD-FLAG
               PERFORM 8300-WRITE-DETAIL
           END-IF.

      *    TEST 4 -- RETURNS ON A DAY THE SALESPERSON SOLD NOTHING.
       5500-NO-SALE-DAY-SECTION.
           MOVE 'RETURNS ON A DAY THE SALESPERSON HAD NO SALES'
               TO O-SECTION-TITLE.
           MOVE 0 TO SECTION-FLAGS.
           PERFORM 9200-HDG.
           PERFORM 5510-TEST-ONE-NO-SALE-DAY
               VARYING RT-SUB FROM 1 BY 1
                   UNTIL RT-SUB > RT-COUNT.
           PERFORM 8500-SECTION-FOOTING.
           PERFORM 8600-OVERFLOW-NOTE.
           MOVE SECTION-FLAGS TO CT-NO-SALE-FLAGS.

       5510-TEST-ONE-NO-SALE-DAY.
           IF NOT RT-REP-SOLD-THAT-DAY(RT-SUB)
               ADD 1 TO SECTION-FLAGS
               MOVE RT-LEDGER-IMAGE(RT-SUB) TO LEDGER-DETAIL-IMAGE
               MOVE 'NO SALES THAT DAY' TO O-LD-FLAG
               PERFORM 8300-WRITE-DETAIL
           END-IF.

      *    THE RUN SUMMARY -- FLAGS BY TEST, THE RECORDS SCANNED, AND
      *    THE RANGE'S RETURNS -- THEN THE RUN LOG RECORD.
       6000-CLOSING.
           COMPUTE CT-TOTAL-FLAGS = CT-PCT-FLAGS + CT-CEILING-FLAGS +
               CT-UNMATCHED-FLAGS + CT-NO-SALE-FLAGS.
           MOVE 'RUN SUMMARY' TO O-SECTION-TITLE.
           PERFORM 9200-HDG.
           MOVE 'LEDGER RECORDS READ FOR MATCHING' TO O-SUM-LABEL.
           MOVE CT-RECORDS-READ TO O-SUM-COUNT.
           PERFORM 6010-WRITE-SUMMARY-LINE.
           MOVE 'LEDGER RECORDS IN THE DATE RANGE' TO O-SUM-LABEL.
           MOVE CT-IN-RANGE TO O-SUM-COUNT.
           PERFORM 6010-WRITE-SUMMARY-LINE.
           MOVE 'RETURNS IN THE DATE RANGE' TO O-SUM-LABEL.
           COMPUTE O-SUM-COUNT = RT-COUNT + RT-OVERFLOW.
           PERFORM 6010-WRITE-SUMMARY-LINE.
           MOVE 'FLAGS - RETURN PERCENTAGE' TO O-SUM-LABEL.
           MOVE CT-PCT-FLAGS TO O-SUM-COUNT.
           PERFORM 6010-WRITE-SUMMARY-LINE.
           MOVE 'FLAGS - DOLLAR CEILING' TO O-SUM-LABEL.
           MOVE CT-CEILING-FLAGS TO O-SUM-COUNT.
           PERFORM 6010-WRITE-SUMMARY-LINE.
           MOVE 'FLAGS - NO MATCHING EARLIER SALE' TO O-SUM-LABEL.
           MOVE CT-UNMATCHED-FLAGS TO O-SUM-COUNT.
           PERFORM 6010-WRITE-SUMMARY-LINE.
           MOVE 'FLAGS - RETURN ON A DAY WITH NO SALES' TO O-SUM-LABEL.
           MOVE CT-NO-SALE-FLAGS TO O-SUM-COUNT.
           PERFORM 6010-WRITE-SUMMARY-LINE.
           MOVE 'TOTAL FLAGS RAISED' TO O-SUM-LABEL.
           MOVE CT-TOTAL-FLAGS TO O-SUM-COUNT.
           PERFORM 6010-WRITE-SUMMARY-LINE.
           MOVE TOTAL-RETURNS TO O-SUM-RETURNS.
           WRITE PRTLINE
               FROM SUMMARY-AMOUNT-LINE
                   AFTER ADVANCING 2 LINES.

           CLOSE PRTOUT.
           PERFORM 6900-WRITE-RUN-LOG.

       6010-WRITE-SUMMARY-LINE.
           WRITE PRTLINE
               FROM SUMMARY-LINE
                   AFTER ADVANCING 1 LINE.

      *    THE RUN'S COMPLETION RECORD FOR THE SHARED RUN LOG --
      *    FLAGS RAISED, THE RANGE'S RETURNS, AND THE LEDGER RECORDS
      *    READ. THE WEEK-ENDING FIELD CARRIES THE RANGE'S THRU DATE.
       6900-WRITE-RUN-LOG.
           OPEN EXTEND RUNLOG.
           MOVE 'CBLLMB17' TO RL-PROGRAM.
           MOVE STAMP-DATE TO RL-RUN-DATE.
           MOVE I-TIME(1:6) TO RL-RUN-TIME.
           MOVE 'LOSSPREV' TO RL-RUN-MODE.
           MOVE 'NORMAL' TO RL-STATUS.
           MOVE SEL-THRU-DATE TO RL-WEEK-ENDING.
           MOVE CT-TOTAL-FLAGS TO RL-COUNT-1.
           MOVE TOTAL-RETURNS TO RL-AMOUNT-1.
           MOVE CT-RECORDS-READ TO RL-COUNT-2.
           MOVE SPACES TO RL-NOTE.
           WRITE RL-REC.
           CLOSE RUNLOG.

      *    OPEN THE LEDGER AND POSITION IT ON THE SALES-DATE KEY AT
      *    THE DATE THE CALLER LEFT IN LEDGER-START-DATE.
       8000-OPEN-LEDGER.
           MOVE 'YES' TO MORE-RECS.
           OPEN INPUT LEDGER.
           IF LEDGER-STATUS NOT = '00' AND LEDGER-STATUS NOT = '05'
               DISPLAY 'CBLLEDG.DAT WILL NOT OPEN, STATUS = '
                   LEDGER-STATUS
               DISPLAY 'THE POSTED LEDGER CANNOT BE READ -- RUN '
                   'TERMINATED'
               STOP RUN.
           MOVE LEDGER-START-DATE TO LGR-SALES-CCYYMMDD.
           START LEDGER KEY IS NOT LESS THAN LGR-SALES-CCYYMMDD
               INVALID KEY
                   MOVE 'NO' TO MORE-RECS
           END-START.

      *    THE NEXT LEDGER RECORD IN SALES-DATE ORDER; THE READ ENDS
      *    AT THE FIRST RECORD PAST THE RANGE'S THRU DATE.
       8050-READ-LEDGER.
           IF MORE-RECS = 'YES'
               READ LEDGER NEXT RECORD
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       IF LGR-SALES-CCYYMMDD > SEL-THRU-DATE
                           MOVE 'NO' TO MORE-RECS
                       END-IF
               END-READ
           END-IF.

      *    ONE LEDGER DETAIL LINE FROM LEDGER-DETAIL-IMAGE. THE
      *    FLAG TEXT IS SET BY THE CALLER.
       8300-WRITE-DETAIL.
           MOVE LDI-SLM-NUM TO O-LD-SLM.
           MOVE LDI-SLM-NAME TO O-LD-NAME.
           MOVE LDI-STORE-NUM TO O-LD-STORE.
           MOVE LDI-FUR-CODE TO O-LD-FURN.
           MOVE LDI-SALES-CCYYMMDD TO O-LD-SALES-DATE.
           MOVE LDI-DAY TO O-LD-DAY.
           MOVE LDI-AMOUNT TO O-LD-AMOUNT.
           IF LDI-SPLIT-ROLE = 'P' OR LDI-SPLIT-ROLE = 'S'
               MOVE SPACES TO O-LD-SPLIT
               STRING 'SHARE ' LDI-SPLIT-ROLE DELIMITED BY SIZE
                   INTO O-LD-SPLIT
           ELSE
               MOVE SPACES TO O-LD-SPLIT.
           MOVE LDI-RUN-DATE TO O-LD-RUN-DATE.
           MOVE LDI-WEEK-ENDING TO O-LD-WEEK.
           MOVE LDI-RUN-MODE TO O-LD-MODE.
           WRITE PRTLINE
               FROM DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9200-HDG.

       8500-SECTION-FOOTING.
           IF SECTION-FLAGS = 0
               WRITE PRTLINE
                   FROM SECTION-NONE-LINE
                       AFTER ADVANCING 1 LINE
           ELSE
               MOVE SECTION-FLAGS TO O-SECTION-FLAGS
               WRITE PRTLINE
                   FROM SECTION-COUNT-LINE
                       AFTER ADVANCING 2 LINES.

       8600-OVERFLOW-NOTE.
           IF RT-OVERFLOW > 0
               MOVE RT-OVERFLOW TO O-RT-OVERFLOW
               WRITE PRTLINE
                   FROM OVERFLOW-LINE
                       AFTER ADVANCING 1 LINE.

      *    EACH TEST STARTS ON A NEW PAGE; A PAGE BREAK WITHIN A TEST
      *    REPEATS THE TEST'S TITLE.
       9200-HDG.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.

           WRITE PRTLINE
               FROM  COMPANY-TITLE
                   AFTER ADVANCING PAGE.
           WRITE PRTLINE
               FROM  LOSS-REPORT-TITLE
                   AFTER ADVANCING 1 LINE.
           MOVE SEL-FROM-DATE TO O-RANGE-FROM.
           MOVE SEL-THRU-DATE TO O-RANGE-THRU.
           MOVE LPP-RETURN-PCT TO O-THR-PCT.
           MOVE LPP-SALE-CEILING TO O-THR-SALE.
           MOVE LPP-RETURN-CEILING TO O-THR-RETURN.
           WRITE PRTLINE
               FROM  RANGE-LINE
                   AFTER ADVANCING 2 LINES.
           WRITE PRTLINE
               FROM  SECTION-TITLE-LINE
                   AFTER ADVANCING 2 LINES.
           WRITE PRTLINE
               FROM  DETAIL-HEADING
                   AFTER ADVANCING 2 LINES.
           WRITE PRTLINE
               FROM  DASH-LINE
                   AFTER ADVANCING 1 LINES.

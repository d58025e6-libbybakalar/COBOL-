      *   THIS PROGRAM ARCHIVES AND PURGES THE SALES HISTORY FILE      *
      *   (CBLHIST.DAT) THAT THE WEEKLY RUN (CBLLMB06) APPENDS TO      *
      *   FOREVER AND THE TREND REPORT (CBLLMB07) READS IN FULL TWICE  *
      *   PER RUN. RECORDS OLDER THAN THE CUTOFF THE OPERATOR          *
      *   SUPPLIES (FIRST RUN PARAMETER -- A RUN MONTH, CCYYMM, OR A   *
      *   FISCAL PERIOD, FPCCYYPP) ARE ROLLED OFF TO THE ARCHIVE FILE  *
      *   (CBLHIARC.DAT, EXTENDED EACH RUN); THE LIVE FILE IS          *
      *   REWRITTEN WITH ONLY THE RECENT RECORDS. A REPORT OF RECORD   *
      *   COUNTS AND HIST-AMOUNT DOLLAR                                *
      *   TOTALS MOVED VERSUS RETAINED PROVES NOTHING WAS DROPPED.     *
      *   THE REWRITE GOES THROUGH A WORK FILE (CBLHISTN.DAT), WHICH   *
      *   IS LEFT BEHIND AFTER THE RUN AS A SPARE COPY OF THE          *
      *                    MOVED AND RETAINED COUNTS AND THE MOVED
      *                    DOLLAR TOTAL RIDE ALONG AS THE RUN'S
      *                    CONTROL FIGURES.
      *  10/15/2026  LB    HIST-AMOUNT IS NOW SIGNED -- THE PRIOR-WEEK
      *                    ADJUSTMENT RECORDS CBLLMB06 WRITES CAN TAKE
      *                    A MONTH'S FIGURE DOWN -- SO THE MOVED,
      *                    RETAINED, AND READ DOLLAR TOTALS ARE SIGNED
      *                    TOO AND STILL CROSS-FOOT.
      *  10/15/2026  LB    THE RUN NOW CLEARS THE JOB-STEP SEQUENCE
      *                    CHECK (CBLLMB19) BEFORE IT DOES ANY WORK.
      *                    THE RUN LOG RECORD CARRIES A NOTE (NOW 149
      *                    BYTES).
      *  10/15/2026  LB    THE CUTOFF MAY NOW BE GIVEN AS A FISCAL
      *                    PERIOD (FPCCYYPP) ON THE 4-4-5 CALENDAR
      *                    (CBLFCAL.DAT) -- A RECORD WHOSE FISCAL PERIOD
      *                    IS OLDER THAN IT MOVES. AN OLDER RECORD
      *                    WITHOUT A FISCAL PERIOD IS PLACED BY ITS RUN
      *                    DATE THROUGH THE CALENDAR LOOKUP (CBLLMB21);
      *                    ONE THAT CANNOT BE PLACED IS RETAINED. A
      *                    CCYYMM CUTOFF STILL WORKS BY RUN MONTH. THE
      *                    HISTORY RECORD IS NOW 63 BYTES.
      ******************************************************************

       ENVIRONMENT DIVISION.

       FD  HISTORY
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 63 CHARACTERS
           DATA RECORD IS HIST-REC.

      *    THE SAME LAYOUT CBLLMB06 DOCUMENTS. THE FISCAL FIELDS ARE
      *    ZERO OR BLANK ON A RECORD WHOSE WEEK WAS NOT ON THE FISCAL
      *    CALENDAR WHEN IT WAS WRITTEN -- SEE 2010-PLACE-RECORD.
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

       FD  ARCHIVE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 63 CHARACTERS
           DATA RECORD IS ARC-REC.

       01  ARC-REC                PIC X(63).

       FD  NEWHIST
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 63 CHARACTERS
           DATA RECORD IS NEW-REC.

       01  NEW-REC                PIC X(63).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
      *    THE ARCHIVE DOES NOT RUN AGAINST A SCHEDULED WEEK.
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
           05  WORK-CCYYMM        PIC 9(6)          VALUE ZERO.
           05  WORK-CCYYPP        PIC 9(6)          VALUE ZERO.
           05  SW-RECORD-MOVES    PIC X             VALUE 'N'.
               88  RECORD-MOVES                     VALUE 'Y'.

      *    THE CUTOFF IS EITHER A RUN MONTH (CCYYMM) OR A FISCAL
      *    PERIOD (CCYYPP), AS THE PARAMETER WAS GIVEN.
       01  CUTOFF-AREA.
           05  CUTOFF-PARM        PIC X(10)         VALUE SPACES.
           05  CUTOFF-CCYYMM      PIC 9(6)          VALUE ZERO.
           05  CUTOFF-MM          PIC 99            VALUE ZERO.
           05  CUTOFF-CCYYPP      PIC 9(6)          VALUE ZERO.
           05  CUTOFF-PP          PIC 99            VALUE ZERO.
           05  CUTOFF-START-DATE  PIC 9(8)          VALUE ZERO.
           05  SW-CUTOFF-KIND     PIC X             VALUE 'M'.
               88  CUTOFF-BY-MONTH                  VALUE 'M'.
               88  CUTOFF-BY-PERIOD                 VALUE 'P'.

       01  ARCHIVE-TOTAL-AREA.
           05  ARC-READ-COUNT     PIC 9(7)          VALUE ZERO.
           05  ARC-MOVED-COUNT    PIC 9(7)          VALUE ZERO.
           05  ARC-KEPT-COUNT     PIC 9(7)          VALUE ZERO.
           05  ARC-READ-AMOUNT    PIC S9(13)V99     VALUE ZERO.
           05  ARC-MOVED-AMOUNT   PIC S9(13)V99     VALUE ZERO.
           05  ARC-KEPT-AMOUNT    PIC S9(13)V99     VALUE ZERO.

       01  I-DATE.
           05  I-YEAR             PIC 9(4).
            'SALES HISTORY ARCHIVE/PURGE RUN'.

       01  CUTOFF-LINE.
           05  O-CUTOFF-LABEL      PIC X(42)   VALUE
            'CUTOFF MONTH (RECORDS OLDER MOVE):'.
           05  FILLER              PIC X       VALUE SPACES.
           05  O-CUTOFF            PIC 9(6).
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 O-READ-AMOUNT        PIC $$,$$$,$$$,$$$,$$9.99.

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

       0000-CBLLMB09.
           COMPUTE STAMP-DATE =
               (I-YEAR * 10000) + (I-MONTH * 100) + I-DAY.

           PERFORM 1100-GET-CUTOFF.
           PERFORM 1050-CHECK-STEP-SEQUENCE.

           OPEN INPUT HISTORY.
           OPEN EXTEND ARCHIVE.
           PERFORM 9100-READ.
           PERFORM 9200-HDG.

      *    THE JOB-STEP SEQUENCE CHECK (CBLLMB19). A STEP WHOSE
      *    PREREQUISITES ARE NOT ON THE RUN LOG, AND NOT WAIVED BY A
      *    SUPERVISOR OVERRIDE, STOPS HERE BEFORE ANY FILE IS OPENED.
      *    THE CUTOFF GOES OVER AS THE FIRST DAY IT KEEPS.
       1050-CHECK-STEP-SEQUENCE.
           MOVE 'CBLLMB09' TO SG-PROGRAM.
           MOVE 'ARCHIVE' TO SG-RUN-MODE.
           MOVE 0 TO SG-WEEK-ENDING.
           MOVE CUTOFF-START-DATE TO SG-CUTOFF-DATE.
           CALL 'CBLLMB19' USING STEP-GATE-AREA.
           IF SG-STEP-BLOCKED
               DISPLAY 'CBLLMB09 PREREQUISITE NOT MET -- RUN TERMINATED'
               STOP RUN.

      *    THE CUTOFF IS THE FIRST RUN PARAMETER -- A RUN MONTH,
      *    CCYYMM, OR A FISCAL PERIOD, FP FOLLOWED BY CCYYPP. EVERY
      *    HISTORY RECORD OLDER THAN (NOT EQUAL TO) THE CUTOFF MOVES TO
      *    THE ARCHIVE. AN OPERATOR KEEPING THE TREND PROGRAM'S
      *    6-PERIOD WINDOW WOULD GIVE THE FISCAL PERIOD 5 PERIODS BACK
      *    FROM THE LATEST CLOSED ONE. A FISCAL PERIOD MUST BE ON THE
      *    FISCAL CALENDAR; ITS FIRST DAY IS THE CUTOFF DATE THE
      *    JOB-STEP SEQUENCE CHECK SEES.
       1100-GET-CUTOFF.
           ACCEPT CUTOFF-PARM FROM COMMAND-LINE.

           IF CUTOFF-PARM(1:2) = 'FP'
               PERFORM 1110-GET-CUTOFF-PERIOD
           ELSE
               PERFORM 1120-GET-CUTOFF-MONTH.

       1110-GET-CUTOFF-PERIOD.
           MOVE 'P' TO SW-CUTOFF-KIND.
           IF CUTOFF-PARM(3:6) NOT NUMERIC
               DISPLAY 'CUTOFF PERIOD NOT NUMERIC -- GIVE FPCCYYPP AS '
                   'THE FIRST RUN PARAMETER'
               STOP RUN.

           MOVE CUTOFF-PARM(3:6) TO CUTOFF-CCYYPP.
           MOVE CUTOFF-CCYYPP(5:2) TO CUTOFF-PP.

           IF CUTOFF-PP < 1 OR CUTOFF-PP > 12
               DISPLAY 'CUTOFF PERIOD ' CUTOFF-CCYYPP ' IS NOT A '
                   'VALID CCYYPP -- RUN TERMINATED'
               STOP RUN.

           MOVE 'P' TO FC-REQUEST.
           MOVE CUTOFF-CCYYPP TO FC-FISCAL-PERIOD.
           CALL 'CBLLMB21' USING FISCAL-CAL-AREA.
           IF FC-NOT-FOUND
               DISPLAY 'CUTOFF PERIOD ' CUTOFF-CCYYPP ' IS NOT ON THE '
                   'FISCAL CALENDAR (CBLFCAL.DAT) -- RUN TERMINATED'
               STOP RUN.
           MOVE FC-PERIOD-START TO CUTOFF-START-DATE.

       1120-GET-CUTOFF-MONTH.
           MOVE 'M' TO SW-CUTOFF-KIND.
           IF CUTOFF-PARM(1:6) NOT NUMERIC
               DISPLAY 'CUTOFF MONTH MISSING OR NOT NUMERIC -- GIVE '
                   'CCYYMM OR FPCCYYPP AS THE FIRST RUN PARAMETER'
               STOP RUN.

           MOVE CUTOFF-PARM(1:6) TO CUTOFF-CCYYMM.
               DISPLAY 'CUTOFF MONTH ' CUTOFF-CCYYMM ' IS NOT A '
                   'VALID CCYYMM -- RUN TERMINATED'
               STOP RUN.
           COMPUTE CUTOFF-START-DATE = (CUTOFF-CCYYMM * 100) + 1.

      *    A RECORD WHOSE RUN DATE WILL NOT PARSE, OR WHOSE FISCAL
      *    PERIOD CANNOT BE FOUND, IS KEPT ON THE LIVE FILE -- WHEN IN
      *    DOUBT, RETAIN. ONLY A CLEANLY PLACED RECORD OLDER THAN THE
      *    CUTOFF MOVES.
       2000-MAINLINE.
           MOVE 'N' TO SW-RECORD-MOVES.
           IF CUTOFF-BY-PERIOD
               PERFORM 2010-PLACE-RECORD
               IF WORK-CCYYPP < CUTOFF-CCYYPP
                   MOVE 'Y' TO SW-RECORD-MOVES
               END-IF
           ELSE
               IF HIST-RUN-DATE NUMERIC
                   COMPUTE WORK-CCYYMM = HIST-RUN-DATE / 100
               ELSE
                   MOVE 999999 TO WORK-CCYYMM
               END-IF
               IF WORK-CCYYMM < CUTOFF-CCYYMM
                   MOVE 'Y' TO SW-RECORD-MOVES
               END-IF
           END-IF.

           IF RECORD-MOVES
               ADD 1 TO ARC-MOVED-COUNT
               ADD HIST-AMOUNT TO ARC-MOVED-AMOUNT
               WRITE ARC-REC FROM HIST-REC

           PERFORM 9100-READ.

      *    THE FISCAL PERIOD A HISTORY RECORD BELONGS TO. CBLLMB06
      *    STAMPS IT ON EVERY RECORD IT WRITES; A RECORD WRITTEN BEFORE
      *    THE FISCAL CALENDAR CAME IN (BLANK) OR FOR A WEEK THAT WAS
      *    NOT ON IT (ZERO) IS PLACED BY ITS RUN DATE INSTEAD -- THE
      *    LOOKUP FINDS THE WEEK THAT HAD JUST CLOSED ON THAT DATE. A
      *    RECORD STILL WITHOUT A PERIOD COMES BACK AS 999999, WHICH
      *    NEVER MOVES.
       2010-PLACE-RECORD.
           MOVE 999999 TO WORK-CCYYPP.
           IF HIST-FISCAL-PERIOD IS NUMERIC AND
              HIST-FISCAL-PERIOD NOT = ZERO
               MOVE HIST-FISCAL-PERIOD TO WORK-CCYYPP
           ELSE
               IF HIST-RUN-DATE IS NUMERIC
                   MOVE 'C' TO FC-REQUEST
                   MOVE HIST-RUN-DATE TO FC-DATE
                   CALL 'CBLLMB21' USING FISCAL-CAL-AREA
                   IF FC-WAS-FOUND
                       MOVE FC-FISCAL-PERIOD TO WORK-CCYYPP
                   END-IF
               END-IF
           END-IF.

      *    PASS 2 -- THE RETAINED RECORDS ARE COPIED FROM THE WORK
      *    FILE BACK OVER THE LIVE HISTORY FILE, SO THE WEEKLY RUN
      *    KEEPS APPENDING TO THE SAME FILE NAME IT ALWAYS HAS.
           MOVE ARC-MOVED-COUNT TO RL-COUNT-1.
           MOVE ARC-MOVED-AMOUNT TO RL-AMOUNT-1.
           MOVE ARC-KEPT-COUNT TO RL-COUNT-2.
           MOVE SPACES TO RL-NOTE.
           WRITE RL-REC.
           CLOSE RUNLOG.

           WRITE PRTLINE
               FROM ARCHIVE-REPORT-TITLE
                   AFTER ADVANCING 1 LINE.
           IF CUTOFF-BY-PERIOD
               MOVE 'CUTOFF FISCAL PERIOD (RECORDS OLDER MOVE):'
                   TO O-CUTOFF-LABEL
               MOVE CUTOFF-CCYYPP TO O-CUTOFF
           ELSE
               MOVE CUTOFF-CCYYMM TO O-CUTOFF.
           WRITE PRTLINE
               FROM CUTOFF-LINE
                   AFTER ADVANCING 2 LINES.

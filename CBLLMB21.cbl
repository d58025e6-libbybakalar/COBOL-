       IDENTIFICATION DIVISION.
       PROGRAM-ID.          CBLLMB21.
       AUTHOR.              LIBBY BAKALAR.
       DATE-WRITTEN.        10/15/2026.
       DATE-COMPILED.       10/15/2026.

      ******************************************************************
      *   THIS IS THE FISCAL CALENDAR LOOKUP THE PROGRAMS THAT DATE    *
      *   SALES BY FISCAL PERIOD CALL. THE COMPANY REPORTS ON A 4-4-5  *
      *   CALENDAR -- TWELVE PERIODS OF FOUR, FOUR, AND FIVE WEEKS,    *
      *   THREE PERIODS TO A QUARTER -- SO A WEEK BELONGS TO WHATEVER  *
      *   PERIOD FINANCE SAYS IT DOES, NOT TO THE CALENDAR MONTH ITS   *
      *   DATES FALL IN. THE FISCAL CALENDAR FILE (CBLFCAL.DAT) HOLDS  *
      *   ONE RECORD PER WEEK-ENDING DATE NAMING ITS FISCAL YEAR,      *
      *   PERIOD, AND QUARTER; IT IS LOADED ON THE FIRST CALL AND      *
      *   KEPT FOR THE REST OF THE RUN. THE CALLER ASKS ONE OF --      *
      *       W  IS THIS DATE A WEEK-ENDING ON THE CALENDAR, AND       *
      *          WHICH PERIOD IS IT IN                                 *
      *       C  WHICH WEEK WAS THE LATEST TO CLOSE ON OR BEFORE THIS  *
      *          DATE (A CLOSE RUN DATE), AND WHICH PERIOD IS IT IN    *
      *       P  WHAT DATES DOES THIS FISCAL PERIOD (CCYYPP) COVER     *
      *   EVERY ANSWER CARRIES THE PERIOD'S QUARTER, FIRST DAY, AND    *
      *   LAST WEEK-ENDING. A DATE OR PERIOD THE CALENDAR DOES NOT     *
      *   COVER COMES BACK NOT FOUND.                                  *
      *-----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  ------------------------------------------------------------
      *  10/15/2026  LB    ORIGINAL PROGRAM.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL FISCALCAL
           ASSIGN TO 'C:\COBOL\CBLFCAL.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    ONE RECORD PER FISCAL WEEK, KEYED BY FINANCE AHEAD OF EACH
      *    FISCAL YEAR. THE WEEK-ENDING DATE IS THE SATURDAY THE WEEK
      *    CLOSES ON (THE RC-WEEK-ENDING-DATE THE WEEKLY RUN GETS);
      *    THE PERIOD WEEK IS 1-4, OR 1-5 IN THE FIVE-WEEK PERIOD.
       FD  FISCALCAL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 16 CHARACTERS
           DATA RECORD IS FCL-REC.

       01  FCL-REC.
           05 FCL-WEEK-ENDING     PIC 9(8).
           05 FCL-FISCAL-YEAR     PIC 9(4).
           05 FCL-FISCAL-PERIOD   PIC 99.
           05 FCL-FISCAL-QUARTER  PIC 9.
           05 FCL-PERIOD-WEEK     PIC 9.

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  MORE-FCAL          PIC XXX           VALUE 'YES'.
           05  CAL-SUB            PIC 999           VALUE ZERO.
           05  CAL-FOUND-SUB      PIC 999           VALUE ZERO.
           05  SW-CALENDAR-LOADED PIC X             VALUE 'N'.
               88  CALENDAR-IS-LOADED               VALUE 'Y'.
           05  LOOKUP-INTEGER     PIC 9(7)          VALUE ZERO.
           05  WEEK-INTEGER       PIC 9(7)          VALUE ZERO.

      *    THE CALENDAR AS LOADED -- SIX HUNDRED WEEKS IS MORE THAN
      *    ELEVEN FISCAL YEARS, WELL PAST THE TEN YEARS THE HISTORY
      *    INQUIRY (CBLLMB12) WILL SPAN.
       01  CALENDAR-CONTROL.
           05  CAL-COUNT           PIC 999           VALUE ZERO.

       01  CALENDAR-TABLE.
           05  CAL-ENTRY OCCURS 600.
               10  CAL-WEEK-ENDING     PIC 9(8).
               10  CAL-FISCAL-PERIOD.
                   15  CAL-FISCAL-YEAR PIC 9(4).
                   15  CAL-FISCAL-PER  PIC 99.
               10  CAL-FISCAL-QUARTER  PIC 9.

       LINKAGE SECTION.
      *    THE CALLER'S QUESTION AND THE ANSWER. FC-DATE IS THE DATE
      *    ASKED ABOUT ON A W OR C REQUEST; ON A P REQUEST THE CALLER
      *    FILLS FC-FISCAL-PERIOD INSTEAD. FC-RESULT COMES BACK Y OR N.
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

       PROCEDURE DIVISION USING FISCAL-CAL-AREA.

       0000-CBLLMB21.
           IF NOT CALENDAR-IS-LOADED
               PERFORM 1000-LOAD-CALENDAR.
           MOVE 'N' TO FC-RESULT.
           MOVE 0 TO CAL-FOUND-SUB.
           EVALUATE TRUE
               WHEN FC-FIND-WEEK
                   PERFORM 2000-FIND-WEEK
               WHEN FC-FIND-CLOSED
                   PERFORM 2100-FIND-CLOSED-WEEK
               WHEN FC-FIND-PERIOD
                   PERFORM 2200-FIND-PERIOD
           END-EVALUATE.
           IF CAL-FOUND-SUB > 0
               PERFORM 3000-RETURN-PERIOD.
           GOBACK.

      *    A MISSING CALENDAR FILE LOADS AS AN EMPTY TABLE, SO EVERY
      *    QUESTION COMES BACK NOT FOUND AND EACH CALLER DECIDES WHAT
      *    THAT MEANS FOR ITS RUN.
       1000-LOAD-CALENDAR.
           MOVE 0 TO CAL-COUNT.
           MOVE 'YES' TO MORE-FCAL.
           OPEN INPUT FISCALCAL.
           PERFORM 1010-LOAD-ONE-WEEK
               UNTIL MORE-FCAL = 'NO'.
           CLOSE FISCALCAL.
           MOVE 'Y' TO SW-CALENDAR-LOADED.

      *    A RECORD THAT IS NOT NUMERIC THROUGHOUT, OR NAMES A PERIOD
      *    OR QUARTER OUTSIDE 1-12 AND 1-4, IS NOT LOADED.
       1010-LOAD-ONE-WEEK.
           READ FISCALCAL
               AT END
                   MOVE 'NO' TO MORE-FCAL
               NOT AT END
                   IF FCL-REC NUMERIC AND
                      FCL-FISCAL-PERIOD >= 1 AND
                      FCL-FISCAL-PERIOD <= 12 AND
                      FCL-FISCAL-QUARTER >= 1 AND
                      FCL-FISCAL-QUARTER <= 4
                       PERFORM 1020-STORE-WEEK
                   END-IF
           END-READ.

       1020-STORE-WEEK.
           IF CAL-COUNT >= 600
               DISPLAY 'CBLFCAL.DAT HOLDS MORE THAN 600 WEEKS -- RUN '
                   'TERMINATED'
               STOP RUN.
           ADD 1 TO CAL-COUNT.
           MOVE FCL-WEEK-ENDING TO CAL-WEEK-ENDING(CAL-COUNT).
           MOVE FCL-FISCAL-YEAR TO CAL-FISCAL-YEAR(CAL-COUNT).
           MOVE FCL-FISCAL-PERIOD TO CAL-FISCAL-PER(CAL-COUNT).
           MOVE FCL-FISCAL-QUARTER TO CAL-FISCAL-QUARTER(CAL-COUNT).

       2000-FIND-WEEK.
           PERFORM 2010-TEST-WEEK
               VARYING CAL-SUB FROM 1 BY 1
                   UNTIL CAL-SUB > CAL-COUNT.

       2010-TEST-WEEK.
           IF CAL-WEEK-ENDING(CAL-SUB) = FC-DATE
               MOVE CAL-SUB TO CAL-FOUND-SUB.

      *    THE LATEST WEEK-ENDING ON OR BEFORE THE DATE. A DATE MORE
      *    THAN SIX DAYS PAST IT IS BEYOND THE END OF THE CALENDAR --
      *    THE WEEK IT FOLLOWS HAS NOT BEEN KEYED -- AND IS NOT FOUND.
       2100-FIND-CLOSED-WEEK.
           PERFORM 2110-TEST-CLOSED-WEEK
               VARYING CAL-SUB FROM 1 BY 1
                   UNTIL CAL-SUB > CAL-COUNT.
           IF CAL-FOUND-SUB > 0
               COMPUTE LOOKUP-INTEGER =
                   FUNCTION INTEGER-OF-DATE(FC-DATE)
               COMPUTE WEEK-INTEGER = FUNCTION INTEGER-OF-DATE
                   (CAL-WEEK-ENDING(CAL-FOUND-SUB))
               IF LOOKUP-INTEGER - WEEK-INTEGER > 6
                   MOVE 0 TO CAL-FOUND-SUB
               END-IF
           END-IF.

       2110-TEST-CLOSED-WEEK.
           IF CAL-WEEK-ENDING(CAL-SUB) NOT > FC-DATE
               IF CAL-FOUND-SUB = 0
                   MOVE CAL-SUB TO CAL-FOUND-SUB
               ELSE
                   IF CAL-WEEK-ENDING(CAL-SUB) >
                      CAL-WEEK-ENDING(CAL-FOUND-SUB)
                       MOVE CAL-SUB TO CAL-FOUND-SUB
                   END-IF
               END-IF
           END-IF.

      *    ANY ONE WEEK OF THE PERIOD WILL DO -- 3000-RETURN-PERIOD
      *    WORKS OUT THE PERIOD'S FIRST AND LAST WEEKS FROM IT.
       2200-FIND-PERIOD.
           PERFORM 2210-TEST-PERIOD
               VARYING CAL-SUB FROM 1 BY 1
                   UNTIL CAL-SUB > CAL-COUNT.

       2210-TEST-PERIOD.
           IF CAL-FISCAL-PERIOD(CAL-SUB) = FC-FISCAL-PERIOD
               MOVE CAL-SUB TO CAL-FOUND-SUB.

      *    THE ANSWER -- THE WEEK FOUND, ITS PERIOD AND QUARTER, AND
      *    THE PERIOD'S SPAN FROM THE SUNDAY BEFORE ITS FIRST WEEK-
      *    ENDING THROUGH ITS LAST WEEK-ENDING.
       3000-RETURN-PERIOD.
           MOVE 'Y' TO FC-RESULT.
           MOVE CAL-WEEK-ENDING(CAL-FOUND-SUB) TO FC-WEEK-ENDING.
           MOVE CAL-FISCAL-PERIOD(CAL-FOUND-SUB) TO FC-FISCAL-PERIOD.
           MOVE CAL-FISCAL-QUARTER(CAL-FOUND-SUB) TO FC-FISCAL-QUARTER.
           MOVE 99999999 TO FC-PERIOD-START.
           MOVE 0 TO FC-PERIOD-END.
           PERFORM 3010-SPAN-PERIOD
               VARYING CAL-SUB FROM 1 BY 1
                   UNTIL CAL-SUB > CAL-COUNT.
           COMPUTE FC-PERIOD-START = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(FC-PERIOD-START) - 6).

       3010-SPAN-PERIOD.
           IF CAL-FISCAL-PERIOD(CAL-SUB) = FC-FISCAL-PERIOD
               IF CAL-WEEK-ENDING(CAL-SUB) < FC-PERIOD-START
                   MOVE CAL-WEEK-ENDING(CAL-SUB) TO FC-PERIOD-START
               END-IF
               IF CAL-WEEK-ENDING(CAL-SUB) > FC-PERIOD-END
                   MOVE CAL-WEEK-ENDING(CAL-SUB) TO FC-PERIOD-END
               END-IF
           END-IF.

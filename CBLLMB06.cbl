      *                    PRIOR WEEK'S BALANCED BATCH. ALSO PUT THE
      *                    NEWER RESTORE AND SNAPSHOT PARAGRAPHS BACK
      *                    IN NUMERIC ORDER.
      *  10/15/2026  LB    ADDED THE PRIOR-WEEK ADJUSTMENT MODE (RUN
      *                    MODE A). A LATE SALE OR A CORRECTION FOR A
      *                    WEEK THAT HAS ALREADY CLOSED NORMALLY IS
      *                    KEYED TO CBLADJ.DAT AND POSTED AGAINST THAT
      *                    WEEK, NAMED ON THE RUN CONTROL, UNDER THE
      *                    USUAL EDITS. THE POSTINGS GO TO THE LEDGER
      *                    STAMPED MODE A; OFFSETTING ADJUSTMENT
      *                    RECORDS (TYPES G AND Q) GO TO THE HISTORY
      *                    FILE UNDER THE ORIGINAL CLOSE'S RUN DATE SO
      *                    THE TREND AND HISTORY INQUIRY SHOW THE
      *                    CORRECTED MONTH; EACH AFFECTED REP'S
      *                    COMMISSION IS RECOMPUTED UNDER THAT WEEK'S
      *                    RATE SCHEDULE AND ONLY THE DIFFERENCE GOES
      *                    TO PAYROLL ON ITS OWN HD/TR BATCH
      *                    (CBLCOMA.DAT). AN ADJUSTMENT REGISTER
      *                    (CBLADJ.PRT) SHOWS ORIGINAL AND REVISED
      *                    FIGURES. THE OPEN WEEK'S CARRY, CHECKPOINT,
      *                    REJECT FILE, AND CBLCOMI.DAT ARE NOT
      *                    TOUCHED. HIST-AMOUNT IS NOW SIGNED.
      *  10/15/2026  LB    ADDED SPLIT-CREDIT SALES. A SPLIT RECORD
      *                    ('SP') AHEAD OF A SALES RECORD ON FURN.DAT
      *                    NAMES A SECOND SALESPERSON AND THEIR SHARE
      *                    PERCENTAGE. 2300-CALCS CREDITS EACH REP
      *                    THEIR SHARE, SO THE WEEKLY SALES REPORT,
      *                    CROSS-TAB, REGION ROLLUP, COMMISSION REPORT,
      *                    STATEMENTS, AND CBLCOMI.DAT ALL SEE THE
      *                    SPLIT, WHILE THE FURNITURE-TYPE, STORE, AND
      *                    GRAND TOTALS TAKE THE SALE ONCE. EACH SHARE
      *                    GOES TO THE LEDGER AS ITS OWN RECORD TIED TO
      *                    THE ORIGINAL SALE (LEDGER RECORD GROWS TO 84
      *                    BYTES), THE STATEMENTS LIST THE REP'S SPLIT
      *                    SALES SEPARATELY, AND THE SPLIT TABLE RIDES
      *                    THE CHECKPOINT/WEEK-TO-DATE SNAPSHOT.
      *  10/15/2026  LB    EVERY COMMISSION PAID NOW ALSO APPENDS TO
      *                    THE CUMULATIVE EARNINGS FILE (CBLEARN.DAT)
      *                    READ BY THE EARNINGS REGISTER (CBLLMB16) --
      *                    ONE ENTRY PER PAID REP FROM A WEEKLY CLOSE
      *                    OR STANDALONE RESUBMISSION, AND ONE PER
      *                    COMMISSION CHANGE FROM AN ADJUSTMENT RUN,
      *                    UNDER THE SAME GUARD THAT KEEPS A RERUN OFF
      *                    THE HISTORY FILE.
      *  10/15/2026  LB    THE POSTED LEDGER IS NOW AN INDEXED FILE
      *                    (92 BYTES) KEYED ON POSTING WEEK, SALE
      *                    SEQUENCE, AND SPLIT ROLE, WITH ALTERNATE
      *                    KEYS ON SALESPERSON AND ON THE SALES DATE
      *                    (NOW ALSO CARRIED AS CCYYMMDD). THE SALE
      *                    SEQUENCE IS THE RUN'S POSTING BATCH WITHIN
      *                    THE WEEK FOLLOWED BY THE RECORD COUNT, SO
      *                    ADJUSTMENT RUNS AND LATE RESUBMISSIONS NO
      *                    LONGER REUSE A WEEK'S NUMBERS; THE BATCH
      *                    RIDES THE CHECKPOINT AND WEEK-TO-DATE
      *                    CARRY (NOW 42692 BYTES), SO A RESTART
      *                    RE-POSTS UNDER THE SAME KEYS AND THE
      *                    LEDGER COPY REFUSES ITS DUPLICATES. AN
      *                    ADJUSTMENT RUN NOW READS JUST ITS WEEK.
      *  10/15/2026  LB    THE RUN NOW CLEARS THE JOB-STEP SEQUENCE
      *                    CHECK (CBLLMB19) BEFORE IT DOES ANY WORK --
      *                    A WEEKLY CLOSE NEEDS THE PRIOR WEEK CLOSED
      *                    NORMAL. A WEEKLY CLOSE LOGS A STARTED ENTRY
      *                    AS IT BEGINS, SO A CLOSE THAT NEVER FINISHED
      *                    SHOWS AS MID-CLOSE. THE RUN LOG RECORD
      *                    CARRIES A NOTE (NOW 149 BYTES).
      *  10/15/2026  LB    EACH HISTORY RECORD NOW CARRIES THE WEEK IT
      *                    COVERS AND THAT WEEK'S FISCAL YEAR, PERIOD,
      *                    AND QUARTER FROM THE FISCAL CALENDAR
      *                    (CBLFCAL.DAT, LOOKED UP THROUGH CBLLMB21) --
      *                    NOW 63 BYTES -- SO THE TREND AND INQUIRY
      *                    PROGRAMS REPORT BY FISCAL PERIOD, NOT BY THE
      *                    RUN DATE'S MONTH. A WEEKLY CLOSE WHOSE WEEK
      *                    IS NOT ON THE CALENDAR IS REFUSED.
      *  10/15/2026  LB    WIDENED THE FURNITURE-TYPE AND FURNITURE
      *                    GRAND TOTALS (AND THEIR CHECKPOINT COPIES,
      *                    SAME LENGTH) TO SIGNED SO A TYPE WHOSE
      *                    RETURNS OUTWEIGH ITS SALES NETS TO A TRUE
      *                    NEGATIVE INSTEAD OF SILENTLY STORING ITS
      *                    MAGNITUDE. THE F HISTORY RECORD, THE
      *                    FURNITURE TOTALS PAGE, AND THE SUMMARY CSV
      *                    NOW CARRY THE SIGN.
      ******************************************************************

       ENVIRONMENT DIVISION.

           SELECT OPTIONAL LEDGER
           ASSIGN TO 'C:\COBOL\CBLLEDG.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LGR-LEDGER-KEY
           ALTERNATE RECORD KEY IS LGR-SLM-NUM WITH DUPLICATES
           ALTERNATE RECORD KEY IS LGR-SALES-CCYYMMDD
               WITH DUPLICATES
           FILE STATUS IS LEDGER-STATUS.

           SELECT OPTIONAL LEDGWORK
           ASSIGN TO 'C:\COBOL\CBLLEDGW.DAT'
           ASSIGN TO 'C:\COBOL\CBLRLOG.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ADJIN
           ASSIGN TO 'C:\COBOL\CBLADJ.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COMAOUT
           ASSIGN TO 'C:\COBOL\CBLCOMA.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ADJPRT
           ASSIGN TO 'C:\COBOL\CBLADJ.PRT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL EARNFILE
           ASSIGN TO 'C:\COBOL\CBLEARN.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           05 BT-HASH-TOTAL       PIC S9(9)V99.
           05 FILLER              PIC X(25).

      *    A SPLIT-SALE RECORD -- 'SP' IN THE FIRST TWO BYTES -- SITS
      *    IMMEDIATELY AHEAD OF THE SALES RECORD IT SPLITS AND NAMES
      *    THE SECOND SALESPERSON AND THEIR SHARE OF THE SALE (A
      *    PERCENTAGE WITH TWO DECIMALS). LIKE THE BATCH RECORDS IT
      *    CARRIES NO AMOUNT AND IS NOT COUNTED ON THE TRAILER. SEE
      *    9160-CAPTURE-SPLIT-REC.
       01  SPLIT-SALE-REC.
           05 SP-REC-ID           PIC XX.
           05 SP-SLM-NUM          PIC 99.
           05 SP-PCT              PIC 999V99.
           05 FILLER              PIC X(36).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS

       FD  HISTORY
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 63 CHARACTERS
           DATA RECORD IS HIST-REC.

      *    TYPES F AND P ARE A CLOSED WEEK'S FURNITURE-TYPE AND
      *    SALESPERSON TOTALS. TYPES G AND Q ARE THE FURNITURE-TYPE
      *    AND SALESPERSON CHANGES A PRIOR-WEEK ADJUSTMENT RUN POSTED
      *    AGAINST SUCH A WEEK, STAMPED WITH THAT WEEK'S ORIGINAL RUN
      *    DATE -- THE AMOUNT IS THE SIGNED DIFFERENCE, SO READERS
      *    SIMPLY ADD G WITH F AND Q WITH P. EVERY TYPE CARRIES THE
      *    WEEK IT COVERS AND THAT WEEK'S FISCAL PERIOD (CCYYPP) AND
      *    QUARTER; THE FISCAL FIELDS ARE ZERO WHEN THE WEEK WAS NOT
      *    ON THE FISCAL CALENDAR, AND BLANK ON A RECORD WRITTEN
      *    BEFORE THE CALENDAR CAME IN -- READERS THEN PLACE THE
      *    RECORD BY ITS RUN DATE THROUGH THE CALENDAR LOOKUP.
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

      *    THE CHECKPOINT FILE HOLDS A SINGLE RECORD -- A SNAPSHOT OF
      *    THE IN-FLIGHT TOTALS TAKEN PERIODICALLY WHILE THE MASTER
      *    CHECKPOINT IS EVER ON FILE.
       FD  CHECKPOINT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 42692 CHARACTERS
           DATA RECORD IS CHECKPOINT-REC.

       01  CHECKPOINT-REC.
           05  CKPT-RECORDS-READ      PIC 9(7).
           05  CKPT-AMOUNT-READ       PIC S9(9)V99.
           05  CKPT-FURN-GRAND-TOTAL  PIC S9(12)V99.
           05  CKPT-FURN-TYPE-TOTAL   PIC S9(10)V99 OCCURS 30.
           05  CKPT-NAME-TABLE        PIC X(25)    OCCURS 50.
           05  CKPT-PERSON-REGION     PIC X(12)    OCCURS 50.
           05  CKPT-PERSON OCCURS 51.
      *    WEEK -- THE CLOSE CHECKS THIS COVERAGE BEFORE RETIRING
      *    THE CARRY. SEE 3760-CHECK-DAY-COVERAGE.
           05  CKPT-DAY-POSTED         PIC X OCCURS 7.
      *    THE WEEK'S SPLIT SALES, KEPT FOR THE STATEMENTS' SPLIT
      *    LISTING -- A RUNNING TABLE LIKE THE REST.
           05  CKPT-SPLIT-COUNT        PIC 999.
           05  CKPT-SPLIT-OVERFLOW     PIC 9(5).
           05  CKPT-SPLIT-TABLE        PIC X(4700).
      *    THE RUN'S LEDGER POSTING BATCH -- A RESTARTED RUN, OR THE
      *    NEXT RUN OF AN OPEN WEEK, MUST KEEP POSTING UNDER THE SAME
      *    BATCH SO ITS SALE SEQUENCES RUN ON FROM THE SAME COUNT.
           05  CKPT-LEDGER-BATCH       PIC 99.

      *    EVERY RECORD REJECTED BY 2200-EDIT-REC IS WRITTEN HERE IN
      *    FULL -- THE WHOLE INPUT RECORD IN ITS ORIGINAL LAYOUT,
      *    WEEKLY REPORTS ARE OUT.
       FD  WTDFILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 42692 CHARACTERS
           DATA RECORD IS WTD-REC.

       01  WTD-REC                PIC X(42692).

      *    THE RUN-CONTROL RECORD THE OPERATOR PREPARES BEFORE EACH
      *    RUN. WEEK-ENDING DATE IS CCYYMMDD AND MUST BE A SATURDAY;
      *    A ZERO CHECKPOINT INTERVAL TAKES THE DEFAULT; RANK OPTION
      *    'N' ORDERS THE WEEKLY SALES REPORT BY SALESPERSON NUMBER
      *    (ANYTHING ELSE RANKS BY WEEKLY TOTAL); RUN MODE IS
      *    W(EEKLY), D(AILY), R(ESUBMISSION), OR A(DJUSTMENT), SPACE
      *    MEANING WEEKLY -- FOR MODE A THE WEEK-ENDING DATE NAMES
      *    THE CLOSED WEEK BEING ADJUSTED; EACH REPORT SELECT IS Y
      *    OR N, SPACE MEANING Y.
      *    HISTORY OPTION N SUPPRESSES THE HISTORY WRITE -- SET IT ON
      *    A RERUN OF AN ALREADY-CLOSED WEEK (E.G. REPRINTING JUST
      *    THE COMMISSION REPORT) SO THE WEEK IS NOT COUNTED TWICE ON
      *    QUESTIONED DAY FIGURE CAN BE TRACED TO ITS DETAIL LONG
      *    AFTER THE WEEK'S SUMMARY REPORTS ARE FILED. THE INQUIRY
      *    PROGRAM (CBLLMB10) READS IT BACK BY SALESPERSON, FURNITURE
      *    CODE, OR DATE RANGE. THE FILE IS KEYED ON THE POSTING WEEK,
      *    THE SALE SEQUENCE, AND THE SPLIT ROLE, WITH ALTERNATE KEYS
      *    ON THE SALESPERSON AND THE CCYYMMDD SALES DATE, SO AN
      *    INQUIRY GOES STRAIGHT TO THE RECORDS IT WANTS. THE SALE
      *    SEQUENCE IS THE RUN'S POSTING BATCH WITHIN THE WEEK (SEE
      *    1210-FIND-LEDGER-BATCH) FOLLOWED BY THE RUN'S RECORD
      *    COUNT. NOTHING IS APPENDED HERE DIRECTLY --
      *    THE RUN'S RECORDS COLLECT ON THE WORK FILE BELOW AND ARE
      *    COPIED ON AT CLOSING ONLY WHEN THE RUN'S POSTINGS STAND
      *    (SEE 3940-FINISH-LEDGER), SO A SUPPRESSED RUN THAT WILL BE
      *    RERUN IN FULL NEVER DOUBLES THE WEEK ON THE LEDGER.
      *    A SPLIT SALE POSTS ONE RECORD PER SHARE, EACH CARRYING THAT
      *    REP'S NUMBER AND SHARE IN THE SALES-RECORD FIELDS, THE
      *    WHOLE SALE AMOUNT, THE PARTNER, THE SHARE PERCENTAGE, AND
      *    THE SAME SALE SEQUENCE NUMBER, SO THE TWO RECORDS TIE BACK
      *    TO ONE ORIGINAL SALE. AN UNSPLIT SALE HAS A BLANK ROLE.
      *    RECORDS WRITTEN BEFORE THE SPLIT FIELDS WERE ADDED WERE
      *    GIVEN A SEQUENCE AND ZERO SPLIT FIELDS WHEN THE LEDGER WAS
      *    CONVERTED TO AN INDEXED FILE (CBLLMB18).
       FD  LEDGER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 92 CHARACTERS
           DATA RECORD IS LGR-REC.

       01  LGR-REC                PIC X(92).

      *    THE SAME RECORD BY FIELD -- AN ADJUSTMENT RUN READS THE
      *    LEDGER BACK FOR THE WEEK IT IS ADJUSTING (SEE 1200).
       01  LGR-POSTED-REC.
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
               10 LGR-SALE-SEQ-PARTS REDEFINES LGR-SALE-SEQ.
                   15 LGR-POST-BATCH  PIC 99.
                   15 LGR-POST-REC    PIC 9(5).
               10 LGR-SPLIT-ROLE  PIC X.
           05 LGR-SPLIT-PARTNER   PIC 99.
           05 LGR-SPLIT-PCT       PIC 999V99.
           05 LGR-SALE-AMOUNT     PIC S9(5)V99.
           05 LGR-SALES-CCYYMMDD  PIC 9(8).

      *    THE RUN'S OWN POSTED RECORDS, COLLECTED HERE DURING THE
      *    MAINLINE. A FRESH RUN STARTS THE FILE OVER; A CHECKPOINT
      *    WRITTEN HERE BY THE INTERRUPTED RUN AND ARE NOT RE-POSTED.
      *    NOTE - A RESTARTED RUN RE-POSTS THE RECORDS BETWEEN THE
      *    LAST CHECKPOINT AND THE INTERRUPTION, SO THOSE RECORDS CAN
      *    APPEAR TWICE HERE -- THE SAME CONVENTION THE REJECT FILE
      *    DOCUMENTS IN 2290-LOG-EXCEPTION. THEY NEVER REACH THE
      *    LEDGER: THE RE-POSTED COPY CARRIES THE SAME KEY AS THE
      *    FIRST, AND THE LEDGER COPY REFUSES IT (SEE 3940).
       FD  LEDGWORK
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 92 CHARACTERS
           DATA RECORD IS LGW-REC.

       01  LGW-REC.
           05 LGW-ST-REC.
               10 LGW-SLM-NUM     PIC 99.
               10 LGW-DAY         PIC 9.
               10 LGW-AMOUNT      PIC S9(5)V99.
               10 LGW-FUR-CODE    PIC 99.
               10 LGW-SALES-DATE  PIC 9(6).
               10 LGW-STORE-NUM   PIC 99.
               10 LGW-SLM-NAME    PIC X(25).
           05 LGW-RUN-DATE        PIC 9(8).
           05 LGW-RUN-MODE        PIC X.
           05 LGW-WEEK-ENDING     PIC 9(8).
      *    THE SALE'S SEQUENCE NUMBER IN THE POSTING WEEK -- THE
      *    RUN'S POSTING BATCH, THEN ITS RECORD COUNT -- AND FOR A
      *    SPLIT SALE WHICH SHARE THIS IS -- P FOR THE SALESPERSON ON
      *    THE SALES RECORD, S FOR THE SECOND SALESPERSON.
           05 LGW-SALE-SEQ        PIC 9(7).
           05 LGW-SALE-SEQ-PARTS REDEFINES LGW-SALE-SEQ.
               10 LGW-POST-BATCH  PIC 99.
               10 LGW-POST-REC    PIC 9(5).
           05 LGW-SPLIT-ROLE      PIC X.
               88  LGW-IS-UNSPLIT            VALUE SPACE.
               88  LGW-IS-PRIMARY-SHARE      VALUE 'P'.
               88  LGW-IS-SECOND-SHARE       VALUE 'S'.
           05 LGW-SPLIT-PARTNER   PIC 99.
           05 LGW-SPLIT-PCT       PIC 999V99.
           05 LGW-SALE-AMOUNT     PIC S9(5)V99.
           05 LGW-SALES-CCYYMMDD  PIC 9(8).

      *    THE COMMISSION INTERFACE FILE PAYROLL IMPORTS IN PLACE OF
      *    RE-KEYING THE PRINTED COMMISSION PAGES -- ONE DETAIL
      *    PROGRAM (CBLLMB11) READS IT BACK FOR A WEEK AND SHOWS WHAT
      *    RAN, IN WHAT ORDER, AND WHAT IS STILL OUTSTANDING. THE
      *    WEEK-ENDING FIELD IS ZERO FOR PROGRAMS THAT DO NOT RUN
      *    AGAINST A SCHEDULED WEEK. THE NOTE IS BLANK ON A COMPLETION
      *    RECORD; THE JOB-STEP SEQUENCE CHECK (CBLLMB19) FILLS IT ON
      *    THE BLOCKED AND OVERRIDE ENTRIES IT WRITES.
       FD  RUNLOG
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 149 CHARACTERS
           DATA RECORD IS RL-REC.

       01  RL-REC.
           05 RL-COUNT-1          PIC 9(7).
           05 RL-AMOUNT-1         PIC S9(11)V99.
           05 RL-COUNT-2          PIC 9(7).
           05 RL-NOTE             PIC X(70).

      *    LATE SALES AND CORRECTIONS FOR A WEEK THAT HAS ALREADY
      *    CLOSED, KEYED BY HAND IN THE SALES RECORD LAYOUT AND
      *    PROCESSED IN ADJUSTMENT MODE. LIKE THE CORRECTED REJECT
      *    FILE, IT CARRIES NO BATCH HEADER OR TRAILER.
       FD  ADJIN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS ADJ-REC.

       01  ADJ-REC                PIC X(45).

      *    THE COMMISSION ADJUSTMENT BATCH FOR PAYROLL -- ONE DETAIL
      *    PER REP WHOSE COMMISSION FOR THE ADJUSTED WEEK CHANGED,
      *    CARRYING ONLY THE DIFFERENCE, WRAPPED IN THE SAME 'HD'/'TR'
      *    CONTROLS AS THE WEEKLY COMMISSION INTERFACE FILE. THE
      *    AMOUNTS ARE SIGNED -- A CORRECTION CAN TAKE COMMISSION
      *    BACK AS WELL AS ADD TO IT.
       FD  COMAOUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 62 CHARACTERS
           DATA RECORD IS COMA-DET-REC.

       01  COMA-HDR-REC.
           05 CAH-REC-ID          PIC XX.
           05 CAH-CREATE-DATE     PIC 9(8).
           05 CAH-WEEK-ENDING     PIC 9(8).
           05 FILLER              PIC X(44).

       01  COMA-DET-REC.
           05 CAD-SLM-NUM         PIC 99.
           05 CAD-SLM-NAME        PIC X(25).
           05 CAD-WEEK-ENDING     PIC 9(8).
           05 CAD-NET-CHANGE      PIC S9(10)V99.
           05 CAD-RATE            PIC 9V999.
           05 CAD-COMM-CHANGE     PIC S9(9)V99.

       01  COMA-TRL-REC.
           05 CAT-REC-ID          PIC XX.
           05 CAT-REC-COUNT       PIC 9(7).
           05 CAT-HASH-TOTAL      PIC S9(11)V99.
           05 FILLER              PIC X(40).

       FD  ADJPRT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 55
           DATA RECORD IS ADJ-PRTLINE.

       01  ADJ-PRTLINE            PIC X(132).

      *    THE CUMULATIVE COMMISSION EARNINGS FILE -- UNLIKE THE
      *    PAYROLL BATCHES, WHICH ARE REPLACED EVERY RUN, THIS FILE IS
      *    OPENED EXTEND AND NEVER TRUNCATED, SO IT HOLDS EVERY
      *    COMMISSION EVER PAID. ENTRY TYPE W IS A WEEKLY CLOSE, R A
      *    STANDALONE RESUBMISSION AFTER THE CLOSE, AND A A PRIOR-WEEK
      *    ADJUSTMENT, WHOSE NET SALES AND COMMISSION ARE THE SIGNED
      *    CHANGES. THE RUN DATE IS THE DAY THE COMMISSION WENT TO
      *    PAYROLL.
       FD  EARNFILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 71 CHARACTERS
           DATA RECORD IS ERN-REC.

       01  ERN-REC.
           05 ERN-SLM-NUM         PIC 99.
           05 ERN-SLM-NAME        PIC X(25).
           05 ERN-WEEK-ENDING     PIC 9(8).
           05 ERN-ENTRY-TYPE      PIC X.
           05 ERN-NET-SALES       PIC S9(10)V99.
           05 ERN-RATE            PIC 9V999.
           05 ERN-COMM-AMOUNT     PIC S9(9)V99.
           05 ERN-RUN-DATE        PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  C-PCTR-STMT        PIC 99            VALUE ZERO.
           05  C-PCTR-XTAB        PIC 99            VALUE ZERO.
           05  C-PCTR-STOR        PIC 99            VALUE ZERO.
           05  C-PCTR-ADJ         PIC 99            VALUE ZERO.
           05  MORE-RECS          PIC XXX           VALUE 'YES'.
           05  DAY-SUB            PIC 99            VALUE ZERO.
           05  PERSON-SUB         PIC 99            VALUE ZERO.
           05  FURN-SUB           PIC 99            VALUE ZERO.
           05  C-FURN-GRAND-TOTAL PIC S9(12)V99     VALUE ZERO.
           05  SLMMAST-STATUS     PIC XX            VALUE ZERO.
           05  FURNMAST-STATUS    PIC XX            VALUE ZERO.
           05  MORE-FURN          PIC XXX           VALUE 'YES'.
           05  STOMAST-STATUS     PIC XX            VALUE ZERO.
           05  MORE-STORES        PIC XXX           VALUE 'YES'.
           05  MORE-LEDG          PIC XXX           VALUE 'YES'.
           05  LEDGER-STATUS      PIC XX            VALUE ZERO.
           05  LEDGER-BATCH       PIC 99            VALUE ZERO.
           05  LEDGER-BATCH-HIGH  PIC 99            VALUE ZERO.
           05  CT-LEDGER-COPIED   PIC 9(7)          VALUE ZERO.
           05  CT-LEDGER-DUPS     PIC 9(7)          VALUE ZERO.
           05  STORE-MAX-NUM      PIC 99            VALUE ZERO.
           05  STORE-SUB          PIC 99            VALUE ZERO.
           05  CKPT-STATUS        PIC XX            VALUE ZERO.
           05  C-COMM-PCT          PIC 999V99        VALUE ZERO.
           05  C-COMM-AMOUNT       PIC 9(9)V99       VALUE ZERO.
           05  C-COMM-GRAND-TOTAL  PIC 9(10)V99      VALUE ZERO.
      *    THE NET SALES FIGURE 3422 PICKS A TIER FOR.
           05  C-COMM-BASE         PIC S9(10)V99     VALUE ZERO.

      *    BATCH CONTROLS FOR THE COMMISSION INTERFACE FILE -- THE
      *    COUNT AND HASH TOTAL WRITTEN ON ITS TRAILER SO PAYROLL'S

       01  CSV-WORK-AREA.
           05  CSV-PTR             PIC 9(4)          VALUE 1.
           05  CSV-AMT-DISPLAY     PIC -9(10).99.
           05  CSV-LINE-BUILD      PIC X(150).

      *    THE RUN NORMALLY PROCESSES THE WEEK'S FURN.DAT (WEEKLY
      *    REPORTS, SO CORRECTED REJECTS CAN BE POSTED BACK INTO THE
      *    WEEK. MODE D POSTS ONE DAY'S FURN.DAT INTO THE
      *    WEEK-TO-DATE CARRY FILE AND PRINTS THE DAILY SALES FLASH
      *    IN PLACE OF THE WEEKLY REPORTS. MODE A POSTS LATE SALES
      *    AND CORRECTIONS (CBLADJ.DAT) AGAINST A WEEK THAT HAS
      *    ALREADY CLOSED AND PRINTS THE ADJUSTMENT REGISTER IN PLACE
      *    OF THE WEEKLY REPORTS. THE MODE COMES FROM THE
      *    RUN-CONTROL FILE -- SEE 1170-READ-RUN-CONTROL.
       01  RUN-MODE-AREA.
           05  SW-RUN-MODE         PIC X             VALUE 'W'.
               88  RUN-IS-WEEKLY                      VALUE 'W'.
               88  RUN-IS-RESUBMIT                    VALUE 'R'.
               88  RUN-IS-DAILY                       VALUE 'D'.
               88  RUN-IS-ADJUSTMENT                  VALUE 'A'.

      *    ADJUSTMENT-MODE CONTROLS. THE WEEK BEING ADJUSTED MUST
      *    SHOW A NORMAL WEEKLY CLOSE ON THE RUN LOG; THAT CLOSE'S
      *    RUN DATE STAMPS THE ADJUSTMENT HISTORY RECORDS SO THEY
      *    FALL IN THE SAME MONTH AS THE WEEK THEY CORRECT. THE
      *    ORIGINAL FIGURES ARE EACH REP'S NET FOR THE WEEK AS IT
      *    STANDS ON THE LEDGER BEFORE THIS RUN (EARLIER ADJUSTMENTS
      *    INCLUDED); THE REVISED FIGURES ADD THIS RUN'S POSTINGS.
       01  ADJUSTMENT-WORK-AREA.
           05  SW-WEEK-CLOSED      PIC X         VALUE 'N'.
               88  WEEK-WAS-CLOSED                VALUE 'Y'.
           05  ADJ-CLOSE-RUN-DATE  PIC 9(8)      VALUE ZERO.
           05  MORE-RLOG           PIC XXX       VALUE 'YES'.
           05  ADJ-LEDGER-COUNT    PIC 9(7)      VALUE ZERO.
           05  ADJ-ORIG-BASE       PIC S9(10)V99 VALUE ZERO.
           05  ADJ-REV-BASE        PIC S9(10)V99 VALUE ZERO.
           05  ADJ-ORIG-RATE       PIC V999      VALUE ZERO.
           05  ADJ-REV-RATE        PIC V999      VALUE ZERO.
           05  ADJ-ORIG-COMM       PIC 9(9)V99   VALUE ZERO.
           05  ADJ-REV-COMM        PIC 9(9)V99   VALUE ZERO.
           05  ADJ-COMM-CHANGE     PIC S9(9)V99  VALUE ZERO.
           05  ADJ-FURN-CHANGE     PIC S9(10)V99 VALUE ZERO.
           05  ADJ-REPS-ADJUSTED   PIC 99        VALUE ZERO.
           05  ADJ-TOT-ORIG-NET    PIC S9(11)V99 VALUE ZERO.
           05  ADJ-TOT-CHANGE      PIC S9(11)V99 VALUE ZERO.
           05  ADJ-TOT-REV-NET     PIC S9(11)V99 VALUE ZERO.
           05  ADJ-TOT-ORIG-COMM   PIC S9(11)V99 VALUE ZERO.
           05  ADJ-TOT-REV-COMM    PIC S9(11)V99 VALUE ZERO.
           05  ADJ-TOT-COMM-CHANGE PIC S9(11)V99 VALUE ZERO.
           05  COMA-REC-COUNT      PIC 9(7)      VALUE ZERO.
           05  COMA-HASH-TOTAL     PIC S9(11)V99 VALUE ZERO.

       01  ADJ-ORIGINAL-TABLE.
           05  ADJ-ORIG-NET        PIC S9(10)V99 OCCURS 50.

      *    SPLIT-CREDIT CONTROLS. A SPLIT RECORD IS HELD HERE UNTIL
      *    THE SALES RECORD BEHIND IT IS READ, AT WHICH POINT THE
      *    SALE IS MARKED SPLIT (SEE 9110-READ-ONE-REC). A SPLIT
      *    RECORD NOT FOLLOWED BY A SALE IS COUNTED AS AN ORPHAN AND
      *    REPORTED ON THE BALANCING REPORT. CR-SLM-NUM/CR-AMOUNT ARE
      *    THE SALESPERSON AND AMOUNT 2302 IS CREDITING -- THE WHOLE
      *    SALE, OR ONE REP'S SHARE.
       01  SPLIT-WORK-AREA.
           05  SW-SPLIT-PENDING    PIC X         VALUE 'N'.
               88  SPLIT-IS-PENDING               VALUE 'Y'.
           05  SW-SALE-SPLIT       PIC X         VALUE 'N'.
               88  SALE-IS-SPLIT                  VALUE 'Y'.
           05  SPLIT-HOLD-REC.
               10  SPH-REC-ID      PIC XX.
               10  SPH-SLM-NUM     PIC 99.
               10  SPH-PCT         PIC 999V99.
               10  FILLER          PIC X(36).
           05  SPLIT-PRIMARY-SHARE PIC S9(5)V99  VALUE ZERO.
           05  SPLIT-PARTNER-SHARE PIC S9(5)V99  VALUE ZERO.
           05  SPLIT-COUNT         PIC 999       VALUE ZERO.
           05  SPLIT-OVERFLOW      PIC 9(5)      VALUE ZERO.
           05  SPLIT-ORPHAN-COUNT  PIC 9(5)      VALUE ZERO.
           05  SPLIT-SUB           PIC 999       VALUE ZERO.
           05  SPLIT-REP-COUNT     PIC 999       VALUE ZERO.
           05  SPLIT-OTHER-SLM     PIC 99        VALUE ZERO.
           05  CR-SLM-NUM          PIC 99        VALUE ZERO.
           05  CR-AMOUNT           PIC S9(5)V99  VALUE ZERO.

      *    THE WEEK'S SPLIT SALES, ONE ROW PER SALE, FOR THE SPLIT
      *    LISTING ON EACH REP'S COMMISSION STATEMENT. SLM-1 IS THE
      *    SALESPERSON ON THE SALES RECORD, SLM-2 THE SECOND
      *    SALESPERSON, PCT-2 THE SECOND SALESPERSON'S SHARE. RIDES
      *    THE CHECKPOINT/CARRY SNAPSHOT WHOLE. PAST 100 SALES A WEEK
      *    THE EXTRA SPLITS STILL POST BUT ARE ONLY COUNTED HERE --
      *    THE STATEMENTS POINT THE REP TO THE LEDGER INQUIRY.
       01  SPLIT-SALE-TABLE.
           05  SPLIT-SALE-ENTRY OCCURS 100.
               10  SPL-SALE-SEQ    PIC 9(7).
               10  SPL-SALES-DATE  PIC 9(6).
               10  SPL-FUR-CODE    PIC 99.
               10  SPL-STORE-NUM   PIC 99.
               10  SPL-SLM-1       PIC 99.
               10  SPL-SLM-2       PIC 99.
               10  SPL-PCT-2       PIC 999V99.
               10  SPL-AMOUNT      PIC S9(5)V99.
               10  SPL-SHARE-1     PIC S9(5)V99.
               10  SPL-SHARE-2     PIC S9(5)V99.

      *    EVERYTHING LOADED AND EDITED OFF THE RUN-CONTROL FILE AT
      *    STARTUP. THE SCHEDULED WEEK'S DAY INTEGERS ARE COMPUTED
               88  SEL-STORE-REPORT               VALUE 'Y'.
           05  SW-HIST-WRITE       PIC X         VALUE 'Y'.
               88  HIST-WRITE-WANTED              VALUE 'Y'.
           05  SW-EARN-APPEND      PIC X         VALUE 'N'.
               88  EARN-APPEND-WANTED             VALUE 'Y'.

      *    WEEK-TO-DATE CARRY CONTROLS. WTD-BASE-* HOLD THE CONTROL
      *    TOTALS AS CARRIED IN AT STARTUP, SO THE FIGURES FOR THIS

       01  HIST-WORK-AREA.
           05  HIST-RUN-DATE-NUM   PIC 9(8)       VALUE ZERO.
           05  HIST-WEEK-FISCAL-PERIOD.
               10  HIST-WEEK-FISCAL-YEAR PIC 9(4) VALUE ZERO.
               10  HIST-WEEK-FISCAL-PER  PIC 99   VALUE ZERO.
           05  HIST-WEEK-FISCAL-QUARTER  PIC 9    VALUE ZERO.

      *    CONTROL TOTALS, ACCUMULATED AS EACH MASTER RECORD IS READ,
      *    REGARDLESS OF WHETHER THE RECORD PASSES EDITING -- USED TO
               10  FURN-EFF-DATE       PIC 9(8).
               10  FURN-END-DATE       PIC 9(8).

      *    SIGNED FOR THE SAME REASON AS DAY-TOTAL -- A TYPE WHOSE
      *    RETURNS OUTWEIGH ITS SALES NETS NEGATIVE, AND A RETURN
      *    READ AHEAD OF THE TYPE'S SALES MUST NOT LOSE ITS SIGN.
       01 FURN-TYPE-TOTAL-TABLE.
           05  FURN-TYPE-TOTAL     PIC S9(10)V99 OCCURS 30.

      *    SIGNED FOR THE SAME REASON AS DAY-TOTAL ABOVE -- IT IS
      *    COPIED STRAIGHT FROM DAY-TOTAL(PERSON-SUB, 8) AND FEEDS
           05 FILLER               PIC X(33)   VALUE SPACES.
           05 FILLER               OCCURS 9.
               10 O-FURN-TYPE      PIC X(22).
               10 FILLER           PIC X(31)   VALUE SPACES.
               10 O-FURN-TYPE-TOTAL PIC ZZ,ZZZ,ZZZ.99-.

       01  GRAND-TOTAL-LINE-1.
           05 FILLER               PIC X(13)   VALUE 'GRAND TOTALS:'.
           05 FILLER               PIC X(33)   VALUE SPACES.
           05 FILLER               PIC X(21)   VALUE 'FURNITURE GRAND TO
      -                                            'TAL'.
           05 FILLER               PIC X(28)   VALUE SPACES.
           05 O-FURN-GRAND-TOTAL   PIC $$,$$$,$$$,$$$.99-.

       01  EXCEPTION-REPORT-TITLE.
           05 FILLER               PIC X(53)   VALUE SPACES.
            'COMMISSION:      '.
           05 O-STMT-COMM          PIC ZZ,ZZZ,ZZZ.99.

       01  STMT-SPLIT-TITLE.
           05 FILLER               PIC X(36)   VALUE
            'SPLIT SALES SHARED WITH ANOTHER REP:'.

       01  STMT-SPLIT-HEADING.
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 FILLER               PIC X(11)   VALUE 'SALES DATE'.
           05 FILLER               PIC X(21)   VALUE 'FURNITURE TYPE'.
           05 FILLER               PIC X(5)    VALUE 'STORE'.
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 FILLER               PIC X(27)   VALUE 'SHARED WITH'.
           05 FILLER               PIC X(10)   VALUE 'WHOLE SALE'.
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 FILLER               PIC X(6)    VALUE 'SHARE%'.
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 FILLER               PIC X(11)   VALUE 'YOUR CREDIT'.

       01  STMT-SPLIT-LINE.
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 O-SPL-DATE           PIC 99/99/99.
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 O-SPL-FURN           PIC X(22).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 O-SPL-STORE          PIC Z9.
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 O-SPL-PARTNER        PIC X(25).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 O-SPL-WHOLE          PIC -ZZ,ZZZ.99.
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 O-SPL-PCT            PIC ZZ9.99.
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 O-SPL-SHARE          PIC -ZZ,ZZZ.99.

       01  STMT-SPLIT-OVERFLOW-LINE.
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 FILLER               PIC X(51)   VALUE
            'MORE SPLIT SALES THIS WEEK THAN THIS LISTING HOLDS '.
           05 FILLER               PIC X(40)   VALUE
            '-- SEE THE LEDGER INQUIRY FOR THE REST'.

       01  XTAB-REPORT-TITLE.
           05 FILLER               PIC X(48)   VALUE SPACES.
           05 FILLER               PIC X(36)   VALUE
            'TOTAL AMOUNT REJECTED:       '.
           05 O-CT-AMOUNT-REJECTED PIC -$,$$$,$$$,$$9.99.

      *    SPLIT SALES POSTED SO FAR THIS WEEK, AND ANY SPLIT RECORD
      *    THIS RUN READ THAT HAD NO SALES RECORD BEHIND IT -- SUCH A
      *    SPLIT WAS NOT APPLIED AND THE SALE (IF IT EXISTS) POSTED
      *    WHOLE TO ITS ONE SALESPERSON.
       01  CONTROL-TOTAL-SPLIT-LINE.
           05 FILLER               PIC X(30)   VALUE
            'SPLIT SALES POSTED:          '.
           05 O-CT-SPLIT-COUNT     PIC ZZZ,ZZ9.

       01  CONTROL-TOTAL-ORPHAN-LINE.
           05 FILLER               PIC X(30)   VALUE
            'SPLIT RECORDS WITH NO SALE:  '.
           05 O-CT-SPLIT-ORPHANS   PIC ZZZ,ZZ9.
           05 FILLER               PIC X(28)   VALUE
            '  ** SPLIT NOT APPLIED **'.

      *    THE DAY BUCKETS POSTED SO FAR THIS WEEK, SUNDAY FIRST --
      *    A SATURDAY CLOSE SHOULD READ YYYYYYY.
       01  CONTROL-TOTAL-COVERAGE-LINE.
           05 FILLER               PIC X(28)   VALUE
            'FINAL REPORTS SUPPRESSED ***'.

      *    THE PRIOR-WEEK ADJUSTMENT REGISTER -- ONE LINE PER REP
      *    THE ADJUSTMENT RUN POSTED TO, ORIGINAL FIGURES FOR THE
      *    WEEK BESIDE THE REVISED ONES.
       01  ADJ-REGISTER-TITLE.
           05 FILLER               PIC X(51)   VALUE SPACES.
           05 FILLER               PIC X(30)   VALUE
            'PRIOR-WEEK ADJUSTMENT REGISTER'.

       01  ADJ-WEEK-LINE.
           05 FILLER               PIC X(22)   VALUE
            'ADJUSTED WEEK ENDING: '.
           05 O-ADJ-HDG-WEEK       PIC 9(8).
           05 FILLER               PIC X(24)   VALUE
            '   ORIGINAL CLOSE RUN: '.
           05 O-ADJ-HDG-CLOSE      PIC 9(8).
           05 FILLER               PIC X(28)   VALUE
            '   RATE SCHEDULE EFFECTIVE: '.
           05 O-ADJ-HDG-RATE-EFF   PIC 9(8).

       01  ADJ-HEADING-1.
           05 FILLER               PIC X(11)   VALUE 'SALESPERSON'.
           05 FILLER               PIC X(15)   VALUE SPACES.
           05 FILLER               PIC X(4)    VALUE 'WEEK'.
           05 FILLER               PIC X(11)   VALUE SPACES.
           05 FILLER               PIC X(8)    VALUE 'ORIGINAL'.
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 FILLER               PIC X(10)   VALUE 'ADJUSTMENT'.
           05 FILLER               PIC X(7)    VALUE SPACES.
           05 FILLER               PIC X(7)    VALUE 'REVISED'.
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 FILLER               PIC X(4)    VALUE 'ORIG'.
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 FILLER               PIC X(8)    VALUE 'ORIGINAL'.
           05 FILLER               PIC X(5)    VALUE SPACES.
           05 FILLER               PIC X(3)    VALUE 'REV'.
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 FILLER               PIC X(7)    VALUE 'REVISED'.
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 FILLER               PIC X(10)   VALUE 'COMMISSION'.

       01  ADJ-HEADING-2.
           05 FILLER               PIC X(4)    VALUE 'NAME'.
           05 FILLER               PIC X(22)   VALUE SPACES.
           05 FILLER               PIC X(6)    VALUE 'ENDING'.
           05 FILLER               PIC X(8)    VALUE SPACES.
           05 FILLER               PIC X(9)    VALUE 'NET SALES'.
           05 FILLER               PIC X(8)    VALUE SPACES.
           05 FILLER               PIC X(6)    VALUE 'AMOUNT'.
           05 FILLER               PIC X(5)    VALUE SPACES.
           05 FILLER               PIC X(9)    VALUE 'NET SALES'.
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 FILLER               PIC X(4)    VALUE 'RATE'.
           05 FILLER               PIC X(1)    VALUE SPACES.
           05 FILLER               PIC X(10)   VALUE 'COMMISSION'.
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 FILLER               PIC X(4)    VALUE 'RATE'.
           05 FILLER               PIC X(1)    VALUE SPACES.
           05 FILLER               PIC X(10)   VALUE 'COMMISSION'.
           05 FILLER               PIC X(7)    VALUE SPACES.
           05 FILLER               PIC X(6)    VALUE 'CHANGE'.

       01  ADJ-DETAIL-LINE.
           05 O-ADJ-NAME           PIC X(25).
           05 FILLER               PIC X(1)    VALUE SPACES.
           05 O-ADJ-WEEK           PIC 9(8).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 O-ADJ-ORIG-NET       PIC -Z,ZZZ,ZZZ.99.
           05 FILLER               PIC X(1)    VALUE SPACES.
           05 O-ADJ-CHANGE         PIC -Z,ZZZ,ZZZ.99.
           05 FILLER               PIC X(1)    VALUE SPACES.
           05 O-ADJ-REV-NET        PIC -Z,ZZZ,ZZZ.99.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 O-ADJ-ORIG-RATE      PIC ZZ9.99.
           05 FILLER               PIC X(1)    VALUE SPACES.
           05 O-ADJ-ORIG-COMM      PIC ZZZ,ZZZ.99.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 O-ADJ-REV-RATE       PIC ZZ9.99.
           05 FILLER               PIC X(1)    VALUE SPACES.
           05 O-ADJ-REV-COMM       PIC ZZZ,ZZZ.99.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 O-ADJ-COMM-CHANGE    PIC -ZZZ,ZZZ.99.

       01  ADJ-TOTAL-LINE.
           05 FILLER               PIC X(36)   VALUE
            'ADJUSTMENT TOTALS:'.
           05 O-ADJ-TOT-ORIG-NET   PIC -Z,ZZZ,ZZZ.99.
           05 FILLER               PIC X(1)    VALUE SPACES.
           05 O-ADJ-TOT-CHANGE     PIC -Z,ZZZ,ZZZ.99.
           05 FILLER               PIC X(1)    VALUE SPACES.
           05 O-ADJ-TOT-REV-NET    PIC -Z,ZZZ,ZZZ.99.
           05 FILLER               PIC X(9)    VALUE SPACES.
           05 O-ADJ-TOT-ORIG-COMM  PIC ZZZ,ZZZ.99.
           05 FILLER               PIC X(9)    VALUE SPACES.
           05 O-ADJ-TOT-REV-COMM   PIC ZZZ,ZZZ.99.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 O-ADJ-TOT-COMM-CHG   PIC -ZZZ,ZZZ.99.

       01  ADJ-NONE-LINE.
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 FILLER               PIC X(43)   VALUE
            'NO ADJUSTMENTS POSTED FOR THE ADJUSTED WEEK'.

       01  ADJ-PAYROLL-LINE.
           05 FILLER               PIC X(36)   VALUE
            'COMMISSION ADJUSTMENT BATCH RECORDS:'.
           05 O-ADJ-COMA-COUNT     PIC ZZZ,ZZ9.
           05 FILLER               PIC X(15)   VALUE
            '   HASH TOTAL: '.
           05 O-ADJ-COMA-HASH      PIC -ZZ,ZZZ,ZZZ.99.

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

       0000-CBLLMB06.
               (I-YEAR * 10000) + (I-MONTH * 100) + I-DAY.

           PERFORM 1170-READ-RUN-CONTROL.
           PERFORM 1173-CHECK-STEP-SEQUENCE.
           PERFORM 1177-CHECK-FISCAL-WEEK.
           IF RUN-IS-ADJUSTMENT
               PERFORM 1175-CHECK-WEEK-CLOSED.
           IF RUN-IS-WEEKLY
               PERFORM 1174-LOG-CLOSE-STARTED.
           PERFORM 1210-FIND-LEDGER-BATCH.

           EVALUATE TRUE
               WHEN RUN-IS-RESUBMIT
                   OPEN INPUT RESUBIN
               WHEN RUN-IS-ADJUSTMENT
                   OPEN INPUT ADJIN
               WHEN OTHER
                   OPEN INPUT MASTER
           END-EVALUATE.
           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT FURNPRT.
           OPEN OUTPUT COMMPRT.
      *    EVERY OTHER OUTPUT, SO A RUN WHOSE FINAL REPORTS ARE
      *    SUPPRESSED LEAVES AN EMPTY FILE -- WHICH FAILS PAYROLL'S
      *    BALANCE CHECK SAFELY -- INSTEAD OF LEAVING THE PREVIOUS
      *    WEEK'S FULLY BALANCED FILE ON DISK TO BE PAID AGAIN. AN
      *    ADJUSTMENT RUN LEAVES THAT FILE ALONE -- PAYROLL GETS ONLY
      *    THE COMMISSION DIFFERENCES, ON THEIR OWN BATCH.
           IF RUN-IS-ADJUSTMENT
               OPEN OUTPUT COMAOUT
               OPEN OUTPUT ADJPRT
           ELSE
               OPEN OUTPUT COMIOUT.
           OPEN INPUT SLMMAST.
           IF SLMMAST-STATUS NOT = '00'
               DISPLAY 'SLMMAST.DAT WILL NOT OPEN, STATUS = '
      *    WEEK-TO-DATE CARRY (IF ONE IS ON FILE) AND REMEMBER EACH
      *    SALESPERSON'S TOTAL AS OF NOW FOR THE DAILY FLASH. A
      *    CHECKPOINT RESTART SKIPS THIS -- ITS SNAPSHOT ALREADY
      *    REFLECTS WHATEVER CARRY IT HAD LOADED. AN ADJUSTMENT RUN
      *    SKIPS IT TOO -- THE CARRY BELONGS TO THE OPEN WEEK, NOT
      *    THE CLOSED ONE BEING ADJUSTED.
           IF CHECKPOINT-NOT-FOUND AND NOT RUN-IS-ADJUSTMENT
               PERFORM 1140-LOAD-WTD-CARRY
               PERFORM 1145-CAPTURE-PRIOR.

      *    CHECKPOINT, NO CARRY) STARTS THE FILE OVER. A DAY RE-RUN
      *    AFTER AN OUT-OF-BALANCE TRANSFER CAN RE-LOG ITS REJECTS --
      *    THE REPEATED SEQUENCE STAMP MARKS THOSE, THE SAME
      *    CONVENTION 2290-LOG-EXCEPTION DOCUMENTS FOR RESTARTS. AN
      *    ADJUSTMENT RUN NEVER OPENS IT -- THE FILE HOLDS THE OPEN
      *    WEEK'S REJECTS, AND AN ADJUSTMENT'S OWN REJECTS ARE
      *    CORRECTED AND KEYED TO THE NEXT ADJUSTMENT FILE FROM THE
      *    EXCEPTION LISTING.
           IF NOT RUN-IS-ADJUSTMENT
               IF CHECKPOINT-WAS-FOUND OR WTD-CARRY-FOUND
                   OPEN EXTEND REJOUT
               ELSE
                   OPEN OUTPUT REJOUT
               END-IF
           END-IF.

      *    THE LEDGER WORK FILE STARTS OVER ON A FRESH RUN. A
      *    CHECKPOINT RESTART EXTENDS IT INSTEAD -- THE RECORDS THE
               OPEN OUTPUT LEDGWORK.

           PERFORM 9100-READ.
           IF SEL-SALES-REPORT AND NOT RUN-IS-DAILY AND
              NOT RUN-IS-ADJUSTMENT
               PERFORM 9200-HDG.

       1100-CLR-TABLE.
           MOVE CKPT-WTD-BASE-RECORDS TO WTD-BASE-RECORDS.
           MOVE CKPT-WTD-BASE-AMOUNT TO WTD-BASE-AMOUNT.
           MOVE CKPT-WTD-FOUND TO SW-WTD-FOUND.
           IF CKPT-LEDGER-BATCH NUMERIC AND CKPT-LEDGER-BATCH > 0
               MOVE CKPT-LEDGER-BATCH TO LEDGER-BATCH.

           PERFORM 1165-RESTORE-PRIOR
               VARYING PERSON-SUB FROM 1 BY 1

           PERFORM 1168-RESTORE-COVERAGE.

           MOVE CKPT-SPLIT-COUNT TO SPLIT-COUNT.
           MOVE CKPT-SPLIT-OVERFLOW TO SPLIT-OVERFLOW.
           MOVE CKPT-SPLIT-TABLE TO SPLIT-SALE-TABLE.

           MOVE CKPT-EXC-COUNT TO EXC-COUNT.
           IF EXC-COUNT > 0
               PERFORM 1164-RESTORE-EXCEPTION
                   MOVE 'D' TO SW-RUN-MODE
               WHEN 'R'
                   MOVE 'R' TO SW-RUN-MODE
               WHEN 'A'
                   MOVE 'A' TO SW-RUN-MODE
               WHEN 'W'
               WHEN SPACE
                   MOVE 'W' TO SW-RUN-MODE
               WHEN OTHER
                   DISPLAY 'RUN MODE ' RC-RUN-MODE ' ON THE RUN '
                       'CONTROL FILE IS NOT W, D, R, OR A -- RUN '
                       'TERMINATED'
                   STOP RUN
           END-EVALUATE.
           COMPUTE RCK-WEEK-START-INTEGER =
               RCK-WEEK-END-INTEGER - 6.

      *    THE JOB-STEP SEQUENCE CHECK (CBLLMB19), ONCE THE RUN
      *    CONTROL FILE HAS GIVEN THE MODE AND WEEK. A STEP WHOSE
      *    PREREQUISITES ARE NOT ON THE RUN LOG, AND NOT WAIVED BY A
      *    SUPERVISOR OVERRIDE, STOPS HERE BEFORE ANY FILE IS OPENED.
      *    THE MODE NAMES ARE THE ONES 3950-WRITE-RUN-LOG LOGS.
       1173-CHECK-STEP-SEQUENCE.
           MOVE 'CBLLMB06' TO SG-PROGRAM.
           EVALUATE TRUE
               WHEN RUN-IS-RESUBMIT
                   MOVE 'RESUBMISSION' TO SG-RUN-MODE
               WHEN RUN-IS-DAILY
                   MOVE 'DAILY' TO SG-RUN-MODE
               WHEN RUN-IS-ADJUSTMENT
                   MOVE 'ADJUSTMENT' TO SG-RUN-MODE
               WHEN OTHER
                   MOVE 'WEEKLY' TO SG-RUN-MODE
           END-EVALUATE.
           MOVE RUN-WEEK-ENDING TO SG-WEEK-ENDING.
           MOVE 0 TO SG-CUTOFF-DATE.
           CALL 'CBLLMB19' USING STEP-GATE-AREA.
           IF SG-STEP-BLOCKED
               DISPLAY 'CBLLMB06 PREREQUISITE NOT MET -- RUN TERMINATED'
               STOP RUN.

      *    A WEEKLY CLOSE MARKS ITS START ON THE RUN LOG. UNTIL THE
      *    SAME WEEK LOGS A NORMAL CLOSE, THE WEEK IS MID-CLOSE AND
      *    THE STEPS THAT MAY NOT RUN DURING A CLOSE ARE HELD -- WHICH
      *    ALSO HOLDS THEM AFTER A CLOSE THAT ABENDED AND LEFT NO
      *    COMPLETION RECORD AT ALL.
       1174-LOG-CLOSE-STARTED.
           OPEN EXTEND RUNLOG.
           MOVE 'CBLLMB06' TO RL-PROGRAM.
           MOVE HIST-RUN-DATE-NUM TO RL-RUN-DATE.
           MOVE I-TIME(1:6) TO RL-RUN-TIME.
           MOVE 'WEEKLY' TO RL-RUN-MODE.
           MOVE 'STARTED' TO RL-STATUS.
           MOVE RUN-WEEK-ENDING TO RL-WEEK-ENDING.
           MOVE 0 TO RL-COUNT-1.
           MOVE 0 TO RL-AMOUNT-1.
           MOVE 0 TO RL-COUNT-2.
           MOVE SPACES TO RL-NOTE.
           WRITE RL-REC.
           CLOSE RUNLOG.

      *    THE RUN'S WEEK ON THE FISCAL CALENDAR (CBLLMB21). A WEEKLY
      *    CLOSE OF A WEEK FINANCE HAS NOT PUT ON THE CALENDAR WOULD
      *    WRITE HISTORY NO FISCAL REPORT COULD PLACE, SO IT STOPS
      *    HERE BEFORE ITS STARTED ENTRY IS LOGGED. THE OTHER MODES
      *    RUN EITHER WAY -- ANY HISTORY THEY WRITE FOR A WEEK OFF THE
      *    CALENDAR CARRIES ZERO FISCAL FIELDS AND IS PLACED BY ITS
      *    RUN DATE WHEN IT IS READ.
       1177-CHECK-FISCAL-WEEK.
           MOVE 'W' TO FC-REQUEST.
           MOVE RUN-WEEK-ENDING TO FC-DATE.
           CALL 'CBLLMB21' USING FISCAL-CAL-AREA.
           IF FC-WAS-FOUND
               MOVE FC-FISCAL-PERIOD TO HIST-WEEK-FISCAL-PERIOD
               MOVE FC-FISCAL-QUARTER TO HIST-WEEK-FISCAL-QUARTER
           ELSE
               MOVE 0 TO HIST-WEEK-FISCAL-YEAR
               MOVE 0 TO HIST-WEEK-FISCAL-PER
               MOVE 0 TO HIST-WEEK-FISCAL-QUARTER
               IF RUN-IS-WEEKLY
                   DISPLAY 'WEEK-ENDING DATE ' RUN-WEEK-ENDING ' IS '
                       'NOT ON THE FISCAL CALENDAR (CBLFCAL.DAT) -- '
                       'RUN TERMINATED'
                   STOP RUN
               END-IF
           END-IF.

      *    AN ADJUSTMENT RUN MAY ONLY TOUCH A WEEK THE RUN LOG SHOWS
      *    CLOSED NORMALLY -- AN OPEN WEEK TAKES ITS LATE RECORDS
      *    THROUGH THE DAILY OR RESUBMISSION MODES INSTEAD, AND A
      *    CLOSE THAT NEVER STOOD HAS NOTHING TO ADJUST. THE LATEST
      *    SUCH CLOSE'S RUN DATE IS KEPT TO STAMP THE ADJUSTMENT
      *    HISTORY. AN INTERRUPTED RUN AWAITING RESTART MUST FINISH
      *    FIRST, SINCE ITS LEDGER WORK FILE IS STILL IN USE. ALL OF
      *    THIS IS SETTLED BEFORE ANY OUTPUT FILE IS OPENED.
       1175-CHECK-WEEK-CLOSED.
           MOVE 'N' TO SW-WEEK-CLOSED.
           MOVE 'YES' TO MORE-RLOG.
           OPEN INPUT RUNLOG.
           PERFORM 1176-TEST-ONE-RLOG
               UNTIL MORE-RLOG = 'NO'.
           CLOSE RUNLOG.

           IF NOT WEEK-WAS-CLOSED
               DISPLAY 'WEEK ENDING ' RUN-WEEK-ENDING ' SHOWS NO '
                   'NORMAL WEEKLY CLOSE ON THE RUN LOG -- NOTHING TO '
                   'ADJUST, RUN TERMINATED'
               STOP RUN.

           PERFORM 1150-CHECK-FOR-RESTART.
           IF CHECKPOINT-WAS-FOUND
               DISPLAY 'AN INTERRUPTED RUN IS AWAITING RESTART -- '
                   'RESTART IT BEFORE RUNNING AN ADJUSTMENT, RUN '
                   'TERMINATED'
               STOP RUN.

           PERFORM 1200-LOAD-ADJ-ORIGINALS.

       1176-TEST-ONE-RLOG.
           READ RUNLOG
               AT END
                   MOVE 'NO' TO MORE-RLOG
               NOT AT END
                   IF RL-PROGRAM = 'CBLLMB06' AND
                      RL-RUN-MODE = 'WEEKLY' AND
                      RL-STATUS = 'NORMAL' AND
                      RL-WEEK-ENDING = RUN-WEEK-ENDING
                       MOVE 'Y' TO SW-WEEK-CLOSED
                       MOVE RL-RUN-DATE TO ADJ-CLOSE-RUN-DATE
                   END-IF
           END-READ.

      *    THE ORIGINAL FIGURES FOR THE ADJUSTMENT REGISTER -- EACH
      *    REP'S NET FOR THE WEEK AS POSTED TO THE LEDGER SO FAR,
      *    EARLIER ADJUSTMENTS INCLUDED, SO A SECOND ADJUSTMENT TO
      *    THE SAME WEEK STARTS FROM WHAT THE FIRST ONE LEFT. THE
      *    WEEK'S RECORDS ARE READ BY KEY, FROM THE FIRST SEQUENCE IN
      *    THE WEEK TO THE LAST.
       1200-LOAD-ADJ-ORIGINALS.
           PERFORM 1201-CLR-ADJ-ORIG
               VARYING PERSON-SUB FROM 1 BY 1
                   UNTIL PERSON-SUB > 50.
           MOVE 0 TO ADJ-LEDGER-COUNT.
           PERFORM 1215-START-LEDGER-WEEK.
           PERFORM 1205-NOTE-ONE-LEDGER
               UNTIL MORE-LEDG = 'NO'.
           CLOSE LEDGER.

           IF ADJ-LEDGER-COUNT = 0
               DISPLAY 'WEEK ENDING ' RUN-WEEK-ENDING ' HAS NO '
                   'POSTINGS ON THE LEDGER -- NOTHING TO ADJUST, RUN '
                   'TERMINATED'
               STOP RUN.

       1201-CLR-ADJ-ORIG.
           MOVE 0 TO ADJ-ORIG-NET(PERSON-SUB).

       1205-NOTE-ONE-LEDGER.
           READ LEDGER NEXT RECORD
               AT END
                   MOVE 'NO' TO MORE-LEDG
               NOT AT END
                   IF LGR-WEEK-ENDING NOT = RUN-WEEK-ENDING
                       MOVE 'NO' TO MORE-LEDG
                   ELSE
                       IF LGR-SLM-NUM >= 1 AND LGR-SLM-NUM <= 50
                           ADD 1 TO ADJ-LEDGER-COUNT
                           ADD LGR-AMOUNT TO
                               ADJ-ORIG-NET(LGR-SLM-NUM)
                       END-IF
                   END-IF
           END-READ.

      *    THE RUN'S LEDGER POSTING BATCH -- ONE PAST THE HIGHEST
      *    BATCH ALREADY ON THE LEDGER FOR THE WEEK. EVERY RUN THAT
      *    STARTS A WEEK'S POSTINGS AFRESH (THE FIRST RUN OF THE WEEK,
      *    AN ADJUSTMENT, A RESUBMISSION AFTER THE CLOSE) TAKES A NEW
      *    BATCH; A RESTART OR THE NEXT RUN OF AN OPEN WEEK PICKS ITS
      *    BATCH BACK UP FROM THE CHECKPOINT OR CARRY INSTEAD (SEE
      *    1160), SINCE ITS RECORD COUNT RUNS ON FROM THAT RUN'S. A
      *    RUN WHOSE POSTINGS NEVER REACHED THE LEDGER LEAVES NO
      *    BATCH BEHIND, SO ITS RERUN SIMPLY TAKES THE SAME NUMBER.
       1210-FIND-LEDGER-BATCH.
           MOVE 0 TO LEDGER-BATCH-HIGH.
           PERFORM 1215-START-LEDGER-WEEK.
           PERFORM 1216-NOTE-ONE-BATCH
               UNTIL MORE-LEDG = 'NO'.
           CLOSE LEDGER.
           IF LEDGER-BATCH-HIGH = 99
               DISPLAY 'WEEK ENDING ' RUN-WEEK-ENDING ' ALREADY HAS '
                   '99 POSTING BATCHES ON THE LEDGER -- RUN TERMINATED'
               STOP RUN.
           COMPUTE LEDGER-BATCH = LEDGER-BATCH-HIGH + 1.

      *    OPEN THE LEDGER AND POSITION AT THE FIRST KEY OF THE RUN'S
      *    WEEK. A LEDGER NOT YET CREATED OPENS EMPTY (STATUS 05).
       1215-START-LEDGER-WEEK.
           MOVE 'YES' TO MORE-LEDG.
           OPEN INPUT LEDGER.
           IF LEDGER-STATUS NOT = '00' AND LEDGER-STATUS NOT = '05'
               DISPLAY 'CBLLEDG.DAT WILL NOT OPEN, STATUS = '
                   LEDGER-STATUS
               DISPLAY 'THE POSTED LEDGER CANNOT BE READ -- RUN '
                   'TERMINATED'
               STOP RUN.
           MOVE RUN-WEEK-ENDING TO LGR-WEEK-ENDING.
           MOVE 0 TO LGR-SALE-SEQ.
           MOVE SPACE TO LGR-SPLIT-ROLE.
           START LEDGER KEY IS NOT LESS THAN LGR-LEDGER-KEY
               INVALID KEY
                   MOVE 'NO' TO MORE-LEDG
           END-START.

       1216-NOTE-ONE-BATCH.
           READ LEDGER NEXT RECORD
               AT END
                   MOVE 'NO' TO MORE-LEDG
               NOT AT END
                   IF LGR-WEEK-ENDING NOT = RUN-WEEK-ENDING
                       MOVE 'NO' TO MORE-LEDG
                   ELSE
                       IF LGR-POST-BATCH > LEDGER-BATCH-HIGH
                           MOVE LGR-POST-BATCH TO LEDGER-BATCH-HIGH
                       END-IF
                   END-IF
           END-READ.

      *    LOAD THE FURNITURE-TYPE TABLE FROM THE FURNITURE-TYPE
      *    MASTER FILE. THE MASTER IS KEYED ON FM-CODE, SO A
      *    SEQUENTIAL READ-THROUGH DELIVERS THE TYPES IN CODE ORDER;
           IF REC-IS-VALID
               PERFORM 2300-CALCS
               PERFORM 2320-WRITE-LEDGER.
      *    AN ADJUSTMENT FILE IS A HANDFUL OF KEYED CORRECTIONS AND
      *    TAKES NO CHECKPOINTS -- THE CHECKPOINT FILE BELONGS TO THE
      *    OPEN WEEK'S RUNS.
           IF NOT RUN-IS-ADJUSTMENT AND
              FUNCTION MOD(CT-RECORDS-READ, CKPT-INTERVAL) = 0
               PERFORM 3650-WRITE-CHECKPOINT.
           PERFORM 9100-READ.

           IF REC-IS-VALID
               PERFORM 2280-EDIT-SLM-TERM.

           IF REC-IS-VALID AND SALE-IS-SPLIT
               PERFORM 2287-EDIT-SPLIT.

      *    CROSS-CHECK ST-SALES-DATE AGAINST THE DAY BUCKET (ST-DAY)
      *    IT IS BEING POSTED TO, AND AGAINST THE POSTING WEEK --
      *    SINCE THE RUN-CONTROL FILE CAME IN, THE WEEK IS ALWAYS
               MOVE 'SALESPERSON TERMINATED' TO EXC-REASON-WORK
               PERFORM 2290-LOG-EXCEPTION.

      *    THE SECOND SALESPERSON ON A SPLIT SALE MUST BE A REAL REP
      *    OTHER THAN THE ONE ON THE SALES RECORD, AND THE SHARE MUST
      *    LEAVE SOMETHING FOR EACH OF THEM -- A 100 PERCENT SPLIT IS
      *    A SALE KEYED TO THE WRONG SALESPERSON, NOT A SPLIT. THE
      *    SECOND SALESPERSON IS HELD TO THE SAME TERMINATION-DATE
      *    RULE AS THE FIRST. THE WHOLE SALE IS REJECTED IF THE SPLIT
      *    IS BAD, SO NEITHER REP IS CREDITED WITH A SHARE THAT MAY
      *    NOT STAND.
       2287-EDIT-SPLIT.
           IF SPH-SLM-NUM NOT NUMERIC
               MOVE 'N' TO SW-REC-VALID
           ELSE
               IF SPH-SLM-NUM < 1 OR SPH-SLM-NUM > 50 OR
                  SPH-SLM-NUM = ST-SLM-NUM
                   MOVE 'N' TO SW-REC-VALID
               END-IF
           END-IF.
           IF REC-IS-INVALID
               MOVE 'INVALID SPLIT SALESPERSON' TO EXC-REASON-WORK
               PERFORM 2290-LOG-EXCEPTION.

           IF REC-IS-VALID
               IF SPH-PCT NOT NUMERIC
                   MOVE 'N' TO SW-REC-VALID
               ELSE
                   IF SPH-PCT = 0 OR SPH-PCT NOT < 100
                       MOVE 'N' TO SW-REC-VALID
                   END-IF
               END-IF
               IF REC-IS-INVALID
                   MOVE 'INVALID SPLIT PERCENTAGE' TO EXC-REASON-WORK
                   PERFORM 2290-LOG-EXCEPTION
               END-IF
           END-IF.

           IF REC-IS-VALID
               MOVE SPH-SLM-NUM TO SLM-NUM
               READ SLMMAST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SLM-TERM-DATE NOT = 0
                           PERFORM 2288-CHECK-SPLIT-TERM
                       END-IF
               END-READ
           END-IF.

       2288-CHECK-SPLIT-TERM.
           MOVE SLM-TERM-DATE(1:2) TO TRM-MM.
           MOVE SLM-TERM-DATE(3:2) TO TRM-DD.
           MOVE SLM-TERM-DATE(5:2) TO TRM-YY.

           IF TRM-YY < 50
               COMPUTE TRM-CCYY = 2000 + TRM-YY
           ELSE
               COMPUTE TRM-CCYY = 1900 + TRM-YY.

           COMPUTE TRM-DATE-8 = TRM-CCYY * 10000 + TRM-MM * 100 +
               TRM-DD.

           IF DCK-DATE-8 >= TRM-DATE-8
               MOVE 'N' TO SW-REC-VALID
               MOVE 'SPLIT SALESPERSON TERMINATED' TO EXC-REASON-WORK
               PERFORM 2290-LOG-EXCEPTION.

      *    EXC-TOTAL-REJECTED AND CT-AMOUNT-REJECTED ARE KEPT FOR
      *    EVERY REJECT REGARDLESS OF THE 50-ROW TABLE CAP BELOW, SO
      *    THE PRINTED REJECT COUNT AND DOLLAR TOTAL ARE ALWAYS THE
      *    RECORDS CAN APPEAR TWICE ON THE REJECT FILE. THE SEQUENCE
      *    STAMP REPEATS ON SUCH A DUPLICATE, WHICH IS HOW DATA ENTRY
      *    TELLS THEM APART FROM TWO GENUINE REJECTS.
      *    A REJECTED SPLIT SALE IS WRITTEN WITH ITS SPLIT RECORD
      *    AHEAD OF IT, UNDER THE SAME REASON AND STAMP, SO THE PAIR
      *    GOES BACK THROUGH RESUBMISSION TOGETHER.
           MOVE ST-REC TO REJ-ST-REC.
           MOVE EXC-REASON-WORK TO REJ-REASON.
           MOVE HIST-RUN-DATE-NUM TO REJ-RUN-DATE.
           MOVE EXC-TOTAL-REJECTED TO REJ-SEQ.
           IF NOT RUN-IS-ADJUSTMENT
               IF SALE-IS-SPLIT
                   MOVE SPLIT-HOLD-REC TO REJ-ST-REC
                   WRITE REJ-REC
                   MOVE ST-REC TO REJ-ST-REC
               END-IF
               WRITE REJ-REC
           END-IF.

           IF EXC-COUNT < 50
               ADD 1 TO EXC-COUNT
               MOVE EXC-REASON-WORK TO EXC-REASON(EXC-COUNT).

       2300-CALCS.
      *    A SPLIT SALE IS CREDITED TO EACH REP BY THEIR SHARE, BUT
      *    THE FURNITURE-TYPE, STORE, AND GRAND TOTALS TAKE THE WHOLE
      *    SALE ONCE. THE SECOND SALESPERSON'S SHARE IS ROUNDED AND
      *    THE SALESPERSON ON THE RECORD TAKES THE REMAINDER, SO THE
      *    SHARES ALWAYS ADD BACK TO ST-AMOUNT TO THE PENNY.
           IF SALE-IS-SPLIT
               COMPUTE SPLIT-PARTNER-SHARE ROUNDED =
                   ST-AMOUNT * SPH-PCT / 100
               COMPUTE SPLIT-PRIMARY-SHARE =
                   ST-AMOUNT - SPLIT-PARTNER-SHARE
           ELSE
               MOVE ST-AMOUNT TO SPLIT-PRIMARY-SHARE
               MOVE 0 TO SPLIT-PARTNER-SHARE.

      *    ADDING TO FURNITURE GRAND TOTAL
           ADD ST-AMOUNT TO C-FURN-GRAND-TOTAL.

                IF FURN-SUB  =  ST-FUR-CODE
                   ADD ST-AMOUNT TO FURN-TYPE-TOTAL(FURN-SUB).

      *    ADDING TO THE STORE'S DAY AND WEEKLY TOTALS -- THE STORE
      *    EDIT HAS ALREADY CONFIRMED THE SUBSCRIPT IS IN RANGE
           ADD ST-AMOUNT TO STORE-DAY-TOTAL(ST-STORE-NUM, ST-DAY).
           MOVE 'Y' TO SW-DAY-POSTED(ST-DAY).

      *    ADDING TO GRAND TOTAL OF DAYS AND PERSONS (51, 8)
           MOVE ST-AMOUNT TO CR-AMOUNT.
           ADD ST-AMOUNT TO DAY-TOTAL(51, 8).
           MOVE 51 TO GR-SUB-PERSON.
           MOVE 8 TO GR-SUB-DAY.
                   MOVE DAY-SUB TO GR-SUB-DAY
                   PERFORM 2305-ADD-GROSS-OR-RETURN.

      *    CREDITING THE SALESPERSON ON THE RECORD -- THE WHOLE SALE,
      *    OR THEIR SHARE OF A SPLIT SALE
           MOVE ST-SLM-NUM TO CR-SLM-NUM.
           MOVE SPLIT-PRIMARY-SHARE TO CR-AMOUNT.
           PERFORM 2302-CREDIT-SALESPERSON.

      *    LOOKING UP SALESPERSON NAME ON THE SALESPERSON MASTER FILE
      *    (SUB MATCHES THEIR NUMBER) INSTEAD OF TRUSTING ST-SLM-NAME
           PERFORM 2350-LOOKUP-SLM-NAME.

      *    CREDITING THE SECOND SALESPERSON'S SHARE OF A SPLIT SALE
           IF SALE-IS-SPLIT
               MOVE SPH-SLM-NUM TO CR-SLM-NUM
               MOVE SPLIT-PARTNER-SHARE TO CR-AMOUNT
               PERFORM 2302-CREDIT-SALESPERSON
               PERFORM 2355-LOOKUP-SPLIT-NAME
               PERFORM 2303-NOTE-SPLIT-SALE.

      *    CREDIT CR-AMOUNT TO SALESPERSON CR-SLM-NUM. THE EDITS HAVE
      *    ALREADY CONFIRMED THE SALESPERSON, FURNITURE CODE, AND DAY
      *    ARE IN RANGE, SO THE CELLS ARE ADDRESSED DIRECTLY.
       2302-CREDIT-SALESPERSON.
      *    ADDING TO THE SALESPERSON/FURNITURE-TYPE MATRIX
           ADD CR-AMOUNT TO XTAB-CELL(CR-SLM-NUM, ST-FUR-CODE).

      *    ADDING TO PERSON GRAND TOTAL (CR-SLM-NUM, 8) - GROSS/RETURNS
           ADD CR-AMOUNT TO DAY-TOTAL(CR-SLM-NUM, 8).
           MOVE CR-SLM-NUM TO GR-SUB-PERSON.
           MOVE 8 TO GR-SUB-DAY.
           PERFORM 2305-ADD-GROSS-OR-RETURN.

      *    ADDING TO CORRECT PERSON/DAY (CR-SLM-NUM, ST-DAY)
           ADD CR-AMOUNT TO DAY-TOTAL(CR-SLM-NUM, ST-DAY).
           MOVE ST-DAY TO GR-SUB-DAY.
           PERFORM 2305-ADD-GROSS-OR-RETURN.

      *    ADDING PERSON GRAND TOTAL FOR THE WEEK TO PERSON-TOTAL-TABLE
           MOVE DAY-TOTAL(CR-SLM-NUM, 8) TO
               PERSON-GRAND-TOTAL(CR-SLM-NUM).

      *    ONE ROW PER SPLIT SALE FOR THE STATEMENTS' SPLIT LISTING.
       2303-NOTE-SPLIT-SALE.
           IF SPLIT-COUNT < 100
               ADD 1 TO SPLIT-COUNT
               MOVE CT-RECORDS-READ TO SPL-SALE-SEQ(SPLIT-COUNT)
               MOVE ST-SALES-DATE TO SPL-SALES-DATE(SPLIT-COUNT)
               MOVE ST-FUR-CODE TO SPL-FUR-CODE(SPLIT-COUNT)
               MOVE ST-STORE-NUM TO SPL-STORE-NUM(SPLIT-COUNT)
               MOVE ST-SLM-NUM TO SPL-SLM-1(SPLIT-COUNT)
               MOVE SPH-SLM-NUM TO SPL-SLM-2(SPLIT-COUNT)
               MOVE SPH-PCT TO SPL-PCT-2(SPLIT-COUNT)
               MOVE ST-AMOUNT TO SPL-AMOUNT(SPLIT-COUNT)
               MOVE SPLIT-PRIMARY-SHARE TO SPL-SHARE-1(SPLIT-COUNT)
               MOVE SPLIT-PARTNER-SHARE TO SPL-SHARE-2(SPLIT-COUNT)
           ELSE
               ADD 1 TO SPLIT-OVERFLOW.

      *    SPLITS CR-AMOUNT -- THE AMOUNT BEING POSTED -- INTO THE
      *    GROSS SALES OR RETURNS BUCKET FOR GR-SUB-PERSON/GR-SUB-DAY
      *    SO A RETURN NO LONGER JUST NETS SILENTLY AGAINST THE
      *    DAY/SALESPERSON IT LANDS ON.
       2305-ADD-GROSS-OR-RETURN.
           IF CR-AMOUNT < 0
               COMPUTE C-ABS-AMOUNT = CR-AMOUNT * -1
               ADD C-ABS-AMOUNT TO
                   RETURNS-DAY-TOTAL(GR-SUB-PERSON, GR-SUB-DAY)
           ELSE
               ADD CR-AMOUNT TO
                   GROSS-DAY-TOTAL(GR-SUB-PERSON, GR-SUB-DAY).

      *    EVERY POSTED RECORD GOES TO THE LEDGER WORK FILE WITH THE
      *    RUN STAMPS, SO ANY CELL ON THE WEEKLY SALES REPORT CAN BE
      *    REPROVED FROM DETAIL WEEKS LATER (SEE CBLLMB10). THE WORK
      *    POSTINGS STAND -- SEE 3940-FINISH-LEDGER -- SO A RUN WHOSE
      *    REPORTS ARE SUPPRESSED AND WHOSE FILE IS RERUN IN FULL
      *    NEVER DOUBLES THE WEEK ON THE LEDGER.
      *    A SPLIT SALE WRITES ONE RECORD PER SHARE -- EACH UNDER ITS
      *    OWN SALESPERSON WITH THAT REP'S SHARE AS THE AMOUNT, SO THE
      *    LEDGER STILL REPROVES EVERY CELL OF THE WEEKLY SALES
      *    REPORT -- BOTH CARRYING THE SAME SALE SEQUENCE NUMBER AND
      *    THE WHOLE SALE AMOUNT TO TIE THEM TO THE ORIGINAL SALE.
      *    THE RECORD COUNT IS THE SAME ON A RESTART'S RE-POSTING AS
      *    ON THE INTERRUPTED RUN'S, SO THE KEY COMES OUT THE SAME.
      *    FIVE DIGITS OF RECORD COUNT IS THE KEY'S LIMIT FOR ONE
      *    BATCH; A WEEK PAST IT STOPS HERE, BEFORE ANY KEY REPEATS.
      *    THE SALES DATE WAS WINDOWED TO CCYYMMDD BY 2250-EDIT-DATE.
       2320-WRITE-LEDGER.
           IF CT-RECORDS-READ > 99999
               DISPLAY 'MORE THAN 99999 RECORDS IN ONE POSTING BATCH '
                   '-- LEDGER SEQUENCE EXHAUSTED, RUN TERMINATED'
               STOP RUN.
           MOVE ST-REC TO LGW-ST-REC.
           MOVE HIST-RUN-DATE-NUM TO LGW-RUN-DATE.
           MOVE SW-RUN-MODE TO LGW-RUN-MODE.
           MOVE RUN-WEEK-ENDING TO LGW-WEEK-ENDING.
           MOVE LEDGER-BATCH TO LGW-POST-BATCH.
           MOVE CT-RECORDS-READ TO LGW-POST-REC.
           MOVE ST-AMOUNT TO LGW-SALE-AMOUNT.
           MOVE DCK-DATE-8 TO LGW-SALES-CCYYMMDD.
           IF SALE-IS-SPLIT
               MOVE SPLIT-PRIMARY-SHARE TO LGW-AMOUNT
               MOVE 'P' TO LGW-SPLIT-ROLE
               MOVE SPH-SLM-NUM TO LGW-SPLIT-PARTNER
               COMPUTE LGW-SPLIT-PCT = 100 - SPH-PCT
               WRITE LGW-REC
               MOVE SPH-SLM-NUM TO LGW-SLM-NUM
               MOVE SPLIT-PARTNER-SHARE TO LGW-AMOUNT
               MOVE NAME-TABLE(SPH-SLM-NUM) TO LGW-SLM-NAME
               MOVE 'S' TO LGW-SPLIT-ROLE
               MOVE ST-SLM-NUM TO LGW-SPLIT-PARTNER
               MOVE SPH-PCT TO LGW-SPLIT-PCT
               WRITE LGW-REC
           ELSE
               MOVE SPACE TO LGW-SPLIT-ROLE
               MOVE 0 TO LGW-SPLIT-PARTNER
               MOVE 0 TO LGW-SPLIT-PCT
               WRITE LGW-REC.

       2350-LOOKUP-SLM-NAME.
           MOVE ST-SLM-NUM TO SLM-NUM.
                   MOVE SLM-REGION TO PERSON-REGION(ST-SLM-NUM)
           END-READ.

      *    THE SAME LOOKUP FOR THE SECOND SALESPERSON ON A SPLIT SALE.
       2355-LOOKUP-SPLIT-NAME.
           MOVE SPH-SLM-NUM TO SLM-NUM.
           READ SLMMAST
               INVALID KEY
                   MOVE SPACES TO NAME-TABLE(SPH-SLM-NUM)
                   MOVE SPACES TO PERSON-REGION(SPH-SLM-NUM)
               NOT INVALID KEY
                   MOVE SLM-NAME TO NAME-TABLE(SPH-SLM-NUM)
                   MOVE SLM-REGION TO PERSON-REGION(SPH-SLM-NUM)
           END-READ.

       2400-OUTPUT.
           MOVE RANK-ENTRY(RANK-SUB) TO PERSON-SUB.
           MOVE NAME-TABLE(PERSON-SUB) TO O-NAME.
               VARYING DAY-SUB FROM 1 BY 1
                   UNTIL DAY-SUB > 7.
           MOVE DAY-TOTAL(PERSON-SUB, 8) TO CSV-AMT-DISPLAY.
           STRING FUNCTION TRIM(CSV-AMT-DISPLAY) DELIMITED BY SIZE
                   INTO CSV-LINE-BUILD
                       WITH POINTER CSV-PTR.
           WRITE CSV-LINE FROM CSV-LINE-BUILD.

       2421-CSV-DAY-MOVE.
           MOVE DAY-TOTAL(PERSON-SUB, DAY-SUB) TO CSV-AMT-DISPLAY.
           STRING FUNCTION TRIM(CSV-AMT-DISPLAY) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
                   INTO CSV-LINE-BUILD
                       WITH POINTER CSV-PTR.
           STRING FUNCTION TRIM(FURN-TYPE(FURN-SUB))
                   DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(CSV-AMT-DISPLAY) DELIMITED BY SIZE
                   INTO CSV-LINE-BUILD
                       WITH POINTER CSV-PTR.
           WRITE CSV-LINE FROM CSV-LINE-BUILD.
           PERFORM 3760-CHECK-DAY-COVERAGE.

           IF BATCH-IS-IN-BALANCE AND NOT CLOSE-IS-BLOCKED
               EVALUATE TRUE
                   WHEN RUN-IS-DAILY
                       PERFORM 9800-FLASH-HDG
                       PERFORM 3800-DAILY-FLASH
                   WHEN RUN-IS-ADJUSTMENT
                       PERFORM 9900-ADJ-HDG
                       PERFORM 3970-ADJUSTMENT-REGISTER
                       IF SEL-EXCEPTION-REPORT
                           PERFORM 3300-EXCEPTION-LISTING
                       END-IF
                       IF HIST-WRITE-WANTED
                           PERFORM 3980-WRITE-ADJ-HISTORY
                       END-IF
                   WHEN OTHER
                       IF SEL-SALES-REPORT
                           PERFORM 3050-BUILD-RANK-TABLE
                           PERFORM 2400-OUTPUT
                               VARYING RANK-SUB FROM 1 BY 1
                                   UNTIL RANK-SUB > 50
                           PERFORM 3100-GRAND-TOTAL
                       END-IF
                       IF SEL-FURN-REPORT
                           PERFORM 9300-TOT-HDG
                           PERFORM 2500-TOTAL-OUTPUT
                           PERFORM 3200-TOT-GRAND-TOTAL
                       END-IF
                       IF SEL-XTAB-REPORT
                           PERFORM 3450-XTAB-REPORT
                       END-IF
                       IF SEL-COMM-REPORT
                           PERFORM 9500-COMM-HDG
                       END-IF
                       PERFORM 3400-COMMISSION-REPORT
                       IF SEL-RETURNS-REPORT
                           PERFORM 9600-RET-HDG
                           PERFORM 3500-RETURNS-BY-SLM-REPORT
                       END-IF
                       IF SEL-REGION-REPORT
                           PERFORM 9650-RGN-HDG
                           PERFORM 3550-REGION-REPORT
                       END-IF
                       IF SEL-STORE-REPORT
                           PERFORM 9660-STOR-HDG
                           PERFORM 3560-STORE-REPORT
                       END-IF
                       IF SEL-EXCEPTION-REPORT
                           PERFORM 3300-EXCEPTION-LISTING
                       END-IF
                       IF SEL-STMT-REPORT
                           PERFORM 3900-COMMISSION-STATEMENTS
                       END-IF
                       IF HIST-WRITE-WANTED AND
                          (RUN-IS-WEEKLY OR NOT WTD-CARRY-FOUND)
                           PERFORM 3600-WRITE-HISTORY
                       END-IF
               END-EVALUATE
           ELSE
               IF NOT BATCH-IS-IN-BALANCE
                   DISPLAY 'FURN.DAT DOES NOT BALANCE TO ITS BATCH '

      *    A BLOCKED CLOSE LEAVES THE CARRY EXACTLY AS IT STOOD --
      *    THE MISSING DAY CAN STILL BE RUN AND THE CLOSE REPEATED.
      *    AN ADJUSTMENT RUN NEVER TOUCHES THE OPEN WEEK'S CARRY OR
      *    CHECKPOINT.
           IF BATCH-IS-IN-BALANCE AND NOT CLOSE-IS-BLOCKED
               EVALUATE TRUE
                   WHEN RUN-IS-ADJUSTMENT
                       CONTINUE
                   WHEN RUN-IS-DAILY
                       PERFORM 3670-WRITE-WTD-CARRY
                   WHEN RUN-IS-RESUBMIT AND WTD-CARRY-FOUND
               END-EVALUATE
           END-IF.

           IF NOT RUN-IS-ADJUSTMENT
               PERFORM 3660-CLEAR-CHECKPOINT.

           EVALUATE TRUE
               WHEN RUN-IS-RESUBMIT
                   CLOSE RESUBIN
               WHEN RUN-IS-ADJUSTMENT
                   CLOSE ADJIN
               WHEN OTHER
                   CLOSE MASTER
           END-EVALUATE.
           CLOSE PRTOUT.
           CLOSE FURNPRT.
           CLOSE COMMPRT.
           CLOSE SLMMAST.
           CLOSE CSVOUT.
           CLOSE HISTORY.
           IF RUN-IS-ADJUSTMENT
               CLOSE COMAOUT
               CLOSE ADJPRT
           ELSE
               CLOSE COMIOUT
               CLOSE REJOUT.

           PERFORM 3940-FINISH-LEDGER.
           PERFORM 3950-WRITE-RUN-LOG.
      *    IS DESELECTED, SINCE PAYROLL IMPORTS THE FILE, NOT THE
      *    PRINTOUT.
       3430-START-COMI-FILE.
           PERFORM 3435-START-EARNINGS.
           MOVE 0 TO COMI-REC-COUNT.
           MOVE 0 TO COMI-HASH-TOTAL.
           MOVE SPACES TO COMI-HDR-REC.
           ADD 1 TO COMI-REC-COUNT.
           ADD C-COMM-AMOUNT TO COMI-HASH-TOTAL.

           IF EARN-APPEND-WANTED
               MOVE CID-SLM-NUM TO ERN-SLM-NUM
               MOVE CID-SLM-NAME TO ERN-SLM-NAME
               MOVE CID-WEEK-ENDING TO ERN-WEEK-ENDING
               IF RUN-IS-WEEKLY
                   MOVE 'W' TO ERN-ENTRY-TYPE
               ELSE
                   MOVE 'R' TO ERN-ENTRY-TYPE
               END-IF
               MOVE CID-NET-SALES TO ERN-NET-SALES
               MOVE CID-RATE TO ERN-RATE
               MOVE CID-COMM-AMOUNT TO ERN-COMM-AMOUNT
               MOVE HIST-RUN-DATE-NUM TO ERN-RUN-DATE
               WRITE ERN-REC
           END-IF.

       3440-FINISH-COMI-FILE.
           MOVE SPACES TO COMI-TRL-REC.
           MOVE 'TR' TO CIT-REC-ID.
           MOVE COMI-REC-COUNT TO CIT-REC-COUNT.
           MOVE COMI-HASH-TOTAL TO CIT-HASH-TOTAL.
           WRITE COMI-TRL-REC.
           IF EARN-APPEND-WANTED
               CLOSE EARNFILE.

      *    THE EARNINGS FILE TAKES THE COMMISSION ONLY WHEN THE RUN
      *    ALSO WRITES HISTORY -- A WEEKLY CLOSE, OR A STANDALONE
      *    RESUBMISSION AFTER IT -- SO A RERUN OF A CLOSED WEEK WITH
      *    THE HISTORY OPTION OFF (A REPRINT) IS NEVER COUNTED TWICE.
       3435-START-EARNINGS.
           MOVE 'N' TO SW-EARN-APPEND.
           IF HIST-WRITE-WANTED AND
              (RUN-IS-WEEKLY OR NOT WTD-CARRY-FOUND)
               MOVE 'Y' TO SW-EARN-APPEND
               OPEN EXTEND EARNFILE.

      *    THE RATE DECISION LIVES HERE ALONE -- THE COMMISSION
      *    REPORT, THE INDIVIDUAL COMMISSION STATEMENTS, AND THE
      *    DIFFERENT RATES. THE SCHEDULE ITSELF COMES FROM THE RATE
      *    MASTER LOADED BY 1195-LOAD-RATE-TABLE; THE TIER APPLIED IS
      *    THE HIGHEST TIER FLOOR THE WEEKLY TOTAL REACHES. A TOTAL
      *    BELOW EVERY TIER FLOOR EARNS NO COMMISSION. THE ADJUSTMENT
      *    REGISTER PRICES ITS ORIGINAL AND REVISED FIGURES THROUGH
      *    3422 THE SAME WAY.
       3420-SET-COMM-RATE.
           MOVE PERSON-GRAND-TOTAL(PERSON-SUB) TO C-COMM-BASE.
           PERFORM 3422-RATE-FOR-BASE.

       3421-MATCH-ONE-TIER.
           IF C-COMM-BASE >= TIER-MIN(RATE-SUB) AND
              TIER-MIN(RATE-SUB) > RATE-BEST-MIN
               MOVE TIER-MIN(RATE-SUB) TO RATE-BEST-MIN
               MOVE TIER-RATE(RATE-SUB) TO C-COMM-RATE.

       3422-RATE-FOR-BASE.
           MOVE 0 TO C-COMM-RATE.
           MOVE -1 TO RATE-BEST-MIN.
           PERFORM 3421-MATCH-ONE-TIER
               VARYING RATE-SUB FROM 1 BY 1
                   UNTIL RATE-SUB > RATE-TIER-COUNT.

      *    THE SALESPERSON BY FURNITURE TYPE REPORT -- THE TYPES ON
      *    FILE ARE LISTED ONCE, THEN PRINTED IN PANELS OF SIX
      *    COLUMNS. EACH PANEL SHOWS ONE ROW PER ACTIVE SALESPERSON
           MOVE XTAB-CELL(PERSON-SUB, XTAB-CODE) TO
               XDB-CELL-VALUE(XTAB-COL).

      *    THE COLUMN TOTALS ARE SUMMED FROM THE MATRIX, SO EACH
      *    COLUMN FOOTS TO THE CELLS PRINTED ABOVE IT; THE ALL-TYPES
      *    CELL IS THE WEEKLY SALES REPORT'S NET GRAND TOTAL.
       3455-XTAB-COLUMN-TOTALS.
           MOVE SPACES TO XTAB-DETAIL-BUILD.
           MOVE 'TYPE TOTALS:' TO XDB-LABEL.
               MOVE FURN-SUB TO HIST-KEY-NUM
               MOVE FURN-TYPE(FURN-SUB) TO HIST-DESCRIPTION
               MOVE FURN-TYPE-TOTAL(FURN-SUB) TO HIST-AMOUNT
               PERFORM 3630-STAMP-HIST-WEEK
               WRITE HIST-REC.

       3620-WRITE-HIST-PERSON.
           MOVE PERSON-SUB TO HIST-KEY-NUM.
           MOVE NAME-TABLE(PERSON-SUB) TO HIST-DESCRIPTION.
           MOVE PERSON-GRAND-TOTAL(PERSON-SUB) TO HIST-AMOUNT.
           PERFORM 3630-STAMP-HIST-WEEK.
           WRITE HIST-REC.

      *    THE WEEK A HISTORY RECORD COVERS -- THE RUN'S WEEK, WHICH
      *    FOR AN ADJUSTMENT RUN IS THE WEEK BEING ADJUSTED -- AND
      *    ITS FISCAL PERIOD AND QUARTER AS 1177 FOUND THEM.
       3630-STAMP-HIST-WEEK.
           MOVE RUN-WEEK-ENDING TO HIST-WEEK-ENDING.
           MOVE HIST-WEEK-FISCAL-PERIOD TO HIST-FISCAL-PERIOD.
           MOVE HIST-WEEK-FISCAL-QUARTER TO HIST-FISCAL-QUARTER.

      *    SNAPSHOT THE IN-FLIGHT TOTALS TO THE CHECKPOINT FILE. THE
      *    FILE IS OPENED OUTPUT EACH TIME SO THE NEW SNAPSHOT REPLACES
      *    THE PRIOR ONE -- ONLY THE MOST RECENT CHECKPOINT IS KEPT.

           PERFORM 3659-SNAPSHOT-COVERAGE.

           MOVE SPLIT-COUNT TO CKPT-SPLIT-COUNT.
           MOVE SPLIT-OVERFLOW TO CKPT-SPLIT-OVERFLOW.
           MOVE SPLIT-SALE-TABLE TO CKPT-SPLIT-TABLE.
           MOVE LEDGER-BATCH TO CKPT-LEDGER-BATCH.

           MOVE EXC-COUNT TO CKPT-EXC-COUNT.
           IF EXC-COUNT > 0
               PERFORM 3654-SNAPSHOT-EXCEPTION
               WRITE STMT-PRTLINE
                   FROM STMT-COMM-LINE
                       AFTER ADVANCING 1 LINE
               PERFORM 3925-STATEMENT-SPLITS
           END-IF.

       3920-STATEMENT-DAY.
               FROM STMT-DAY-LINE
                   AFTER ADVANCING 1 LINE.

      *    THE REP'S SPLIT SALES, LISTED APART FROM THE DAILY FIGURES
      *    (WHICH ALREADY HOLD ONLY THE REP'S SHARE) SO EACH REP CAN
      *    SEE WHAT THEY SHARED, WITH WHOM, AND FOR HOW MUCH.
       3925-STATEMENT-SPLITS.
           MOVE 0 TO SPLIT-REP-COUNT.
           PERFORM 3926-COUNT-REP-SPLIT
               VARYING SPLIT-SUB FROM 1 BY 1
                   UNTIL SPLIT-SUB > SPLIT-COUNT.
           IF SPLIT-REP-COUNT > 0 OR SPLIT-OVERFLOW > 0
               WRITE STMT-PRTLINE
                   FROM STMT-SPLIT-TITLE
                       AFTER ADVANCING 3 LINES
               WRITE STMT-PRTLINE
                   FROM STMT-SPLIT-HEADING
                       AFTER ADVANCING 2 LINES
               WRITE STMT-PRTLINE
                   FROM DASH-LINE
                       AFTER ADVANCING 1 LINE
               PERFORM 3927-STATEMENT-SPLIT-LINE
                   VARYING SPLIT-SUB FROM 1 BY 1
                       UNTIL SPLIT-SUB > SPLIT-COUNT
               IF SPLIT-OVERFLOW > 0
                   WRITE STMT-PRTLINE
                       FROM STMT-SPLIT-OVERFLOW-LINE
                           AFTER ADVANCING 1 LINE
               END-IF
           END-IF.

       3926-COUNT-REP-SPLIT.
           IF SPL-SLM-1(SPLIT-SUB) = PERSON-SUB OR
              SPL-SLM-2(SPLIT-SUB) = PERSON-SUB
               ADD 1 TO SPLIT-REP-COUNT.

       3927-STATEMENT-SPLIT-LINE.
           IF SPL-SLM-1(SPLIT-SUB) = PERSON-SUB OR
              SPL-SLM-2(SPLIT-SUB) = PERSON-SUB
               MOVE SPL-SALES-DATE(SPLIT-SUB) TO O-SPL-DATE
               MOVE FURN-TYPE(SPL-FUR-CODE(SPLIT-SUB)) TO O-SPL-FURN
               MOVE SPL-STORE-NUM(SPLIT-SUB) TO O-SPL-STORE
               MOVE SPL-AMOUNT(SPLIT-SUB) TO O-SPL-WHOLE
               IF SPL-SLM-1(SPLIT-SUB) = PERSON-SUB
                   MOVE SPL-SLM-2(SPLIT-SUB) TO SPLIT-OTHER-SLM
                   COMPUTE O-SPL-PCT = 100 - SPL-PCT-2(SPLIT-SUB)
                   MOVE SPL-SHARE-1(SPLIT-SUB) TO O-SPL-SHARE
               ELSE
                   MOVE SPL-SLM-1(SPLIT-SUB) TO SPLIT-OTHER-SLM
                   MOVE SPL-PCT-2(SPLIT-SUB) TO O-SPL-PCT
                   MOVE SPL-SHARE-2(SPLIT-SUB) TO O-SPL-SHARE
               END-IF
               MOVE NAME-TABLE(SPLIT-OTHER-SLM) TO O-SPL-PARTNER
               WRITE STMT-PRTLINE
                   FROM STMT-SPLIT-LINE
                       AFTER ADVANCING 1 LINE
               END-WRITE
           END-IF.

      *    THE RUN'S POSTED RECORDS REACH THE CUMULATIVE LEDGER ONLY
      *    WHEN THE POSTINGS STAND -- THE SAME GATE THE FINAL REPORTS
      *    AND THE HISTORY WRITE SIT BEHIND. A RUN SUPPRESSED FOR AN
      *    OUT-OF-BALANCE BATCH OR A BLOCKED CLOSE IS RERUN IN FULL,
      *    AND COPYING ITS RECORDS ANYWAY WOULD DOUBLE THE WEEK ON
      *    THE LEDGER AND BREAK EVERY PROOF CBLLMB10 PRINTS.
      *    A RECORD WHOSE KEY IS ALREADY ON THE LEDGER IS A RESTART'S
      *    RE-POSTING OF ONE THE INTERRUPTED RUN WROTE TO THE WORK
      *    FILE -- IT IS DROPPED AND COUNTED, NEVER POSTED TWICE.
       3940-FINISH-LEDGER.
           CLOSE LEDGWORK.
           IF BATCH-IS-IN-BALANCE AND NOT CLOSE-IS-BLOCKED
               OPEN INPUT LEDGWORK
               OPEN I-O LEDGER
               IF LEDGER-STATUS NOT = '00' AND
                  LEDGER-STATUS NOT = '05'
                   DISPLAY 'CBLLEDG.DAT WILL NOT OPEN, STATUS = '
                       LEDGER-STATUS
                   DISPLAY 'THE RUN''S POSTINGS ARE STILL ON '
                       'CBLLEDGW.DAT -- RUN TERMINATED'
                   STOP RUN
               END-IF
               MOVE 'YES' TO MORE-LEDG
               PERFORM 3941-COPY-ONE-LEDGER
                   UNTIL MORE-LEDG = 'NO'
               CLOSE LEDGWORK
               CLOSE LEDGER
               IF CT-LEDGER-DUPS > 0
                   DISPLAY CT-LEDGER-DUPS ' RESTART DUPLICATE(S) '
                       'DROPPED FROM THE LEDGER COPY, '
                       CT-LEDGER-COPIED ' RECORD(S) POSTED'
               END-IF
           END-IF.

       3941-COPY-ONE-LEDGER.
           READ LEDGWORK
                   MOVE 'NO' TO MORE-LEDG
               NOT AT END
                   WRITE LGR-REC FROM LGW-REC
                       INVALID KEY
                           ADD 1 TO CT-LEDGER-DUPS
                       NOT INVALID KEY
                           ADD 1 TO CT-LEDGER-COPIED
                   END-WRITE
           END-READ.

      *    THE RUN'S COMPLETION RECORD FOR THE SHARED RUN LOG. THE
                   MOVE 'RESUBMISSION' TO RL-RUN-MODE
               WHEN RUN-IS-DAILY
                   MOVE 'DAILY' TO RL-RUN-MODE
               WHEN RUN-IS-ADJUSTMENT
                   MOVE 'ADJUSTMENT' TO RL-RUN-MODE
               WHEN OTHER
                   MOVE 'WEEKLY' TO RL-RUN-MODE
           END-EVALUATE.
           MOVE CT-RECORDS-READ TO RL-COUNT-1.
           MOVE CT-AMOUNT-READ TO RL-AMOUNT-1.
           MOVE EXC-TOTAL-REJECTED TO RL-COUNT-2.
           MOVE SPACES TO RL-NOTE.
           WRITE RL-REC.
           CLOSE RUNLOG.

      *    THE PRIOR-WEEK ADJUSTMENT REGISTER. EVERY REP THIS RUN
      *    POSTED TO IS PRICED TWICE UNDER THE ADJUSTED WEEK'S RATE
      *    SCHEDULE (1195 LOADED IT FOR THAT WEEK) -- ONCE ON THE
      *    WEEK'S NET AS IT STOOD ON THE LEDGER, ONCE ON THE NET WITH
      *    THIS RUN'S POSTINGS ADDED -- USING THE SAME POSITIVE-NET
      *    RULE THE WEEKLY COMMISSION REPORT PAYS ON. ONLY A REP
      *    WHOSE COMMISSION ACTUALLY CHANGED GOES TO PAYROLL.
       3970-ADJUSTMENT-REGISTER.
           MOVE 0 TO ADJ-REPS-ADJUSTED.
           MOVE 0 TO ADJ-TOT-ORIG-NET.
           MOVE 0 TO ADJ-TOT-CHANGE.
           MOVE 0 TO ADJ-TOT-REV-NET.
           MOVE 0 TO ADJ-TOT-ORIG-COMM.
           MOVE 0 TO ADJ-TOT-REV-COMM.
           MOVE 0 TO ADJ-TOT-COMM-CHANGE.

           PERFORM 3975-START-COMA-FILE.
           PERFORM 3971-ADJUST-ONE-REP
               VARYING PERSON-SUB FROM 1 BY 1
                   UNTIL PERSON-SUB > 50.
           PERFORM 3977-FINISH-COMA-FILE.

           IF ADJ-REPS-ADJUSTED = 0
               WRITE ADJ-PRTLINE
                   FROM ADJ-NONE-LINE
                       AFTER ADVANCING 1 LINE
           ELSE
               MOVE ADJ-TOT-ORIG-NET TO O-ADJ-TOT-ORIG-NET
               MOVE ADJ-TOT-CHANGE TO O-ADJ-TOT-CHANGE
               MOVE ADJ-TOT-REV-NET TO O-ADJ-TOT-REV-NET
               MOVE ADJ-TOT-ORIG-COMM TO O-ADJ-TOT-ORIG-COMM
               MOVE ADJ-TOT-REV-COMM TO O-ADJ-TOT-REV-COMM
               MOVE ADJ-TOT-COMM-CHANGE TO O-ADJ-TOT-COMM-CHG
               WRITE ADJ-PRTLINE
                   FROM DASH-LINE
                       AFTER ADVANCING 1 LINES
               WRITE ADJ-PRTLINE
                   FROM ADJ-TOTAL-LINE
                       AFTER ADVANCING 2 LINES.

           MOVE COMA-REC-COUNT TO O-ADJ-COMA-COUNT.
           MOVE COMA-HASH-TOTAL TO O-ADJ-COMA-HASH.
           WRITE ADJ-PRTLINE
               FROM ADJ-PAYROLL-LINE
                   AFTER ADVANCING 2 LINES.

       3971-ADJUST-ONE-REP.
           IF GROSS-DAY-TOTAL(PERSON-SUB, 8) > 0 OR
              RETURNS-DAY-TOTAL(PERSON-SUB, 8) > 0
               ADD 1 TO ADJ-REPS-ADJUSTED
               MOVE ADJ-ORIG-NET(PERSON-SUB) TO ADJ-ORIG-BASE
               COMPUTE ADJ-REV-BASE =
                   ADJ-ORIG-BASE + PERSON-GRAND-TOTAL(PERSON-SUB)

               MOVE ADJ-ORIG-BASE TO C-COMM-BASE
               PERFORM 3422-RATE-FOR-BASE
               MOVE C-COMM-RATE TO ADJ-ORIG-RATE
               IF ADJ-ORIG-BASE > 0
                   COMPUTE ADJ-ORIG-COMM ROUNDED =
                       ADJ-ORIG-BASE * ADJ-ORIG-RATE
               ELSE
                   MOVE 0 TO ADJ-ORIG-COMM
               END-IF

               MOVE ADJ-REV-BASE TO C-COMM-BASE
               PERFORM 3422-RATE-FOR-BASE
               MOVE C-COMM-RATE TO ADJ-REV-RATE
               IF ADJ-REV-BASE > 0
                   COMPUTE ADJ-REV-COMM ROUNDED =
                       ADJ-REV-BASE * ADJ-REV-RATE
               ELSE
                   MOVE 0 TO ADJ-REV-COMM
               END-IF

               COMPUTE ADJ-COMM-CHANGE = ADJ-REV-COMM - ADJ-ORIG-COMM
               ADD ADJ-ORIG-BASE TO ADJ-TOT-ORIG-NET
               ADD PERSON-GRAND-TOTAL(PERSON-SUB) TO ADJ-TOT-CHANGE
               ADD ADJ-REV-BASE TO ADJ-TOT-REV-NET
               ADD ADJ-ORIG-COMM TO ADJ-TOT-ORIG-COMM
               ADD ADJ-REV-COMM TO ADJ-TOT-REV-COMM
               ADD ADJ-COMM-CHANGE TO ADJ-TOT-COMM-CHANGE

               PERFORM 3972-PRINT-ADJ-LINE
               IF ADJ-COMM-CHANGE NOT = 0
                   PERFORM 3976-WRITE-COMA-DETAIL
               END-IF
           END-IF.

       3972-PRINT-ADJ-LINE.
           MOVE NAME-TABLE(PERSON-SUB) TO O-ADJ-NAME.
           MOVE RUN-WEEK-ENDING TO O-ADJ-WEEK.
           MOVE ADJ-ORIG-BASE TO O-ADJ-ORIG-NET.
           MOVE PERSON-GRAND-TOTAL(PERSON-SUB) TO O-ADJ-CHANGE.
           MOVE ADJ-REV-BASE TO O-ADJ-REV-NET.
           COMPUTE C-COMM-PCT = ADJ-ORIG-RATE * 100.
           MOVE C-COMM-PCT TO O-ADJ-ORIG-RATE.
           MOVE ADJ-ORIG-COMM TO O-ADJ-ORIG-COMM.
           COMPUTE C-COMM-PCT = ADJ-REV-RATE * 100.
           MOVE C-COMM-PCT TO O-ADJ-REV-RATE.
           MOVE ADJ-REV-COMM TO O-ADJ-REV-COMM.
           MOVE ADJ-COMM-CHANGE TO O-ADJ-COMM-CHANGE.
           WRITE ADJ-PRTLINE
               FROM ADJ-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9900-ADJ-HDG.

      *    THE ADJUSTMENT BATCH FOR PAYROLL IS WRITTEN WHENEVER THE
      *    ADJUSTMENT POSTINGS STAND, EVEN WITH NO DETAIL IN IT, SO
      *    PAYROLL ALWAYS SEES A BALANCED HD/TR PAIR FOR THE RUN.
       3975-START-COMA-FILE.
           MOVE 'N' TO SW-EARN-APPEND.
           IF HIST-WRITE-WANTED
               MOVE 'Y' TO SW-EARN-APPEND
               OPEN EXTEND EARNFILE.
           MOVE 0 TO COMA-REC-COUNT.
           MOVE 0 TO COMA-HASH-TOTAL.
           MOVE SPACES TO COMA-HDR-REC.
           MOVE 'HD' TO CAH-REC-ID.
           MOVE HIST-RUN-DATE-NUM TO CAH-CREATE-DATE.
           MOVE RUN-WEEK-ENDING TO CAH-WEEK-ENDING.
           WRITE COMA-HDR-REC.

       3976-WRITE-COMA-DETAIL.
           MOVE PERSON-SUB TO CAD-SLM-NUM.
           MOVE NAME-TABLE(PERSON-SUB) TO CAD-SLM-NAME.
           MOVE RUN-WEEK-ENDING TO CAD-WEEK-ENDING.
           MOVE PERSON-GRAND-TOTAL(PERSON-SUB) TO CAD-NET-CHANGE.
           MOVE ADJ-REV-RATE TO CAD-RATE.
           MOVE ADJ-COMM-CHANGE TO CAD-COMM-CHANGE.
           WRITE COMA-DET-REC.
           ADD 1 TO COMA-REC-COUNT.
           ADD ADJ-COMM-CHANGE TO COMA-HASH-TOTAL.

           IF EARN-APPEND-WANTED
               MOVE CAD-SLM-NUM TO ERN-SLM-NUM
               MOVE CAD-SLM-NAME TO ERN-SLM-NAME
               MOVE CAD-WEEK-ENDING TO ERN-WEEK-ENDING
               MOVE 'A' TO ERN-ENTRY-TYPE
               MOVE CAD-NET-CHANGE TO ERN-NET-SALES
               MOVE CAD-RATE TO ERN-RATE
               MOVE CAD-COMM-CHANGE TO ERN-COMM-AMOUNT
               MOVE HIST-RUN-DATE-NUM TO ERN-RUN-DATE
               WRITE ERN-REC
           END-IF.

       3977-FINISH-COMA-FILE.
           MOVE SPACES TO COMA-TRL-REC.
           MOVE 'TR' TO CAT-REC-ID.
           MOVE COMA-REC-COUNT TO CAT-REC-COUNT.
           MOVE COMA-HASH-TOTAL TO CAT-HASH-TOTAL.
           WRITE COMA-TRL-REC.
           IF EARN-APPEND-WANTED
               CLOSE EARNFILE.

      *    THE OFFSETTING HISTORY FOR AN ADJUSTMENT -- ONE G RECORD
      *    PER FURNITURE TYPE AND ONE Q RECORD PER SALESPERSON WHOSE
      *    FIGURE THIS RUN CHANGED, CARRYING THE SIGNED CHANGE AND
      *    STAMPED WITH THE ORIGINAL CLOSE'S RUN DATE SO THE TREND
      *    AND HISTORY INQUIRY PROGRAMS FOLD IT INTO THE SAME MONTH
      *    AS THE WEEK IT CORRECTS. A TYPE'S CHANGE IS SUMMED FROM
      *    THE SALESPERSON/FURNITURE-TYPE MATRIX, WHICH KEEPS SIGN.
       3980-WRITE-ADJ-HISTORY.
           PERFORM 3981-WRITE-HIST-FURN-ADJ
               VARYING FURN-SUB FROM 1 BY 1
                   UNTIL FURN-SUB > FURN-MAX-CODE.
           PERFORM 3983-WRITE-HIST-PERSON-ADJ
               VARYING PERSON-SUB FROM 1 BY 1
                   UNTIL PERSON-SUB > 50.

       3981-WRITE-HIST-FURN-ADJ.
           MOVE 0 TO ADJ-FURN-CHANGE.
           PERFORM 3982-ADD-XTAB-COLUMN
               VARYING PERSON-SUB FROM 1 BY 1
                   UNTIL PERSON-SUB > 50.
           IF ADJ-FURN-CHANGE NOT = 0
               MOVE ADJ-CLOSE-RUN-DATE TO HIST-RUN-DATE
               MOVE 'G' TO HIST-REC-TYPE
               MOVE FURN-SUB TO HIST-KEY-NUM
               MOVE FURN-TYPE(FURN-SUB) TO HIST-DESCRIPTION
               MOVE ADJ-FURN-CHANGE TO HIST-AMOUNT
               PERFORM 3630-STAMP-HIST-WEEK
               WRITE HIST-REC.

       3982-ADD-XTAB-COLUMN.
           ADD XTAB-CELL(PERSON-SUB, FURN-SUB) TO ADJ-FURN-CHANGE.

       3983-WRITE-HIST-PERSON-ADJ.
           IF PERSON-GRAND-TOTAL(PERSON-SUB) NOT = 0
               MOVE ADJ-CLOSE-RUN-DATE TO HIST-RUN-DATE
               MOVE 'Q' TO HIST-REC-TYPE
               MOVE PERSON-SUB TO HIST-KEY-NUM
               MOVE NAME-TABLE(PERSON-SUB) TO HIST-DESCRIPTION
               MOVE PERSON-GRAND-TOTAL(PERSON-SUB) TO HIST-AMOUNT
               PERFORM 3630-STAMP-HIST-WEEK
               WRITE HIST-REC.

       9100-READ.
           MOVE 'Y' TO SW-READ-AGAIN.
           PERFORM 9110-READ-ONE-REC
      *    TO READ PAST IT TO THE NEXT SALES RECORD. THE SAME READ IS
      *    USED BY THE RESTART SKIP (1180) SO BATCH RECORDS DO NOT
      *    COUNT AGAINST THE RECORDS BEING SKIPPED AND THE TRAILER IS
      *    RECAPTURED ON A RESTARTED RUN. A SPLIT RECORD IS HELD THE
      *    SAME WAY AND MARKS THE SALES RECORD THAT FOLLOWS IT AS
      *    SPLIT; ANYTHING ELSE FOLLOWING IT LEAVES IT AN ORPHAN.
       9110-READ-ONE-REC.
           MOVE 'N' TO SW-READ-AGAIN.
           EVALUATE TRUE
               WHEN RUN-IS-RESUBMIT
                   READ RESUBIN
                       AT END
                           MOVE 'NO' TO MORE-RECS
                       NOT AT END
                           MOVE RSB-ST-REC TO ST-REC
                   END-READ
               WHEN RUN-IS-ADJUSTMENT
                   READ ADJIN
                       AT END
                           MOVE 'NO' TO MORE-RECS
                       NOT AT END
                           MOVE ADJ-REC TO ST-REC
                   END-READ
               WHEN OTHER
                   READ MASTER
                       AT END
                           MOVE 'NO' TO MORE-RECS
                   END-READ
           END-EVALUATE.
           IF MORE-RECS = 'YES'
               EVALUATE TRUE
                   WHEN ST-REC(1:2) = 'HD' OR ST-REC(1:2) = 'TR'
                       PERFORM 9165-DROP-PENDING-SPLIT
                       PERFORM 9150-CAPTURE-BATCH-REC
                       MOVE 'Y' TO SW-READ-AGAIN
                   WHEN ST-REC(1:2) = 'SP'
                       PERFORM 9160-CAPTURE-SPLIT-REC
                       MOVE 'Y' TO SW-READ-AGAIN
                   WHEN OTHER
                       MOVE SW-SPLIT-PENDING TO SW-SALE-SPLIT
                       MOVE 'N' TO SW-SPLIT-PENDING
               END-EVALUATE
           ELSE
               PERFORM 9165-DROP-PENDING-SPLIT
           END-IF.

       9150-CAPTURE-BATCH-REC.
               MOVE BT-REC-COUNT TO BATCH-CLAIMED-COUNT
               MOVE BT-HASH-TOTAL TO BATCH-CLAIMED-AMOUNT.

       9160-CAPTURE-SPLIT-REC.
           PERFORM 9165-DROP-PENDING-SPLIT.
           MOVE ST-REC TO SPLIT-HOLD-REC.
           MOVE 'Y' TO SW-SPLIT-PENDING.

       9165-DROP-PENDING-SPLIT.
           IF SPLIT-IS-PENDING
               ADD 1 TO SPLIT-ORPHAN-COUNT
               MOVE 'N' TO SW-SPLIT-PENDING.

       9200-HDG.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
               FROM DASH-LINE
                   AFTER ADVANCING 1 LINES.

       9900-ADJ-HDG.
           ADD 1 TO C-PCTR-ADJ.
           MOVE C-PCTR-ADJ TO O-PCTR.
           MOVE RUN-WEEK-ENDING TO O-ADJ-HDG-WEEK.
           MOVE ADJ-CLOSE-RUN-DATE TO O-ADJ-HDG-CLOSE.
           MOVE RATE-EFF-SELECTED TO O-ADJ-HDG-RATE-EFF.

           WRITE ADJ-PRTLINE
               FROM  COMPANY-TITLE
                   AFTER ADVANCING PAGE.
           WRITE ADJ-PRTLINE
               FROM ADJ-REGISTER-TITLE
                   AFTER ADVANCING 1 LINE.
           WRITE ADJ-PRTLINE
               FROM ADJ-WEEK-LINE
                   AFTER ADVANCING 2 LINES.
           WRITE ADJ-PRTLINE
               FROM ADJ-HEADING-1
                   AFTER ADVANCING 2 LINES.
           WRITE ADJ-PRTLINE
               FROM ADJ-HEADING-2
                   AFTER ADVANCING 1 LINE.
           WRITE ADJ-PRTLINE
               FROM DASH-LINE
                   AFTER ADVANCING 1 LINES.

       9700-CTL-HDG.
           ADD 1 TO C-PCTR-CTL.
           MOVE C-PCTR-CTL TO O-PCTR.
                   MOVE 'RESUBMISSION' TO O-CT-RUN-MODE
               WHEN RUN-IS-DAILY
                   MOVE 'DAILY' TO O-CT-RUN-MODE
               WHEN RUN-IS-ADJUSTMENT
                   MOVE 'ADJUSTMENT' TO O-CT-RUN-MODE
               WHEN OTHER
                   MOVE 'WEEKLY' TO O-CT-RUN-MODE
           END-EVALUATE.
           WRITE CTL-PRTLINE
               FROM CONTROL-TOTAL-REJECTED-LINE
                   AFTER ADVANCING 1 LINE.
           COMPUTE O-CT-SPLIT-COUNT = SPLIT-COUNT + SPLIT-OVERFLOW.
           WRITE CTL-PRTLINE
               FROM CONTROL-TOTAL-SPLIT-LINE
                   AFTER ADVANCING 1 LINE.
           IF SPLIT-ORPHAN-COUNT > 0
               MOVE SPLIT-ORPHAN-COUNT TO O-CT-SPLIT-ORPHANS
               WRITE CTL-PRTLINE
                   FROM CONTROL-TOTAL-ORPHAN-LINE
                       AFTER ADVANCING 1 LINE.

      *    WHEN A CARRY LOADED AT STARTUP, THE TOTALS ABOVE ARE
      *    WEEK-TO-DATE -- SPLIT OUT WHAT THIS RUN ITSELF READ SO THE
                   FROM CONTROL-TOTAL-RUN-AMT-LINE
                       AFTER ADVANCING 1 LINE.

           IF NOT RUN-IS-RESUBMIT AND NOT RUN-IS-ADJUSTMENT
               PERFORM 3710-BATCH-TRAILER-LINES.

      *    THE BATCH SECTION OF THE BALANCING REPORT -- WHAT THE
      *    POINT-OF-SALE SYSTEM CLAIMS IT SENT VERSUS WHAT THIS RUN
      *    ACTUALLY READ. A RESUBMISSION OR ADJUSTMENT RUN CARRIES NO
      *    BATCH RECORDS, SO THE SECTION IS SKIPPED THERE.
       3710-BATCH-TRAILER-LINES.
           IF BATCH-HEADER-SEEN
               MOVE BATCH-CREATE-DATE TO O-CT-BATCH-DATE
      *    COMPARE WHAT THE TRAILER CLAIMS THE POINT-OF-SALE SYSTEM
      *    SENT AGAINST WHAT WAS ACTUALLY READ. A RESUBMISSION RUN
      *    PROCESSES A HAND-CORRECTED FILE THAT CARRIES NO BATCH
      *    RECORDS, AS DOES AN ADJUSTMENT RUN, SO NO CHECK APPLIES
      *    THERE.
      *    THE TRAILER CLAIMS WHAT THIS FILE ALONE HOLDS, SO THE
      *    COMPARISON USES THIS RUN'S OWN READS -- THE CUMULATIVE
      *    CONTROL TOTALS LESS WHATEVER CAME IN FROM THE CARRY FILE.
               CT-AMOUNT-READ - WTD-BASE-AMOUNT.

           MOVE 'Y' TO SW-BATCH-IN-BALANCE.
           IF NOT RUN-IS-RESUBMIT AND NOT RUN-IS-ADJUSTMENT
               IF NOT BATCH-TRAILER-SEEN
                   MOVE 'N' TO SW-BATCH-IN-BALANCE
               ELSE

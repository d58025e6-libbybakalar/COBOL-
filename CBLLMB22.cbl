       IDENTIFICATION DIVISION.
       PROGRAM-ID.          CBLLMB22.
       AUTHOR.              LIBBY BAKALAR.
       DATE-WRITTEN.        10/15/2026.
       DATE-COMPILED.       10/15/2026.

      ******************************************************************
      *   THIS PROGRAM RECONCILES THE POSTED LEDGER, THE HISTORY FILE, *
      *   THE COMMISSION FILES, AND THE RUN LOG AGAINST EACH OTHER FOR *
      *   CLOSED WEEKS. EACH FILE HAS ITS OWN CONTROLS; THIS PROVES    *
      *   THEY AGREE. THE WEEKS ARE GIVEN AS RUN PARAMETERS -- ONE     *
      *   WEEK-ENDING DATE, OR A FROM/THRU RANGE OF WEEK-ENDING DATES  *
      *   (CCYYMMDD) -- AND EVERY WEEK IN RANGE FOUND ON ANY OF THE    *
      *   FILES IS CHECKED --                                          *
      *     - CBLLEDG.DAT TOTALED BY SALESPERSON AND BY FURNITURE CODE *
      *       AGAINST THE WEEK'S P AND F HISTORY RECORDS (WITH THEIR   *
      *       Q AND G ADJUSTMENTS) ON CBLHIST.DAT AND CBLHIARC.DAT     *
      *     - EACH REP'S COMMISSION RECOMPUTED FROM THE LEDGER UNDER   *
      *       THE WEEK'S CBLRATE.DAT SCHEDULE AGAINST THE COMMISSION   *
      *       PAID FOR THE WEEK ON THE EARNINGS FILE (CBLEARN.DAT)     *
      *     - THE PAYROLL INTERFACE BATCH ON CBLCOMI.DAT, WHEN IT IS   *
      *       FOR A WEEK IN RANGE, AGAINST THE LEDGER BATCH IT CAME    *
      *       FROM AND AGAINST ITS OWN TRAILER                         *
      *     - EXACTLY ONE NORMAL WEEKLY CLOSE ON CBLRLOG.DAT           *
      *   EVERY DISAGREEMENT PRINTS ON CBLRECN.PRT WITH THE WEEK, THE  *
      *   REP OR FURNITURE CODE, AND THE DIFFERENCE; THE RUN LOGS      *
      *   INBALANCE OR OOBALANCE.                                      *
      *-----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  ------------------------------------------------------------
      *  10/15/2026  LB    ORIGINAL PROGRAM.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL LEDGER
           ASSIGN TO 'C:\COBOL\CBLLEDG.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LGR-LEDGER-KEY
           ALTERNATE RECORD KEY IS LGR-SLM-NUM WITH DUPLICATES
           ALTERNATE RECORD KEY IS LGR-SALES-CCYYMMDD
               WITH DUPLICATES
           FILE STATUS IS LEDGER-STATUS.

           SELECT HISTORY
           ASSIGN TO 'C:\COBOL\CBLHIST.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVE
           ASSIGN TO 'C:\COBOL\CBLHIARC.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL EARNFILE
           ASSIGN TO 'C:\COBOL\CBLEARN.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL COMIFILE
           ASSIGN TO 'C:\COBOL\CBLCOMI.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RATEMAST
           ASSIGN TO 'C:\COBOL\CBLRATE.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RATEMAST-STATUS.

           SELECT PRTOUT
           ASSIGN TO 'C:\COBOL\CBLRECN.PRT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUNLOG
           ASSIGN TO 'C:\COBOL\CBLRLOG.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    THE KEYED LEDGER -- SEE CBLLMB06. EACH SHARE OF A SPLIT
      *    SALE IS ITS OWN RECORD UNDER ITS OWN REP, AND THE SHARES
      *    ADD BACK TO THE WHOLE SALE, SO SUMMING LGR-AMOUNT GIVES
      *    THE REP FIGURES AND THE FURNITURE-CODE FIGURES ALIKE.
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
               88  LGR-POSTED-ADJUSTMENT     VALUE 'A'.
               88  LGR-POSTED-DAILY          VALUE 'D'.
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

      *    THE SAME LAYOUT CBLLMB06 DOCUMENTS. A WEEK'S F AND P
      *    RECORDS ARE ITS CLOSED TOTALS, AND ITS G AND Q RECORDS
      *    THE SIGNED CHANGES ADJUSTMENT RUNS POSTED AGAINST IT.
       FD  HISTORY
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 63 CHARACTERS
           DATA RECORD IS HIST-REC.

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

      *    HISTORY MOVED OFF CBLHIST.DAT BY THE ARCHIVE RUN (CBLLMB09)
      *    -- THE SAME LAYOUT, READ INTO HIST-REC.
       FD  ARCHIVE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 63 CHARACTERS
           DATA RECORD IS ARC-REC.

       01  ARC-REC                PIC X(63).

      *    THE CUMULATIVE COMMISSION EARNINGS FILE -- SEE CBLLMB06.
      *    A WEEK'S W, R, AND A ENTRIES TOGETHER ARE WHAT WAS PAID
      *    FOR IT.
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

      *    THE PAYROLL COMMISSION INTERFACE BATCH -- SEE CBLLMB06.
      *    ONLY THE LATEST BATCH IS ON FILE; A DETAIL RECORD STARTS
      *    WITH A NUMERIC SALESPERSON NUMBER.
       FD  COMIFILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 62 CHARACTERS
           DATA RECORD IS COMI-DET-REC.

       01  COMI-HDR-REC.
           05 CIH-REC-ID          PIC XX.
           05 CIH-CREATE-DATE     PIC 9(8).
           05 CIH-WEEK-ENDING     PIC 9(8).
           05 FILLER              PIC X(44).

       01  COMI-DET-REC.
           05 CID-SLM-NUM         PIC 99.
           05 CID-SLM-NAME        PIC X(25).
           05 CID-WEEK-ENDING     PIC 9(8).
           05 CID-NET-SALES       PIC S9(10)V99.
           05 CID-RATE            PIC 9V999.
           05 CID-COMM-AMOUNT     PIC 9(9)V99.

       01  COMI-TRL-REC.
           05 CIT-REC-ID          PIC XX.
           05 CIT-REC-COUNT       PIC 9(7).
           05 CIT-HASH-TOTAL      PIC S9(11)V99.
           05 FILLER              PIC X(40).

      *    THE COMMISSION RATE MASTER -- SEE CBLLMB06.
       FD  RATEMAST
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 19 CHARACTERS
           DATA RECORD IS RATE-REC.

       01  RATE-REC.
           05 RT-EFF-DATE         PIC 9(8).
           05 RT-TIER-MIN         PIC 9(7).
           05 RT-RATE             PIC 9V999.

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 55
           DATA RECORD IS PRTLINE.

       01  PRTLINE                PIC X(132).

      *    ONE COMPLETION RECORD PER RUN, APPENDED TO THE SHARED RUN
      *    LOG EVERY PROGRAM IN THE SUITE WRITES. THIS PROGRAM ALSO
      *    READS IT BACK FOR THE WEEKLY CLOSES.
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
           05  LEDGER-STATUS      PIC XX            VALUE ZERO.
           05  STAMP-DATE         PIC 9(8)          VALUE ZERO.
           05  PARM-LINE          PIC X(30)         VALUE SPACES.
           05  PARM-FROM          PIC X(10)         VALUE SPACES.
           05  PARM-THRU          PIC X(10)         VALUE SPACES.
           05  SEL-FROM-DATE      PIC 9(8)          VALUE ZERO.
           05  SEL-THRU-DATE      PIC 9(8)          VALUE ZERO.
           05  WEEK-SUB           PIC 99            VALUE ZERO.
           05  WEEK-FOUND-SUB     PIC 99            VALUE ZERO.
           05  ORDER-SUB          PIC 99            VALUE ZERO.
           05  ORDER-SUB2         PIC 99            VALUE ZERO.
           05  ORDER-TEMP         PIC 99            VALUE ZERO.
           05  REP-SUB            PIC 99            VALUE ZERO.
           05  FURN-SUB           PIC 99            VALUE ZERO.
           05  BATCH-SUB          PIC 999           VALUE ZERO.
           05  PLACED-WEEK        PIC 9(8)          VALUE ZERO.
           05  CT-LEDGER-READ     PIC 9(7)          VALUE ZERO.
           05  CT-HIST-READ       PIC 9(7)          VALUE ZERO.
           05  CT-HIST-UNPLACED   PIC 9(7)          VALUE ZERO.
           05  CT-EARN-READ       PIC 9(7)          VALUE ZERO.
           05  CT-RLOG-READ       PIC 9(7)          VALUE ZERO.
           05  CT-WEEKS-IN-AGREEMENT PIC 999        VALUE ZERO.
           05  CT-WEEKS-OUT       PIC 999           VALUE ZERO.
           05  CT-EXCEPTIONS      PIC 9(7)          VALUE ZERO.
           05  TOTAL-ABS-DIFFERENCE PIC S9(11)V99   VALUE ZERO.

       01  SWITCH-AREA.
           05  SW-BALANCE          PIC X         VALUE 'Y'.
               88  RECON-IN-BALANCE               VALUE 'Y'.
               88  RECON-OUT-OF-BALANCE           VALUE 'N'.
           05  SW-HIST-PLACED      PIC X         VALUE 'N'.
               88  HIST-WAS-PLACED                VALUE 'Y'.

      *    THE FIGURES BEING COMPARED FOR ONE EXCEPTION -- THE FIGURE
      *    THE LEDGER PROVES, THE FIGURE ON FILE, AND THEIR
      *    DIFFERENCE.
       01  COMPARE-AREA.
           05  CMP-FROM-LEDGER     PIC S9(11)V99 VALUE ZERO.
           05  CMP-ON-FILE         PIC S9(11)V99 VALUE ZERO.
           05  CMP-DIFFERENCE      PIC S9(11)V99 VALUE ZERO.
           05  CMP-CHECK           PIC X(24)     VALUE SPACES.
           05  CMP-KEY             PIC 99        VALUE ZERO.
           05  CMP-NAME            PIC X(25)     VALUE SPACES.
           05  CMP-NOTE            PIC X(70)     VALUE SPACES.

      *    THE WEEKS BEING RECONCILED, IN THE ORDER FIRST SEEN ON THE
      *    FILES, WITH EVERY FIGURE THE CHECKS COMPARE. WK-ORDER
      *    LISTS THE ENTRIES IN WEEK-ENDING ORDER FOR PRINTING.
      *    SIXTY WEEKS IS MORE THAN A FISCAL YEAR -- A LONGER RANGE
      *    IS RUN IN PIECES.
       01  WEEK-CONTROL.
           05  WK-COUNT            PIC 99        VALUE ZERO.

       01  WEEK-TABLE.
           05  WEEK-ENTRY OCCURS 60.
               10  WK-WEEK-ENDING      PIC 9(8).
               10  WK-LEDGER-COUNT     PIC 9(7).
               10  WK-LEDGER-BAD-CODE  PIC 9(5).
               10  WK-HIST-WRITES      PIC 999.
               10  WK-CLOSE-COUNT      PIC 99.
               10  WK-EXCEPTIONS       PIC 9(5).
               10  WK-REP OCCURS 50.
                   15  WK-LEDGER-NET   PIC S9(10)V99.
                   15  WK-HIST-NET     PIC S9(10)V99.
                   15  WK-EARN-COMM    PIC S9(9)V99.
               10  WK-FURN OCCURS 30.
                   15  WK-LEDGER-FURN  PIC S9(10)V99.
                   15  WK-HIST-FURN    PIC S9(10)V99.

       01  WEEK-ORDER-TABLE.
           05  WK-ORDER            PIC 99        OCCURS 60.

      *    A NAME FOR EACH REP AND FURNITURE CODE, TAKEN FROM WHATEVER
      *    FILE CARRIED ONE, FOR THE EXCEPTION LINES.
       01  NAME-TABLE-AREA.
           05  REP-NAME            PIC X(25)     OCCURS 50.
           05  FURN-DESC           PIC X(25)     OCCURS 30.

      *    THE PAYROLL INTERFACE BATCH AS READ. ITS WEEK IS CHECKED
      *    ONLY WHEN IT FALLS IN THE RANGE. THE LEDGER BATCH IT CAME
      *    FROM IS THE POSTING BATCH (OR BATCHES) OF THE WEEK HOLDING
      *    A RECORD THAT A WEEKLY CLOSE OR RESUBMISSION POSTED ON THE
      *    BATCH'S CREATE DATE -- A CLOSE'S BATCH ALSO HOLDS THE DAILY
      *    RUNS THAT LED UP TO IT, SINCE THEY POST UNDER ONE BATCH.
       01  COMI-CONTROL-AREA.
           05  SW-COMI-HDR         PIC X         VALUE 'N'.
               88  COMI-HDR-FOUND                 VALUE 'Y'.
           05  SW-COMI-TRL         PIC X         VALUE 'N'.
               88  COMI-TRL-FOUND                 VALUE 'Y'.
           05  SW-COMI-IN-RANGE    PIC X         VALUE 'N'.
               88  COMI-WEEK-IN-RANGE             VALUE 'Y'.
           05  SW-COMI-BATCH       PIC X         VALUE 'N'.
               88  COMI-BATCH-FOUND               VALUE 'Y'.
           05  COMI-CREATE-DATE    PIC 9(8)      VALUE ZERO.
           05  COMI-WEEK-ENDING    PIC 9(8)      VALUE ZERO.
           05  COMI-DET-COUNT      PIC 9(7)      VALUE ZERO.
           05  COMI-DET-HASH       PIC S9(11)V99 VALUE ZERO.
           05  COMI-BAD-COUNT      PIC 9(5)      VALUE ZERO.
           05  COMI-TRL-COUNT      PIC 9(7)      VALUE ZERO.
           05  COMI-TRL-HASH       PIC S9(11)V99 VALUE ZERO.

       01  COMI-TABLE.
           05  COMI-ENTRY OCCURS 50.
               10  CM-ON-FILE          PIC X.
               10  CM-NET-SALES        PIC S9(10)V99.
               10  CM-COMM-AMOUNT      PIC 9(9)V99.
               10  CM-BASIS-NET        PIC S9(10)V99.

       01  COMI-BATCH-TABLE.
           05  COMI-BATCH OCCURS 100.
               10  CB-COMI-RUN         PIC X.
               10  CB-REP-NET          PIC S9(10)V99 OCCURS 50.

      *    THE COMMISSION RATE SCHEDULE -- THE WHOLE RATE MASTER IS
      *    LOADED ONCE, AND EACH WEEK TAKES THE ROWS CARRYING THE
      *    LATEST EFFECTIVE DATE ON OR BEFORE ITS WEEK-ENDING, THE
      *    SAME RULE CBLLMB06 PAYS ON.
       01  RATE-WORK-AREA.
           05  RATEMAST-STATUS     PIC XX            VALUE ZERO.
           05  RATE-RAW-COUNT      PIC 99            VALUE ZERO.
           05  RATE-RAW-SUB        PIC 99            VALUE ZERO.
           05  RATE-TIER-COUNT     PIC 99            VALUE ZERO.
           05  RATE-SUB            PIC 99            VALUE ZERO.
           05  RATE-EFF-SELECTED   PIC 9(8)          VALUE ZERO.
           05  RATE-BEST-MIN       PIC S9(8)         VALUE ZERO.
           05  C-COMM-BASE         PIC S9(10)V99     VALUE ZERO.
           05  C-COMM-RATE         PIC V999          VALUE ZERO.
           05  C-COMM-AMOUNT       PIC 9(9)V99       VALUE ZERO.

       01  RATE-RAW-TABLE.
           05  RATE-RAW-ENTRY OCCURS 50.
               10  RAW-EFF-DATE    PIC 9(8).
               10  RAW-TIER-MIN    PIC 9(7).
               10  RAW-RATE        PIC 9V999.

       01  RATE-TABLE.
           05  RATE-TIER OCCURS 10.
               10  TIER-MIN        PIC 9(7).
               10  TIER-RATE       PIC 9V999.

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

       01  RECON-REPORT-TITLE.
           05  FILLER              PIC X(39)   VALUE SPACES.
           05  FILLER              PIC X(54)   VALUE
            'LEDGER / HISTORY / COMMISSION / RUN LOG RECONCILIATION'.

       01  RANGE-LINE.
           05  FILLER              PIC X(14)   VALUE 'WEEKS ENDING: '.
           05  O-RANGE-FROM        PIC 9(8).
           05  FILLER              PIC X(6)    VALUE ' THRU '.
           05  O-RANGE-THRU        PIC 9(8).

       01  DASH-LINE.
           05  FILLER              PIC X(132)  VALUE ALL '-'.

       01  EXCEPTION-HEADING.
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 FILLER               PIC X(11)   VALUE 'WEEK END'.
           05 FILLER               PIC X(26)   VALUE 'CHECK'.
           05 FILLER               PIC X(4)    VALUE 'NO'.
           05 FILLER               PIC X(27)   VALUE
            'NAME / DESCRIPTION'.
           05 FILLER               PIC X(20)   VALUE
            '       FROM LEDGER'.
           05 FILLER               PIC X(20)   VALUE
            '           ON FILE'.
           05 FILLER               PIC X(18)   VALUE
            '        DIFFERENCE'.

       01  EXCEPTION-LINE.
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 O-EX-WEEK            PIC 9(8).
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 O-EX-CHECK           PIC X(24).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 O-EX-KEY             PIC Z9.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 O-EX-NAME            PIC X(25).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 O-EX-FROM-LEDGER     PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 O-EX-ON-FILE         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 O-EX-DIFFERENCE      PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       01  EXCEPTION-NOTE-LINE.
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 O-EN-WEEK            PIC 9(8).
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 O-EN-CHECK           PIC X(24).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 O-EN-NOTE            PIC X(70).

       01  WEEK-RESULT-LINE.
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 FILLER               PIC X(12)   VALUE 'WEEK ENDING '.
           05 O-WR-WEEK            PIC 9(8).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 O-WR-FISCAL          PIC X(12).
           05 FILLER               PIC X(12)   VALUE 'LEDGER RECS '.
           05 O-WR-LEDGER          PIC Z,ZZZ,ZZ9.
           05 FILLER               PIC X(14)   VALUE
            '  HIST WRITES '.
           05 O-WR-HIST            PIC ZZ9.
           05 FILLER               PIC X(9)    VALUE '  CLOSES '.
           05 O-WR-CLOSES          PIC Z9.
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 O-WR-RESULT          PIC X(17).
           05 FILLER               PIC X(12)   VALUE
            'EXCEPTIONS: '.
           05 O-WR-EXCEPTIONS      PIC ZZZZ9.

      *    THE WEEK'S FISCAL PERIOD AS THE RESULT LINE SHOWS IT.
       01  FISCAL-LABEL.
           05 FILLER               PIC XX      VALUE 'FY'.
           05 FL-YEAR              PIC 9(4).
           05 FILLER               PIC XX      VALUE ' P'.
           05 FL-PER               PIC 99.
           05 FILLER               PIC XX      VALUE SPACES.

       01  NONE-FOUND-LINE.
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 FILLER               PIC X(48)   VALUE
            'NO WEEK IN THE RANGE IS ON ANY OF THE FILES'.

       01  SUMMARY-LINE.
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 O-SUM-LABEL          PIC X(50).
           05 O-SUM-COUNT          PIC Z,ZZZ,ZZ9.

       01  SUMMARY-AMOUNT-LINE.
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 O-SUMA-LABEL         PIC X(50).
           05 O-SUM-AMOUNT         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       01  INTERFACE-LINE.
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 FILLER               PIC X(37)   VALUE
            'PAYROLL INTERFACE BATCH: WEEK ENDING '.
           05 O-IF-WEEK            PIC 9(8).
           05 FILLER               PIC X(10)   VALUE ', CREATED '.
           05 O-IF-CREATED         PIC 9(8).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 O-IF-NOTE            PIC X(30).

       01  STATUS-LINE.
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 FILLER               PIC X(23)   VALUE
            'RECONCILIATION STATUS: '.
           05 O-STATUS             PIC X(15).

      *    THE NOTE CARRIED ON THE RUN LOG ENTRY.
       01  RUN-NOTE.
           05 FILLER               PIC X(13)   VALUE 'WEEKS ENDING '.
           05 RN-FROM              PIC 9(8).
           05 FILLER               PIC X(6)    VALUE ' THRU '.
           05 RN-THRU              PIC 9(8).
           05 FILLER               PIC XX      VALUE ', '.
           05 RN-OUT               PIC ZZ9.
           05 FILLER               PIC X(17)   VALUE
            ' OUT OF AGREEMENT'.
           05 FILLER               PIC X(13)   VALUE SPACES.

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

       0000-CBLLMB22.
           PERFORM 1000-INIT.
           PERFORM 2000-READ-INTERFACE.
           PERFORM 2100-READ-LEDGER.
           PERFORM 2200-READ-HISTORY.
           PERFORM 2300-READ-EARNINGS.
           PERFORM 2400-READ-RUN-LOG.
           PERFORM 2500-SORT-WEEKS.
           PERFORM 3000-RECONCILE-WEEKS.
           PERFORM 4000-CLOSING.
           STOP RUN.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE TO I-DATE.
           MOVE I-DAY TO O-DAY.
           MOVE I-YEAR TO O-YEAR.
           MOVE I-MONTH TO O-MONTH.
           COMPUTE STAMP-DATE =
               (I-YEAR * 10000) + (I-MONTH * 100) + I-DAY.

           PERFORM 1050-CHECK-STEP-SEQUENCE.
           PERFORM 1100-GET-SELECTION.
           PERFORM 1200-LOAD-RATE-TABLE.

           MOVE SPACES TO NAME-TABLE-AREA.
           PERFORM 1300-CLR-COMI-ENTRY
               VARYING REP-SUB FROM 1 BY 1
                   UNTIL REP-SUB > 50.
           PERFORM 1310-CLR-COMI-BATCH
               VARYING BATCH-SUB FROM 1 BY 1
                   UNTIL BATCH-SUB > 100.

           OPEN OUTPUT PRTOUT.
           PERFORM 9200-HDG.

      *    THE JOB-STEP SEQUENCE CHECK (CBLLMB19). A STEP WHOSE
      *    PREREQUISITES ARE NOT ON THE RUN LOG, AND NOT WAIVED BY A
      *    SUPERVISOR OVERRIDE, STOPS HERE BEFORE ANY FILE IS OPENED
      *    -- A RECONCILIATION TAKEN WHILE A WEEK IS MID-CLOSE WOULD
      *    FIND THE FILES HALF WRITTEN.
       1050-CHECK-STEP-SEQUENCE.
           MOVE 'CBLLMB22' TO SG-PROGRAM.
           MOVE 'RECONCILE' TO SG-RUN-MODE.
           MOVE 0 TO SG-WEEK-ENDING.
           MOVE 0 TO SG-CUTOFF-DATE.
           CALL 'CBLLMB19' USING STEP-GATE-AREA.
           IF SG-STEP-BLOCKED
               DISPLAY 'CBLLMB22 PREREQUISITE NOT MET -- RUN TERMINATED'
               STOP RUN.

      *    THE WEEKS ARE GIVEN AS RUN PARAMETERS --
      *        WEEK             ONE WEEK-ENDING DATE, CCYYMMDD
      *        FROM THRU        WEEK-ENDING DATES, CCYYMMDD CCYYMMDD
      *    A WEEK IS IN RANGE WHEN ITS WEEK-ENDING DATE IS.
       1100-GET-SELECTION.
           ACCEPT PARM-LINE FROM COMMAND-LINE.
           UNSTRING PARM-LINE DELIMITED BY ALL ' '
               INTO PARM-FROM PARM-THRU.
           IF PARM-THRU = SPACES
               MOVE PARM-FROM TO PARM-THRU.

           IF PARM-FROM(1:8) NOT NUMERIC OR
              PARM-THRU(1:8) NOT NUMERIC
               DISPLAY 'WEEK MUST BE CCYYMMDD, OR A RANGE CCYYMMDD '
                   'CCYYMMDD -- RUN TERMINATED'
               STOP RUN.
           MOVE PARM-FROM(1:8) TO SEL-FROM-DATE.
           MOVE PARM-THRU(1:8) TO SEL-THRU-DATE.
           IF SEL-FROM-DATE > SEL-THRU-DATE
               DISPLAY 'FROM DATE ' SEL-FROM-DATE ' IS AFTER THRU '
                   'DATE ' SEL-THRU-DATE ' -- RUN TERMINATED'
               STOP RUN.

      *    THE WHOLE RATE MASTER IS LOADED; 3100 PICKS EACH WEEK'S
      *    SCHEDULE FROM IT. WITHOUT THE RATE MASTER NO COMMISSION
      *    CAN BE PROVED, SO THE RUN STOPS.
       1200-LOAD-RATE-TABLE.
           OPEN INPUT RATEMAST.
           IF RATEMAST-STATUS NOT = '00'
               DISPLAY 'CBLRATE.DAT WILL NOT OPEN, STATUS = '
                   RATEMAST-STATUS
               DISPLAY 'COMMISSION RATE SCHEDULE CANNOT BE LOADED -- '
                   'RUN TERMINATED'
               STOP RUN.
           MOVE 'YES' TO MORE-RECS.
           PERFORM 1210-LOAD-ONE-RATE-ROW
               UNTIL MORE-RECS = 'NO'.
           CLOSE RATEMAST.

       1210-LOAD-ONE-RATE-ROW.
           READ RATEMAST
               AT END
                   MOVE 'NO' TO MORE-RECS
               NOT AT END
                   IF RATE-RAW-COUNT >= 50
                       DISPLAY 'CBLRATE.DAT HOLDS MORE THAN 50 ROWS '
                           '-- RUN TERMINATED'
                       STOP RUN
                   END-IF
                   ADD 1 TO RATE-RAW-COUNT
                   MOVE RT-EFF-DATE TO RAW-EFF-DATE(RATE-RAW-COUNT)
                   MOVE RT-TIER-MIN TO RAW-TIER-MIN(RATE-RAW-COUNT)
                   MOVE RT-RATE TO RAW-RATE(RATE-RAW-COUNT)
           END-READ.

       1300-CLR-COMI-ENTRY.
           MOVE 'N' TO CM-ON-FILE(REP-SUB).
           MOVE 0 TO CM-NET-SALES(REP-SUB).
           MOVE 0 TO CM-COMM-AMOUNT(REP-SUB).
           MOVE 0 TO CM-BASIS-NET(REP-SUB).

       1310-CLR-COMI-BATCH.
           MOVE 'N' TO CB-COMI-RUN(BATCH-SUB).
           PERFORM 1311-CLR-COMI-BATCH-REP
               VARYING REP-SUB FROM 1 BY 1
                   UNTIL REP-SUB > 50.

       1311-CLR-COMI-BATCH-REP.
           MOVE 0 TO CB-REP-NET(BATCH-SUB, REP-SUB).

      *    THE PAYROLL INTERFACE BATCH IS READ FIRST, SO THE LEDGER
      *    PASS KNOWS WHICH WEEK AND CREATE DATE TO COLLECT ITS
      *    BATCH FIGURES FOR.
       2000-READ-INTERFACE.
           OPEN INPUT COMIFILE.
           MOVE 'YES' TO MORE-RECS.
           PERFORM 2010-TAKE-ONE-COMI
               UNTIL MORE-RECS = 'NO'.
           CLOSE COMIFILE.

           IF COMI-HDR-FOUND AND
              COMI-WEEK-ENDING >= SEL-FROM-DATE AND
              COMI-WEEK-ENDING <= SEL-THRU-DATE
               MOVE 'Y' TO SW-COMI-IN-RANGE
               MOVE COMI-WEEK-ENDING TO PLACED-WEEK
               PERFORM 2900-FIND-WEEK.

       2010-TAKE-ONE-COMI.
           READ COMIFILE
               AT END
                   MOVE 'NO' TO MORE-RECS
               NOT AT END
                   EVALUATE TRUE
                       WHEN CIH-REC-ID = 'HD'
                           MOVE 'Y' TO SW-COMI-HDR
                           MOVE CIH-CREATE-DATE TO COMI-CREATE-DATE
                           MOVE CIH-WEEK-ENDING TO COMI-WEEK-ENDING
                       WHEN CIT-REC-ID = 'TR'
                           MOVE 'Y' TO SW-COMI-TRL
                           MOVE CIT-REC-COUNT TO COMI-TRL-COUNT
                           MOVE CIT-HASH-TOTAL TO COMI-TRL-HASH
                       WHEN OTHER
                           PERFORM 2020-TAKE-COMI-DETAIL
                   END-EVALUATE
           END-READ.

      *    A DETAIL WITH A SALESPERSON NUMBER OUTSIDE 1-50 CANNOT BE
      *    MATCHED TO ANYONE AND IS COUNTED AS A DISAGREEMENT BY 3320.
       2020-TAKE-COMI-DETAIL.
           ADD 1 TO COMI-DET-COUNT.
           ADD CID-COMM-AMOUNT TO COMI-DET-HASH.
           IF CID-SLM-NUM IS NUMERIC AND
              CID-SLM-NUM >= 1 AND CID-SLM-NUM <= 50
               MOVE 'Y' TO CM-ON-FILE(CID-SLM-NUM)
               ADD CID-NET-SALES TO CM-NET-SALES(CID-SLM-NUM)
               ADD CID-COMM-AMOUNT TO CM-COMM-AMOUNT(CID-SLM-NUM)
               IF CID-SLM-NAME NOT = SPACES
                   MOVE CID-SLM-NAME TO REP-NAME(CID-SLM-NUM)
               END-IF
           ELSE
               ADD 1 TO COMI-BAD-COUNT.

      *    THE LEDGER IS READ BY KEY FROM THE FIRST WEEK IN RANGE TO
      *    THE LAST. A LEDGER NOT YET CREATED OPENS EMPTY (STATUS 05).
       2100-READ-LEDGER.
           MOVE 'YES' TO MORE-RECS.
           OPEN INPUT LEDGER.
           IF LEDGER-STATUS NOT = '00' AND LEDGER-STATUS NOT = '05'
               DISPLAY 'CBLLEDG.DAT WILL NOT OPEN, STATUS = '
                   LEDGER-STATUS
               DISPLAY 'THE POSTED LEDGER CANNOT BE READ -- RUN '
                   'TERMINATED'
               STOP RUN.
           MOVE SEL-FROM-DATE TO LGR-WEEK-ENDING.
           MOVE 0 TO LGR-SALE-SEQ.
           MOVE SPACE TO LGR-SPLIT-ROLE.
           START LEDGER KEY IS NOT LESS THAN LGR-LEDGER-KEY
               INVALID KEY
                   MOVE 'NO' TO MORE-RECS
           END-START.
           PERFORM 2110-TAKE-ONE-LEDGER
               UNTIL MORE-RECS = 'NO'.
           CLOSE LEDGER.

       2110-TAKE-ONE-LEDGER.
           READ LEDGER NEXT RECORD
               AT END
                   MOVE 'NO' TO MORE-RECS
               NOT AT END
                   IF LGR-WEEK-ENDING > SEL-THRU-DATE
                       MOVE 'NO' TO MORE-RECS
                   ELSE
                       PERFORM 2120-POST-LEDGER
                   END-IF
           END-READ.

      *    A RECORD WHOSE SALESPERSON OR FURNITURE CODE IS OUTSIDE
      *    THE TABLES CANNOT BE RECONCILED AND IS COUNTED AGAINST ITS
      *    WEEK. A RECORD OF THE INTERFACE BATCH'S WEEK IS ALSO
      *    COLLECTED BY POSTING BATCH FOR 3300.
       2120-POST-LEDGER.
           ADD 1 TO CT-LEDGER-READ.
           MOVE LGR-WEEK-ENDING TO PLACED-WEEK.
           PERFORM 2900-FIND-WEEK.
           ADD 1 TO WK-LEDGER-COUNT(WEEK-FOUND-SUB).
           IF LGR-SLM-NUM < 1 OR LGR-SLM-NUM > 50 OR
              LGR-FUR-CODE < 1 OR LGR-FUR-CODE > 30
               ADD 1 TO WK-LEDGER-BAD-CODE(WEEK-FOUND-SUB)
           ELSE
               ADD LGR-AMOUNT TO
                   WK-LEDGER-NET(WEEK-FOUND-SUB, LGR-SLM-NUM)
               ADD LGR-AMOUNT TO
                   WK-LEDGER-FURN(WEEK-FOUND-SUB, LGR-FUR-CODE)
               IF LGR-SLM-NAME NOT = SPACES
                   MOVE LGR-SLM-NAME TO REP-NAME(LGR-SLM-NUM)
               END-IF
               IF COMI-WEEK-IN-RANGE AND
                  LGR-WEEK-ENDING = COMI-WEEK-ENDING
                   COMPUTE BATCH-SUB = LGR-POST-BATCH + 1
                   ADD LGR-AMOUNT TO
                       CB-REP-NET(BATCH-SUB, LGR-SLM-NUM)
                   IF LGR-RUN-DATE = COMI-CREATE-DATE AND
                      NOT LGR-POSTED-ADJUSTMENT AND
                      NOT LGR-POSTED-DAILY
                       MOVE 'Y' TO CB-COMI-RUN(BATCH-SUB)
                   END-IF
               END-IF
           END-IF.

      *    THE LIVE HISTORY FILE, THEN THE ARCHIVE -- A WEEK MOVED
      *    TO THE ARCHIVE BY CBLLMB09 STILL RECONCILES, AND A WEEK
      *    CAUGHT ON BOTH SHOWS UP AS DOUBLED.
       2200-READ-HISTORY.
           OPEN INPUT HISTORY.
           MOVE 'YES' TO MORE-RECS.
           PERFORM 2210-TAKE-ONE-HIST
               UNTIL MORE-RECS = 'NO'.
           CLOSE HISTORY.

           OPEN INPUT ARCHIVE.
           MOVE 'YES' TO MORE-RECS.
           PERFORM 2220-TAKE-ONE-ARC
               UNTIL MORE-RECS = 'NO'.
           CLOSE ARCHIVE.

       2210-TAKE-ONE-HIST.
           READ HISTORY
               AT END
                   MOVE 'NO' TO MORE-RECS
               NOT AT END
                   PERFORM 2240-POST-HIST
           END-READ.

       2220-TAKE-ONE-ARC.
           READ ARCHIVE INTO HIST-REC
               AT END
                   MOVE 'NO' TO MORE-RECS
               NOT AT END
                   PERFORM 2240-POST-HIST
           END-READ.

      *    THE WEEK A HISTORY RECORD COVERS IS STAMPED ON IT. A
      *    RECORD WRITTEN BEFORE THE WEEK WAS CARRIED (BLANK OR ZERO)
      *    IS PLACED BY ITS RUN DATE THROUGH THE CALENDAR LOOKUP --
      *    THE WEEK THAT CLOSED ON OR JUST BEFORE THAT DATE. AN
      *    ADJUSTMENT'S G AND Q RECORDS CARRY THE ORIGINAL CLOSE'S
      *    RUN DATE, SO THEY PLACE THE SAME WAY. A RECORD STILL
      *    WITHOUT A WEEK IS COUNTED AS UNPLACED.
       2230-PLACE-HIST-WEEK.
           MOVE 'N' TO SW-HIST-PLACED.
           IF HIST-WEEK-ENDING IS NUMERIC AND
              HIST-WEEK-ENDING NOT = ZERO
               MOVE HIST-WEEK-ENDING TO PLACED-WEEK
               MOVE 'Y' TO SW-HIST-PLACED
           ELSE
               IF HIST-RUN-DATE IS NUMERIC
                   MOVE 'C' TO FC-REQUEST
                   MOVE HIST-RUN-DATE TO FC-DATE
                   CALL 'CBLLMB21' USING FISCAL-CAL-AREA
                   IF FC-WAS-FOUND
                       MOVE FC-WEEK-ENDING TO PLACED-WEEK
                       MOVE 'Y' TO SW-HIST-PLACED
                   END-IF
               END-IF
           END-IF.

      *    P AND Q ADD TO THE REP'S FIGURE, F AND G TO THE FURNITURE
      *    CODE'S. EVERY CLOSE WRITES A P RECORD FOR EVERY REP, SO
      *    THE P RECORDS FOR REP 01 COUNT THE HISTORY WRITES.
       2240-POST-HIST.
           ADD 1 TO CT-HIST-READ.
           IF HIST-IS-FURN OR HIST-IS-PERSON OR
              HIST-IS-FURN-ADJ OR HIST-IS-PERSON-ADJ
               PERFORM 2230-PLACE-HIST-WEEK
               IF NOT HIST-WAS-PLACED OR
                  HIST-KEY-NUM NOT NUMERIC
                   ADD 1 TO CT-HIST-UNPLACED
               ELSE
                   IF PLACED-WEEK >= SEL-FROM-DATE AND
                      PLACED-WEEK <= SEL-THRU-DATE
                       PERFORM 2250-POST-HIST-WEEK
                   END-IF
               END-IF
           END-IF.

       2250-POST-HIST-WEEK.
           PERFORM 2900-FIND-WEEK.
           IF HIST-IS-PERSON OR HIST-IS-PERSON-ADJ
               IF HIST-KEY-NUM >= 1 AND HIST-KEY-NUM <= 50
                   ADD HIST-AMOUNT TO
                       WK-HIST-NET(WEEK-FOUND-SUB, HIST-KEY-NUM)
                   IF HIST-DESCRIPTION NOT = SPACES
                       MOVE HIST-DESCRIPTION TO REP-NAME(HIST-KEY-NUM)
                   END-IF
                   IF HIST-IS-PERSON AND HIST-KEY-NUM = 1
                       ADD 1 TO WK-HIST-WRITES(WEEK-FOUND-SUB)
                   END-IF
               ELSE
                   ADD 1 TO CT-HIST-UNPLACED
               END-IF
           ELSE
               IF HIST-KEY-NUM >= 1 AND HIST-KEY-NUM <= 30
                   ADD HIST-AMOUNT TO
                       WK-HIST-FURN(WEEK-FOUND-SUB, HIST-KEY-NUM)
                   MOVE HIST-DESCRIPTION TO FURN-DESC(HIST-KEY-NUM)
               ELSE
                   ADD 1 TO CT-HIST-UNPLACED
               END-IF
           END-IF.

      *    EVERY COMMISSION PAID FOR A WEEK IN RANGE -- WEEKLY CLOSE,
      *    STANDALONE RESUBMISSION, AND ADJUSTMENT CHANGES ALIKE.
       2300-READ-EARNINGS.
           OPEN INPUT EARNFILE.
           MOVE 'YES' TO MORE-RECS.
           PERFORM 2310-TAKE-ONE-EARN
               UNTIL MORE-RECS = 'NO'.
           CLOSE EARNFILE.

       2310-TAKE-ONE-EARN.
           READ EARNFILE
               AT END
                   MOVE 'NO' TO MORE-RECS
               NOT AT END
                   ADD 1 TO CT-EARN-READ
                   IF ERN-WEEK-ENDING >= SEL-FROM-DATE AND
                      ERN-WEEK-ENDING <= SEL-THRU-DATE AND
                      ERN-SLM-NUM >= 1 AND ERN-SLM-NUM <= 50
                       MOVE ERN-WEEK-ENDING TO PLACED-WEEK
                       PERFORM 2900-FIND-WEEK
                       ADD ERN-COMM-AMOUNT TO
                           WK-EARN-COMM(WEEK-FOUND-SUB, ERN-SLM-NUM)
                   END-IF
           END-READ.

      *    THE WEEKLY CLOSES OF CBLLMB06 FOR WEEKS IN RANGE. ANY
      *    CBLLMB06 ENTRY PUTS ITS WEEK IN THE RECONCILIATION, SO A
      *    WEEK WHOSE CLOSE STARTED AND NEVER FINISHED IS CAUGHT.
       2400-READ-RUN-LOG.
           OPEN INPUT RUNLOG.
           MOVE 'YES' TO MORE-RECS.
           PERFORM 2410-TAKE-ONE-RLOG
               UNTIL MORE-RECS = 'NO'.
           CLOSE RUNLOG.

       2410-TAKE-ONE-RLOG.
           READ RUNLOG
               AT END
                   MOVE 'NO' TO MORE-RECS
               NOT AT END
                   ADD 1 TO CT-RLOG-READ
                   IF RL-PROGRAM = 'CBLLMB06' AND
                      RL-WEEK-ENDING >= SEL-FROM-DATE AND
                      RL-WEEK-ENDING <= SEL-THRU-DATE
                       MOVE RL-WEEK-ENDING TO PLACED-WEEK
                       PERFORM 2900-FIND-WEEK
                       IF RL-RUN-MODE = 'WEEKLY' AND
                          RL-STATUS = 'NORMAL'
                           ADD 1 TO WK-CLOSE-COUNT(WEEK-FOUND-SUB)
                       END-IF
                   END-IF
           END-READ.

      *    PUT THE WEEKS IN WEEK-ENDING ORDER FOR PRINTING.
       2500-SORT-WEEKS.
           PERFORM 2505-SET-ORDER
               VARYING ORDER-SUB FROM 1 BY 1
                   UNTIL ORDER-SUB > WK-COUNT.
           IF WK-COUNT > 1
               PERFORM 2510-SORT-OUTER-PASS
                   VARYING ORDER-SUB FROM 1 BY 1
                       UNTIL ORDER-SUB > WK-COUNT - 1.

       2505-SET-ORDER.
           MOVE ORDER-SUB TO WK-ORDER(ORDER-SUB).

       2510-SORT-OUTER-PASS.
           PERFORM 2520-SORT-COMPARE
               VARYING ORDER-SUB2 FROM 1 BY 1
                   UNTIL ORDER-SUB2 > WK-COUNT - ORDER-SUB.

       2520-SORT-COMPARE.
           IF WK-WEEK-ENDING(WK-ORDER(ORDER-SUB2)) >
              WK-WEEK-ENDING(WK-ORDER(ORDER-SUB2 + 1))
               MOVE WK-ORDER(ORDER-SUB2) TO ORDER-TEMP
               MOVE WK-ORDER(ORDER-SUB2 + 1) TO WK-ORDER(ORDER-SUB2)
               MOVE ORDER-TEMP TO WK-ORDER(ORDER-SUB2 + 1).

      *    THE TABLE ENTRY FOR PLACED-WEEK, ADDED CLEARED IF THE WEEK
      *    HAS NOT BEEN SEEN BEFORE.
       2900-FIND-WEEK.
           MOVE 0 TO WEEK-FOUND-SUB.
           PERFORM 2910-MATCH-WEEK
               VARYING WEEK-SUB FROM 1 BY 1
                   UNTIL WEEK-SUB > WK-COUNT.
           IF WEEK-FOUND-SUB = 0
               IF WK-COUNT = 60
                   DISPLAY 'MORE THAN 60 WEEKS IN THE RANGE -- RUN '
                       'THE RECONCILIATION IN SHORTER RANGES'
                   STOP RUN
               END-IF
               ADD 1 TO WK-COUNT
               MOVE WK-COUNT TO WEEK-FOUND-SUB
               PERFORM 2920-CLR-WEEK.

       2910-MATCH-WEEK.
           IF WK-WEEK-ENDING(WEEK-SUB) = PLACED-WEEK
               MOVE WEEK-SUB TO WEEK-FOUND-SUB.

       2920-CLR-WEEK.
           MOVE PLACED-WEEK TO WK-WEEK-ENDING(WEEK-FOUND-SUB).
           MOVE 0 TO WK-LEDGER-COUNT(WEEK-FOUND-SUB).
           MOVE 0 TO WK-LEDGER-BAD-CODE(WEEK-FOUND-SUB).
           MOVE 0 TO WK-HIST-WRITES(WEEK-FOUND-SUB).
           MOVE 0 TO WK-CLOSE-COUNT(WEEK-FOUND-SUB).
           MOVE 0 TO WK-EXCEPTIONS(WEEK-FOUND-SUB).
           PERFORM 2921-CLR-WEEK-REP
               VARYING REP-SUB FROM 1 BY 1
                   UNTIL REP-SUB > 50.
           PERFORM 2922-CLR-WEEK-FURN
               VARYING FURN-SUB FROM 1 BY 1
                   UNTIL FURN-SUB > 30.

       2921-CLR-WEEK-REP.
           MOVE 0 TO WK-LEDGER-NET(WEEK-FOUND-SUB, REP-SUB).
           MOVE 0 TO WK-HIST-NET(WEEK-FOUND-SUB, REP-SUB).
           MOVE 0 TO WK-EARN-COMM(WEEK-FOUND-SUB, REP-SUB).

       2922-CLR-WEEK-FURN.
           MOVE 0 TO WK-LEDGER-FURN(WEEK-FOUND-SUB, FURN-SUB).
           MOVE 0 TO WK-HIST-FURN(WEEK-FOUND-SUB, FURN-SUB).

      *    EACH WEEK IN ORDER. A WEEK WITH ANY EXCEPTION IS OUT OF
      *    AGREEMENT AND PUTS THE RUN OUT OF BALANCE.
       3000-RECONCILE-WEEKS.
           IF WK-COUNT = 0
               WRITE PRTLINE
                   FROM NONE-FOUND-LINE
                       AFTER ADVANCING 1 LINE
           ELSE
               PERFORM 3010-RECONCILE-ONE-WEEK
                   VARYING ORDER-SUB FROM 1 BY 1
                       UNTIL ORDER-SUB > WK-COUNT.

       3010-RECONCILE-ONE-WEEK.
           MOVE WK-ORDER(ORDER-SUB) TO WEEK-SUB.
           PERFORM 3100-SET-WEEK-SCHEDULE.
           PERFORM 3200-CHECK-REP
               VARYING REP-SUB FROM 1 BY 1
                   UNTIL REP-SUB > 50.
           PERFORM 3250-CHECK-FURN
               VARYING FURN-SUB FROM 1 BY 1
                   UNTIL FURN-SUB > 30.
           IF COMI-WEEK-IN-RANGE AND
              COMI-WEEK-ENDING = WK-WEEK-ENDING(WEEK-SUB)
               PERFORM 3300-CHECK-INTERFACE.
           PERFORM 3400-CHECK-RUN-LOG.
           PERFORM 3600-WEEK-RESULT-LINE.

      *    THE WEEK'S RATE SCHEDULE -- THE ROWS CARRYING THE LATEST
      *    EFFECTIVE DATE ON OR BEFORE THE WEEK-ENDING DATE. A WEEK
      *    WITH NO SCHEDULE IN FORCE PRICES EVERY REP AT ZERO, AND
      *    THAT IS ITSELF AN EXCEPTION.
       3100-SET-WEEK-SCHEDULE.
           MOVE 0 TO RATE-EFF-SELECTED.
           PERFORM 3110-NOTE-EFF-DATE
               VARYING RATE-RAW-SUB FROM 1 BY 1
                   UNTIL RATE-RAW-SUB > RATE-RAW-COUNT.
           MOVE 0 TO RATE-TIER-COUNT.
           PERFORM 3120-COPY-ONE-TIER
               VARYING RATE-RAW-SUB FROM 1 BY 1
                   UNTIL RATE-RAW-SUB > RATE-RAW-COUNT.
           IF RATE-EFF-SELECTED = 0
               MOVE 'RATE SCHEDULE' TO CMP-CHECK
               MOVE 'NO COMMISSION RATE SCHEDULE IN FORCE FOR THE WEEK'
                   TO CMP-NOTE
               PERFORM 3710-WRITE-EXCEPTION-NOTE.

       3110-NOTE-EFF-DATE.
           IF RAW-EFF-DATE(RATE-RAW-SUB) <= WK-WEEK-ENDING(WEEK-SUB)
              AND RAW-EFF-DATE(RATE-RAW-SUB) > RATE-EFF-SELECTED
               MOVE RAW-EFF-DATE(RATE-RAW-SUB) TO RATE-EFF-SELECTED.

       3120-COPY-ONE-TIER.
           IF RAW-EFF-DATE(RATE-RAW-SUB) = RATE-EFF-SELECTED AND
              RATE-TIER-COUNT < 10
               ADD 1 TO RATE-TIER-COUNT
               MOVE RAW-TIER-MIN(RATE-RAW-SUB) TO
                   TIER-MIN(RATE-TIER-COUNT)
               MOVE RAW-RATE(RATE-RAW-SUB) TO
                   TIER-RATE(RATE-TIER-COUNT).

      *    THE REP'S LEDGER NET AGAINST THE HISTORY (P PLUS Q), THEN
      *    THE COMMISSION THE LEDGER NET EARNS AGAINST WHAT THE
      *    EARNINGS FILE SHOWS PAID.
       3200-CHECK-REP.
           MOVE REP-SUB TO CMP-KEY.
           MOVE REP-NAME(REP-SUB) TO CMP-NAME.
           MOVE WK-LEDGER-NET(WEEK-SUB, REP-SUB) TO CMP-FROM-LEDGER.
           MOVE WK-HIST-NET(WEEK-SUB, REP-SUB) TO CMP-ON-FILE.
           IF CMP-FROM-LEDGER NOT = CMP-ON-FILE
               MOVE 'LEDGER VS HISTORY REP' TO CMP-CHECK
               PERFORM 3700-WRITE-EXCEPTION.

           MOVE WK-LEDGER-NET(WEEK-SUB, REP-SUB) TO C-COMM-BASE.
           PERFORM 3500-COMM-FOR-BASE.
           MOVE C-COMM-AMOUNT TO CMP-FROM-LEDGER.
           MOVE WK-EARN-COMM(WEEK-SUB, REP-SUB) TO CMP-ON-FILE.
           IF CMP-FROM-LEDGER NOT = CMP-ON-FILE
               MOVE 'COMMISSION VS EARNINGS' TO CMP-CHECK
               PERFORM 3700-WRITE-EXCEPTION.

      *    THE FURNITURE CODE'S LEDGER TOTAL AGAINST THE HISTORY
      *    (F PLUS G).
       3250-CHECK-FURN.
           MOVE FURN-SUB TO CMP-KEY.
           MOVE FURN-DESC(FURN-SUB) TO CMP-NAME.
           MOVE WK-LEDGER-FURN(WEEK-SUB, FURN-SUB) TO CMP-FROM-LEDGER.
           MOVE WK-HIST-FURN(WEEK-SUB, FURN-SUB) TO CMP-ON-FILE.
           IF CMP-FROM-LEDGER NOT = CMP-ON-FILE
               MOVE 'LEDGER VS HISTORY FURN' TO CMP-CHECK
               PERFORM 3700-WRITE-EXCEPTION.

      *    THE PAYROLL INTERFACE BATCH AGAINST THE LEDGER BATCH IT
      *    CAME FROM -- EACH REP'S NET SALES, AND THE COMMISSION THAT
      *    NET EARNS UNDER THE WEEK'S SCHEDULE -- THEN AGAINST ITS
      *    OWN HEADER AND TRAILER. A REP WITH NO POSITIVE NET IS PAID
      *    NOTHING AND SHOULD HAVE NO DETAIL RECORD.
       3300-CHECK-INTERFACE.
           MOVE 'N' TO SW-COMI-BATCH.
           PERFORM 3305-NOTE-COMI-BATCH
               VARYING BATCH-SUB FROM 1 BY 1
                   UNTIL BATCH-SUB > 100.
           IF NOT COMI-BATCH-FOUND
               PERFORM 3306-TAKE-WHOLE-WEEK
                   VARYING BATCH-SUB FROM 1 BY 1
                       UNTIL BATCH-SUB > 100.
           PERFORM 3310-CHECK-INTERFACE-REP
               VARYING REP-SUB FROM 1 BY 1
                   UNTIL REP-SUB > 50.
           PERFORM 3320-CHECK-INTERFACE-CONTROLS.

      *    A BATCH WRITTEN BY A RUN THAT POSTED NOTHING TO THE LEDGER
      *    (A REPRINT OF A CLOSED WEEK WITH THE HISTORY OPTION OFF)
      *    QUOTES THE WHOLE WEEK, SO IT IS HELD TO THE WHOLE WEEK.
       3305-NOTE-COMI-BATCH.
           IF CB-COMI-RUN(BATCH-SUB) = 'Y'
               MOVE 'Y' TO SW-COMI-BATCH.

       3306-TAKE-WHOLE-WEEK.
           MOVE 'Y' TO CB-COMI-RUN(BATCH-SUB).

       3310-CHECK-INTERFACE-REP.
           MOVE 0 TO CM-BASIS-NET(REP-SUB).
           PERFORM 3315-ADD-BATCH-SHARE
               VARYING BATCH-SUB FROM 1 BY 1
                   UNTIL BATCH-SUB > 100.
           MOVE REP-SUB TO CMP-KEY.
           MOVE REP-NAME(REP-SUB) TO CMP-NAME.

           IF CM-BASIS-NET(REP-SUB) > 0
               MOVE CM-BASIS-NET(REP-SUB) TO CMP-FROM-LEDGER
           ELSE
               MOVE 0 TO CMP-FROM-LEDGER.
           MOVE CM-NET-SALES(REP-SUB) TO CMP-ON-FILE.
           IF CMP-FROM-LEDGER NOT = CMP-ON-FILE
               MOVE 'NET SALES VS INTERFACE' TO CMP-CHECK
               PERFORM 3700-WRITE-EXCEPTION.

           MOVE CM-BASIS-NET(REP-SUB) TO C-COMM-BASE.
           PERFORM 3500-COMM-FOR-BASE.
           MOVE C-COMM-AMOUNT TO CMP-FROM-LEDGER.
           MOVE CM-COMM-AMOUNT(REP-SUB) TO CMP-ON-FILE.
           IF CMP-FROM-LEDGER NOT = CMP-ON-FILE
               MOVE 'COMMISSION VS INTERFACE' TO CMP-CHECK
               PERFORM 3700-WRITE-EXCEPTION.

       3315-ADD-BATCH-SHARE.
           IF CB-COMI-RUN(BATCH-SUB) = 'Y'
               ADD CB-REP-NET(BATCH-SUB, REP-SUB) TO
                   CM-BASIS-NET(REP-SUB).

       3320-CHECK-INTERFACE-CONTROLS.
           MOVE 'INTERFACE CONTROLS' TO CMP-CHECK.
           IF NOT COMI-TRL-FOUND
               MOVE 'CBLCOMI.DAT HAS NO TR TRAILER RECORD' TO CMP-NOTE
               PERFORM 3710-WRITE-EXCEPTION-NOTE
           ELSE
               IF COMI-TRL-COUNT NOT = COMI-DET-COUNT OR
                  COMI-TRL-HASH NOT = COMI-DET-HASH
                   MOVE 'CBLCOMI.DAT DETAIL DOES NOT MATCH ITS TR '
                       TO CMP-NOTE
                   MOVE 'COUNT AND HASH TOTAL' TO CMP-NOTE(42:20)
                   PERFORM 3710-WRITE-EXCEPTION-NOTE
               END-IF
           END-IF.
           IF COMI-BAD-COUNT > 0
               MOVE 'CBLCOMI.DAT HOLDS DETAIL FOR A SALESPERSON NUMBER '
                   TO CMP-NOTE
               MOVE 'OUTSIDE 1-50' TO CMP-NOTE(51:12)
               PERFORM 3710-WRITE-EXCEPTION-NOTE.

      *    EXACTLY ONE NORMAL WEEKLY CLOSE -- NONE MEANS THE WEEK
      *    NEVER CLOSED (OR ITS CLOSE NEVER FINISHED), MORE THAN ONE
      *    MEANS IT WAS CLOSED AGAIN. A LEDGER RECORD THAT COULD NOT
      *    BE RECONCILED IS NOTED HERE TOO.
       3400-CHECK-RUN-LOG.
           IF WK-CLOSE-COUNT(WEEK-SUB) NOT = 1
               MOVE 'RUN LOG CLOSES' TO CMP-CHECK
               MOVE SPACES TO CMP-NOTE
               MOVE 'CBLRLOG.DAT SHOWS' TO CMP-NOTE(1:17)
               MOVE WK-CLOSE-COUNT(WEEK-SUB) TO CMP-NOTE(19:2)
               MOVE 'NORMAL WEEKLY CLOSES -- EXACTLY ONE EXPECTED'
                   TO CMP-NOTE(22:44)
               PERFORM 3710-WRITE-EXCEPTION-NOTE.
           IF WK-LEDGER-BAD-CODE(WEEK-SUB) > 0
               MOVE 'LEDGER CODES' TO CMP-CHECK
               MOVE SPACES TO CMP-NOTE
               MOVE WK-LEDGER-BAD-CODE(WEEK-SUB) TO CMP-NOTE(1:5)
               MOVE 'LEDGER RECORDS WITH A SALESPERSON OR FURNITURE'
                   TO CMP-NOTE(7:46)
               MOVE 'CODE OUT OF RANGE' TO CMP-NOTE(54:17)
               PERFORM 3710-WRITE-EXCEPTION-NOTE.

      *    THE COMMISSION A NET FIGURE EARNS -- THE HIGHEST TIER
      *    FLOOR IT REACHES, APPLIED TO THE WHOLE NET, ON A POSITIVE
      *    NET ONLY -- THE SAME RULE AS CBLLMB06 3410/3422.
       3500-COMM-FOR-BASE.
           MOVE 0 TO C-COMM-RATE.
           MOVE -1 TO RATE-BEST-MIN.
           PERFORM 3510-MATCH-ONE-TIER
               VARYING RATE-SUB FROM 1 BY 1
                   UNTIL RATE-SUB > RATE-TIER-COUNT.
           IF C-COMM-BASE > 0
               COMPUTE C-COMM-AMOUNT ROUNDED =
                   C-COMM-BASE * C-COMM-RATE
           ELSE
               MOVE 0 TO C-COMM-AMOUNT.

       3510-MATCH-ONE-TIER.
           IF C-COMM-BASE >= TIER-MIN(RATE-SUB) AND
              TIER-MIN(RATE-SUB) > RATE-BEST-MIN
               MOVE TIER-MIN(RATE-SUB) TO RATE-BEST-MIN
               MOVE TIER-RATE(RATE-SUB) TO C-COMM-RATE.

      *    ONE LINE CLOSING OUT EACH WEEK, WITH ITS FISCAL PERIOD
      *    FROM THE CALENDAR AND THE FIGURES BEHIND THE CHECKS.
       3600-WEEK-RESULT-LINE.
           MOVE WK-WEEK-ENDING(WEEK-SUB) TO O-WR-WEEK.
           MOVE 'W' TO FC-REQUEST.
           MOVE WK-WEEK-ENDING(WEEK-SUB) TO FC-DATE.
           CALL 'CBLLMB21' USING FISCAL-CAL-AREA.
           IF FC-WAS-FOUND
               MOVE FC-FISCAL-YEAR TO FL-YEAR
               MOVE FC-FISCAL-PER TO FL-PER
               MOVE FISCAL-LABEL TO O-WR-FISCAL
           ELSE
               MOVE 'OFF CALENDAR' TO O-WR-FISCAL.
           MOVE WK-LEDGER-COUNT(WEEK-SUB) TO O-WR-LEDGER.
           MOVE WK-HIST-WRITES(WEEK-SUB) TO O-WR-HIST.
           MOVE WK-CLOSE-COUNT(WEEK-SUB) TO O-WR-CLOSES.
           MOVE WK-EXCEPTIONS(WEEK-SUB) TO O-WR-EXCEPTIONS.
           IF WK-EXCEPTIONS(WEEK-SUB) = 0
               MOVE 'IN AGREEMENT' TO O-WR-RESULT
               ADD 1 TO CT-WEEKS-IN-AGREEMENT
           ELSE
               MOVE 'OUT OF AGREEMENT' TO O-WR-RESULT
               ADD 1 TO CT-WEEKS-OUT
               MOVE 'N' TO SW-BALANCE.
           WRITE PRTLINE
               FROM WEEK-RESULT-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9200-HDG
           END-WRITE.
           WRITE PRTLINE
               FROM DASH-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9200-HDG
           END-WRITE.

      *    ONE OUT-OF-AGREEMENT FIGURE, WITH ITS DIFFERENCE (LEDGER
      *    LESS ON FILE). THE RUN'S TOTAL DIFFERENCE ADDS EACH ONE
      *    WITHOUT SIGN SO OPPOSITE ERRORS CANNOT HIDE EACH OTHER.
       3700-WRITE-EXCEPTION.
           COMPUTE CMP-DIFFERENCE = CMP-FROM-LEDGER - CMP-ON-FILE.
           IF CMP-DIFFERENCE < 0
               SUBTRACT CMP-DIFFERENCE FROM TOTAL-ABS-DIFFERENCE
           ELSE
               ADD CMP-DIFFERENCE TO TOTAL-ABS-DIFFERENCE.
           ADD 1 TO WK-EXCEPTIONS(WEEK-SUB).
           ADD 1 TO CT-EXCEPTIONS.
           MOVE WK-WEEK-ENDING(WEEK-SUB) TO O-EX-WEEK.
           MOVE CMP-CHECK TO O-EX-CHECK.
           MOVE CMP-KEY TO O-EX-KEY.
           MOVE CMP-NAME TO O-EX-NAME.
           MOVE CMP-FROM-LEDGER TO O-EX-FROM-LEDGER.
           MOVE CMP-ON-FILE TO O-EX-ON-FILE.
           MOVE CMP-DIFFERENCE TO O-EX-DIFFERENCE.
           WRITE PRTLINE
               FROM EXCEPTION-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9200-HDG
           END-WRITE.

       3710-WRITE-EXCEPTION-NOTE.
           ADD 1 TO WK-EXCEPTIONS(WEEK-SUB).
           ADD 1 TO CT-EXCEPTIONS.
           MOVE WK-WEEK-ENDING(WEEK-SUB) TO O-EN-WEEK.
           MOVE CMP-CHECK TO O-EN-CHECK.
           MOVE CMP-NOTE TO O-EN-NOTE.
           WRITE PRTLINE
               FROM EXCEPTION-NOTE-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9200-HDG
           END-WRITE.

      *    THE RUN SUMMARY AND STATUS, THEN THE RUN LOG.
       4000-CLOSING.
           MOVE 'WEEKS RECONCILED' TO O-SUM-LABEL.
           MOVE WK-COUNT TO O-SUM-COUNT.
           WRITE PRTLINE
               FROM SUMMARY-LINE
                   AFTER ADVANCING 2 LINES.
           MOVE 'WEEKS IN AGREEMENT' TO O-SUM-LABEL.
           MOVE CT-WEEKS-IN-AGREEMENT TO O-SUM-COUNT.
           PERFORM 4010-WRITE-SUMMARY-LINE.
           MOVE 'WEEKS OUT OF AGREEMENT' TO O-SUM-LABEL.
           MOVE CT-WEEKS-OUT TO O-SUM-COUNT.
           PERFORM 4010-WRITE-SUMMARY-LINE.
           MOVE 'EXCEPTIONS PRINTED' TO O-SUM-LABEL.
           MOVE CT-EXCEPTIONS TO O-SUM-COUNT.
           PERFORM 4010-WRITE-SUMMARY-LINE.
           MOVE 'LEDGER RECORDS READ FOR THE RANGE' TO O-SUM-LABEL.
           MOVE CT-LEDGER-READ TO O-SUM-COUNT.
           PERFORM 4010-WRITE-SUMMARY-LINE.
           MOVE 'HISTORY AND ARCHIVE RECORDS READ' TO O-SUM-LABEL.
           MOVE CT-HIST-READ TO O-SUM-COUNT.
           PERFORM 4010-WRITE-SUMMARY-LINE.
           MOVE 'HISTORY RECORDS NOT PLACED IN ANY WEEK'
               TO O-SUM-LABEL.
           MOVE CT-HIST-UNPLACED TO O-SUM-COUNT.
           PERFORM 4010-WRITE-SUMMARY-LINE.
           MOVE 'EARNINGS RECORDS READ' TO O-SUM-LABEL.
           MOVE CT-EARN-READ TO O-SUM-COUNT.
           PERFORM 4010-WRITE-SUMMARY-LINE.
           MOVE 'RUN LOG RECORDS READ' TO O-SUM-LABEL.
           MOVE CT-RLOG-READ TO O-SUM-COUNT.
           PERFORM 4010-WRITE-SUMMARY-LINE.

           MOVE 'TOTAL DIFFERENCE, WITHOUT SIGN' TO O-SUMA-LABEL.
           MOVE TOTAL-ABS-DIFFERENCE TO O-SUM-AMOUNT.
           WRITE PRTLINE
               FROM SUMMARY-AMOUNT-LINE
                   AFTER ADVANCING 2 LINES.

           IF COMI-HDR-FOUND
               MOVE COMI-WEEK-ENDING TO O-IF-WEEK
               MOVE COMI-CREATE-DATE TO O-IF-CREATED
               IF COMI-WEEK-IN-RANGE
                   MOVE 'CHECKED' TO O-IF-NOTE
               ELSE
                   MOVE 'NOT IN RANGE -- NOT CHECKED' TO O-IF-NOTE
               END-IF
               WRITE PRTLINE
                   FROM INTERFACE-LINE
                       AFTER ADVANCING 2 LINES.

           IF RECON-IN-BALANCE
               MOVE 'IN BALANCE' TO O-STATUS
           ELSE
               MOVE 'OUT OF BALANCE' TO O-STATUS
               DISPLAY 'RECONCILIATION IS OUT OF BALANCE -- SEE '
                   'CBLRECN.PRT'.
           WRITE PRTLINE
               FROM STATUS-LINE
                   AFTER ADVANCING 2 LINES.

           CLOSE PRTOUT.
           PERFORM 4900-WRITE-RUN-LOG.

       4010-WRITE-SUMMARY-LINE.
           WRITE PRTLINE
               FROM SUMMARY-LINE
                   AFTER ADVANCING 1 LINE.

      *    THE RUN'S COMPLETION RECORD FOR THE SHARED RUN LOG -- THE
      *    WEEKS RECONCILED, THE TOTAL DIFFERENCE, AND THE WEEKS OUT
      *    OF AGREEMENT. A SINGLE-WEEK RUN CARRIES ITS WEEK.
       4900-WRITE-RUN-LOG.
           OPEN EXTEND RUNLOG.
           MOVE 'CBLLMB22' TO RL-PROGRAM.
           MOVE STAMP-DATE TO RL-RUN-DATE.
           MOVE I-TIME(1:6) TO RL-RUN-TIME.
           MOVE 'RECONCILE' TO RL-RUN-MODE.
           IF RECON-IN-BALANCE
               MOVE 'INBALANCE' TO RL-STATUS
           ELSE
               MOVE 'OOBALANCE' TO RL-STATUS.
           IF SEL-FROM-DATE = SEL-THRU-DATE
               MOVE SEL-THRU-DATE TO RL-WEEK-ENDING
           ELSE
               MOVE 0 TO RL-WEEK-ENDING.
           MOVE WK-COUNT TO RL-COUNT-1.
           MOVE TOTAL-ABS-DIFFERENCE TO RL-AMOUNT-1.
           MOVE CT-WEEKS-OUT TO RL-COUNT-2.
           MOVE SEL-FROM-DATE TO RN-FROM.
           MOVE SEL-THRU-DATE TO RN-THRU.
           MOVE CT-WEEKS-OUT TO RN-OUT.
           MOVE RUN-NOTE TO RL-NOTE.
           WRITE RL-REC.
           CLOSE RUNLOG.

       9200-HDG.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.

           WRITE PRTLINE
               FROM  COMPANY-TITLE
                   AFTER ADVANCING PAGE.
           WRITE PRTLINE
               FROM  RECON-REPORT-TITLE
                   AFTER ADVANCING 1 LINE.
           MOVE SEL-FROM-DATE TO O-RANGE-FROM.
           MOVE SEL-THRU-DATE TO O-RANGE-THRU.
           WRITE PRTLINE
               FROM  RANGE-LINE
                   AFTER ADVANCING 2 LINES.
           WRITE PRTLINE
               FROM  EXCEPTION-HEADING
                   AFTER ADVANCING 2 LINES.
           WRITE PRTLINE
               FROM  DASH-LINE
                   AFTER ADVANCING 1 LINES.

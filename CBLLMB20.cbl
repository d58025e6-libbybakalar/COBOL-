       IDENTIFICATION DIVISION.
       PROGRAM-ID.          CBLLMB20.
       AUTHOR.              LIBBY BAKALAR.
       DATE-WRITTEN.        10/15/2026.
       DATE-COMPILED.       10/15/2026.

      ******************************************************************
      *   THIS PROGRAM MAINTAINS THE THREE MASTERS THAT DRIVE POSTING  *
      *   AND PAY IN THE WEEKLY RUN (CBLLMB06) -- THE FURNITURE-TYPE   *
      *   MASTER (FURNMAST.DAT), THE STORE MASTER (STOMAST.DAT), AND   *
      *   THE COMMISSION RATE MASTER (CBLRATE.DAT). IT APPLIES ADD,    *
      *   CHANGE, AND RETIRE TRANSACTIONS FROM MSTTRAN.DAT, EDITS      *
      *   EVERY FIELD BEFORE TOUCHING A MASTER, WRITES AN AUDIT        *
      *   RECORD (WHO, WHEN, AND BEFORE/AFTER IMAGES) FOR EACH         *
      *   APPLIED TRANSACTION, AND PRINTS A MAINTENANCE LISTING OF     *
      *   EVERY TRANSACTION WITH ITS DISPOSITION -- THE SAME SHAPE     *
      *   AS THE SALESPERSON MASTER MAINTENANCE (CBLLMB08). A RETIRED  *
      *   FURNITURE TYPE OR STORE KEEPS ITS MASTER RECORD, MARKED      *
      *   INACTIVE, SO ITS HISTORY STILL READS BACK; A RETIRED RATE    *
      *   TIER IS REMOVED FROM ITS SCHEDULE. A RATE SCHEDULE IN FORCE  *
      *   ON OR BEFORE THE LATEST WEEK THE RUN LOG SHOWS CLOSED IS     *
      *   WHAT THAT WEEK WAS PAID UNDER AND CANNOT BE TOUCHED.         *
      *-----------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  ------------------------------------------------------------
      *  10/15/2026  LB    ORIGINAL PROGRAM.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT MSTTRAN
           ASSIGN TO 'C:\COBOL\MSTTRAN.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FURNMAST
           ASSIGN TO 'C:\COBOL\FURNMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FM-CODE
           FILE STATUS IS FURNMAST-STATUS.

           SELECT STOMAST
           ASSIGN TO 'C:\COBOL\STOMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS STO-NUM
           FILE STATUS IS STOMAST-STATUS.

           SELECT RATEMAST
           ASSIGN TO 'C:\COBOL\CBLRATE.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RATEMAST-STATUS.

           SELECT OPTIONAL MSTAUDIT
           ASSIGN TO 'C:\COBOL\MSTAUDIT.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
           ASSIGN TO 'C:\COBOL\CBLMSTM.PRT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUNLOG
           ASSIGN TO 'C:\COBOL\CBLRLOG.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    ONE TRANSACTION PER MASTER RECORD (OR RATE TIER). THE
      *    MASTER CODE SAYS WHICH MASTER THE TRANSACTION IS FOR AND
      *    WHICH VIEW OF THE DATA AREA APPLIES -- THE FURNITURE VIEW
      *    IS THE FURNMAST RECORD, THE STORE VIEW THE STOMAST RECORD,
      *    AND THE RATE VIEW THE CBLRATE ROW.
       FD  MSTTRAN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 51 CHARACTERS
           DATA RECORD IS TR-REC.

       01  TR-REC.
           05 TR-ACTION           PIC X.
               88  TR-IS-ADD                 VALUE 'A'.
               88  TR-IS-CHANGE              VALUE 'C'.
               88  TR-IS-RETIRE              VALUE 'R'.
           05 TR-MASTER           PIC X.
               88  TR-IS-FURN                VALUE 'F'.
               88  TR-IS-STORE               VALUE 'S'.
               88  TR-IS-RATE                VALUE 'R'.
           05 TR-FURN-DATA.
               10 TRF-CODE        PIC 99.
               10 TRF-DESCRIPTION PIC X(22).
               10 TRF-ACTIVE-FLAG PIC X.
               10 TRF-EFF-DATE    PIC 9(8).
               10 TRF-END-DATE    PIC 9(8).
           05 TR-STORE-DATA REDEFINES TR-FURN-DATA.
               10 TRS-NUM         PIC 99.
               10 TRS-NAME        PIC X(20).
               10 TRS-ACTIVE-FLAG PIC X.
               10 FILLER          PIC X(18).
           05 TR-RATE-DATA REDEFINES TR-FURN-DATA.
               10 TRR-KEY.
                   15 TRR-EFF-DATE PIC 9(8).
                   15 TRR-TIER-MIN PIC 9(7).
               10 TRR-RATE        PIC 9V999.
               10 FILLER          PIC X(22).
           05 TR-USER-ID          PIC X(8).

       FD  FURNMAST
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS FURN-MASTER-REC.

       01  FURN-MASTER-REC.
           05 FM-CODE             PIC 99.
           05 FM-DESCRIPTION      PIC X(22).
           05 FM-ACTIVE-FLAG      PIC X.
               88  FM-IS-ACTIVE              VALUE 'A'.
               88  FM-IS-INACTIVE            VALUE 'I'.
           05 FM-EFF-DATE         PIC 9(8).
           05 FM-END-DATE         PIC 9(8).

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

      *    THE COMMISSION RATE MASTER -- ONE ROW PER TIER PER
      *    EFFECTIVE DATE, THE LAYOUT CBLLMB06 LOADS. THE WHOLE FILE
      *    IS READ INTO RATE-ROW-TABLE AT STARTUP AND, WHEN A RATE
      *    TRANSACTION WAS APPLIED, WRITTEN BACK IN EFFECTIVE-DATE
      *    AND TIER-FLOOR ORDER AT THE END OF THE RUN.
       FD  RATEMAST
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 19 CHARACTERS
           DATA RECORD IS RATE-REC.

       01  RATE-REC.
           05 RT-EFF-DATE         PIC 9(8).
           05 RT-TIER-MIN         PIC 9(7).
           05 RT-RATE             PIC 9V999.

      *    ONE AUDIT RECORD PER APPLIED TRANSACTION -- WHO MADE THE
      *    CHANGE, WHEN, WHICH MASTER, AND THE FULL RECORD BEFORE AND
      *    AFTER (A RATE ROW IS LEFT-JUSTIFIED IN THE IMAGE). AN ADD
      *    HAS A BLANK BEFORE IMAGE AND A RETIRED RATE TIER A BLANK
      *    AFTER IMAGE. THE FILE IS OPENED EXTEND SO THE TRAIL
      *    ACCUMULATES ACROSS RUNS.
       FD  MSTAUDIT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 106 CHARACTERS
           DATA RECORD IS AUD-REC.

       01  AUD-REC.
           05 AUD-DATE            PIC 9(8).
           05 AUD-TIME            PIC 9(6).
           05 AUD-USER-ID         PIC X(8).
           05 AUD-MASTER          PIC X.
           05 AUD-ACTION          PIC X.
           05 AUD-BEFORE-IMAGE    PIC X(41).
           05 AUD-AFTER-IMAGE     PIC X(41).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 55
           DATA RECORD IS PRTLINE.

       01  PRTLINE                PIC X(132).

      *    ONE COMPLETION RECORD PER RUN, APPENDED TO THE SHARED RUN
      *    LOG EVERY PROGRAM IN THE SUITE WRITES -- THE SAME LAYOUT
      *    CBLLMB06 DOCUMENTS. THE LOG IS ALSO READ AT STARTUP FOR THE
      *    LATEST WEEK CLOSED NORMALLY. THE WEEK-ENDING FIELD IS ZERO
      *    HERE; MASTER MAINTENANCE DOES NOT RUN AGAINST A WEEK.
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
           05  MORE-RATES         PIC XXX           VALUE 'YES'.
           05  MORE-RLOG          PIC XXX           VALUE 'YES'.
           05  FURNMAST-STATUS    PIC XX            VALUE ZERO.
           05  STOMAST-STATUS     PIC XX            VALUE ZERO.
           05  RATEMAST-STATUS    PIC XX            VALUE ZERO.
           05  SW-TRAN-VALID      PIC X             VALUE 'Y'.
               88  TRAN-IS-VALID                    VALUE 'Y'.
               88  TRAN-IS-INVALID                  VALUE 'N'.
           05  SW-MASTER-FOUND    PIC X             VALUE 'N'.
               88  MASTER-WAS-FOUND                 VALUE 'Y'.
               88  MASTER-NOT-FOUND                 VALUE 'N'.
           05  SW-RATES-CHANGED   PIC X             VALUE 'N'.
               88  RATES-WERE-CHANGED               VALUE 'Y'.
           05  REJ-REASON-WORK    PIC X(30)         VALUE SPACES.
           05  LAST-CLOSED-WEEK   PIC 9(8)          VALUE ZERO.
           05  NEW-EFF-DATE       PIC 9(8)          VALUE ZERO.
           05  NEW-END-DATE       PIC 9(8)          VALUE ZERO.
           05  CT-TRANS-READ      PIC 9(5)          VALUE ZERO.
           05  CT-TRANS-APPLIED   PIC 9(5)          VALUE ZERO.
           05  CT-TRANS-REJECTED  PIC 9(5)          VALUE ZERO.

      *    IMAGES OF THE MASTER RECORD BEFORE AND AFTER THE
      *    TRANSACTION, FOR THE AUDIT TRAIL. AN ADD HAS NO PRIOR
      *    RECORD AND A RETIRED RATE TIER NO LATER ONE; EITHER IMAGE
      *    IS THEN LEFT AS SPACES.
       01  BEFORE-IMAGE-WORK      PIC X(41)         VALUE SPACES.
       01  AFTER-IMAGE-WORK       PIC X(41)         VALUE SPACES.

      *    THE RATE MASTER AS LOADED, KEPT IN EFFECTIVE-DATE AND
      *    TIER-FLOOR ORDER. THE 50-ROW AND 10-TIER CEILINGS ARE THE
      *    ONES CBLLMB06 LOADS THE SCHEDULE UNDER.
       01  RATE-TABLE-CONTROL.
           05  RATE-ROW-COUNT      PIC 99            VALUE ZERO.
           05  RATE-SUB            PIC 99            VALUE ZERO.
           05  RATE-FOUND-SUB      PIC 99            VALUE ZERO.
           05  RATE-INSERT-SUB     PIC 99            VALUE ZERO.
           05  RATE-TIER-COUNT     PIC 99            VALUE ZERO.

       01  RATE-ROW-TABLE.
           05  RATE-ROW-ENTRY OCCURS 50.
               10  RR-KEY.
                   15  RR-EFF-DATE PIC 9(8).
                   15  RR-TIER-MIN PIC 9(7).
               10  RR-RATE         PIC 9V999.

      *    THE RATE ROW BEING PLACED INTO THE TABLE -- FROM THE FILE
      *    AT STARTUP, OR FROM AN ADD TRANSACTION.
       01  NEW-RATE-ROW.
           05  NR-KEY.
               10  NR-EFF-DATE     PIC 9(8).
               10  NR-TIER-MIN     PIC 9(7).
           05  NR-RATE             PIC 9V999.

      *    A CCYYMMDD DATE BEING EDITED BY 2260-EDIT-DATE.
       01  DATE-CHECK-AREA.
           05  DCK-DATE-8          PIC 9(8).
           05  DCK-DATE-PARTS REDEFINES DCK-DATE-8.
               10  DCK-CCYY        PIC 9(4).
               10  DCK-MM          PIC 99.
               10  DCK-DD          PIC 99.
           05  DCK-MAX-DD          PIC 99.
           05  SW-DATE-VALID       PIC X         VALUE 'Y'.
               88  DATE-IS-VALID                  VALUE 'Y'.
               88  DATE-IS-INVALID                VALUE 'N'.

      *    NUMBER OF DAYS IN EACH MONTH OF A NON-LEAP YEAR, USED BY
      *    2260-EDIT-DATE THE SAME WAY CBLLMB08 USES IT. FEBRUARY IS
      *    ADJUSTED FOR LEAP YEARS AT EDIT TIME.
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

       01  AUDIT-STAMP-WORK.
           05  STAMP-DATE         PIC 9(8)          VALUE ZERO.
           05  STAMP-TIME         PIC 9(6)          VALUE ZERO.

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

       01  MAINT-REPORT-TITLE.
           05  FILLER              PIC X(40)   VALUE SPACES.
           05  FILLER              PIC X(52)   VALUE
            'FURNITURE, STORE, AND RATE MASTER MAINTENANCE REPORT'.

       01  MAINT-LAST-CLOSE-LINE.
           05  FILLER              PIC X(47)   VALUE
            'LATEST WEEK CLOSED (RATES LOCKED ON OR BEFORE):'.
           05  FILLER              PIC X       VALUE SPACES.
           05  O-LAST-CLOSED-WEEK  PIC 9(8).

       01  MAINT-HEADING-1.
           05 FILLER               PIC X(6)    VALUE 'ACTION'.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 FILLER               PIC X(6)    VALUE 'MASTER'.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 FILLER               PIC X(16)   VALUE 'KEY'.
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 FILLER               PIC X(25)   VALUE 'DESCRIPTION'.
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 FILLER               PIC X(8)    VALUE 'USER'.
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 FILLER               PIC X(11)   VALUE 'DISPOSITION'.

       01  DASH-LINE.
           05  FILLER              PIC X(132)  VALUE ALL '-'.

       01  MAINT-DETAIL-LINE.
           05 O-ACTION             PIC X.
           05 FILLER               PIC X(7)    VALUE SPACES.
           05 O-MASTER             PIC X(6).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 O-KEY                PIC X(16).
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 O-DESCRIPTION        PIC X(25).
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 O-USER-ID            PIC X(8).
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 O-DISPOSITION        PIC X(10).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 O-REASON             PIC X(30).

      *    EDITED PIECES OF THE LISTING'S KEY AND DESCRIPTION.
       01  DETAIL-EDIT-WORK.
           05  O-EDIT-NUM          PIC Z9.
           05  O-EDIT-DATE         PIC 9(8).
           05  O-EDIT-TIER-MIN     PIC Z(6)9.
           05  O-EDIT-RATE         PIC 9.999.

       01  MAINT-COUNT-LINE-1.
           05 FILLER               PIC X(26)   VALUE
            'TOTAL TRANSACTIONS READ:  '.
           05 O-CT-TRANS-READ      PIC ZZ,ZZ9.

       01  MAINT-COUNT-LINE-2.
           05 FILLER               PIC X(26)   VALUE
            'TOTAL APPLIED:            '.
           05 O-CT-TRANS-APPLIED   PIC ZZ,ZZ9.

       01  MAINT-COUNT-LINE-3.
           05 FILLER               PIC X(26)   VALUE
            'TOTAL REJECTED:           '.
           05 O-CT-TRANS-REJECTED  PIC ZZ,ZZ9.

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

       0000-CBLLMB20.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-RECS = 'NO'.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE TO I-DATE.
           MOVE I-DAY TO O-DAY.
           MOVE I-YEAR TO O-YEAR.
           MOVE I-MONTH TO O-MONTH.

           COMPUTE STAMP-DATE =
               (I-YEAR * 10000) + (I-MONTH * 100) + I-DAY.
           MOVE I-TIME(1:6) TO STAMP-TIME.

           PERFORM 1050-CHECK-STEP-SEQUENCE.
           PERFORM 1100-LOAD-RATE-TABLE.
           PERFORM 1200-FIND-LAST-CLOSE.

           OPEN INPUT MSTTRAN.
           OPEN OUTPUT PRTOUT.
           OPEN I-O FURNMAST.
           IF FURNMAST-STATUS NOT = '00'
               DISPLAY 'FURNMAST.DAT WILL NOT OPEN, STATUS = '
                   FURNMAST-STATUS
               DISPLAY 'FURNITURE-TYPE MASTER CANNOT BE MAINTAINED -- '
                   'RUN TERMINATED'
               STOP RUN.
           OPEN I-O STOMAST.
           IF STOMAST-STATUS NOT = '00'
               DISPLAY 'STOMAST.DAT WILL NOT OPEN, STATUS = '
                   STOMAST-STATUS
               DISPLAY 'STORE MASTER CANNOT BE MAINTAINED -- '
                   'RUN TERMINATED'
               STOP RUN.
           OPEN EXTEND MSTAUDIT.

           PERFORM 9100-READ.
           PERFORM 9200-HDG.

      *    THE JOB-STEP SEQUENCE CHECK (CBLLMB19). A STEP WHOSE
      *    PREREQUISITES ARE NOT ON THE RUN LOG, AND NOT WAIVED BY A
      *    SUPERVISOR OVERRIDE, STOPS HERE BEFORE ANY FILE IS OPENED.
       1050-CHECK-STEP-SEQUENCE.
           MOVE 'CBLLMB20' TO SG-PROGRAM.
           MOVE 'MAINT' TO SG-RUN-MODE.
           MOVE 0 TO SG-WEEK-ENDING.
           MOVE 0 TO SG-CUTOFF-DATE.
           CALL 'CBLLMB19' USING STEP-GATE-AREA.
           IF SG-STEP-BLOCKED
               DISPLAY 'CBLLMB20 PREREQUISITE NOT MET -- RUN TERMINATED'
               STOP RUN.

      *    THE WHOLE RATE MASTER IS READ INTO THE TABLE, EACH ROW
      *    PLACED IN EFFECTIVE-DATE AND TIER-FLOOR ORDER, AND THE
      *    FILE CLOSED -- IT IS ONLY REWRITTEN AT THE END OF THE RUN.
       1100-LOAD-RATE-TABLE.
           OPEN INPUT RATEMAST.
           IF RATEMAST-STATUS NOT = '00'
               DISPLAY 'CBLRATE.DAT WILL NOT OPEN, STATUS = '
                   RATEMAST-STATUS
               DISPLAY 'COMMISSION RATE MASTER CANNOT BE MAINTAINED -- '
                   'RUN TERMINATED'
               STOP RUN.
           MOVE 0 TO RATE-ROW-COUNT.
           MOVE 'YES' TO MORE-RATES.
           PERFORM 1110-LOAD-ONE-RATE-ROW
               UNTIL MORE-RATES = 'NO'.
           CLOSE RATEMAST.

       1110-LOAD-ONE-RATE-ROW.
           READ RATEMAST
               AT END
                   MOVE 'NO' TO MORE-RATES
               NOT AT END
                   IF RATE-ROW-COUNT >= 50
                       DISPLAY 'CBLRATE.DAT HOLDS MORE THAN 50 ROWS '
                           '-- RUN TERMINATED'
                       STOP RUN
                   END-IF
                   MOVE RATE-REC TO NEW-RATE-ROW
                   PERFORM 8100-INSERT-RATE-ROW
           END-READ.

      *    THE LATEST WEEK THE RUN LOG SHOWS CLOSED NORMALLY. EVERY
      *    RATE SCHEDULE EFFECTIVE ON OR BEFORE IT HAS PAID A CLOSED
      *    WEEK (OR BEEN SUPERSEDED BEFORE ONE), SO NONE OF THEM MAY
      *    BE ADDED TO, CHANGED, OR RETIRED.
       1200-FIND-LAST-CLOSE.
           MOVE 0 TO LAST-CLOSED-WEEK.
           MOVE 'YES' TO MORE-RLOG.
           OPEN INPUT RUNLOG.
           PERFORM 1210-TEST-ONE-RLOG
               UNTIL MORE-RLOG = 'NO'.
           CLOSE RUNLOG.

       1210-TEST-ONE-RLOG.
           READ RUNLOG
               AT END
                   MOVE 'NO' TO MORE-RLOG
               NOT AT END
                   IF RL-PROGRAM = 'CBLLMB06' AND
                      RL-RUN-MODE = 'WEEKLY' AND
                      RL-STATUS = 'NORMAL' AND
                      RL-WEEK-ENDING > LAST-CLOSED-WEEK
                       MOVE RL-WEEK-ENDING TO LAST-CLOSED-WEEK
                   END-IF
           END-READ.

       2000-MAINLINE.
           PERFORM 2200-EDIT-TRAN.
           IF TRAN-IS-VALID
               PERFORM 2600-APPLY-TRAN
               PERFORM 2700-WRITE-AUDIT
               ADD 1 TO CT-TRANS-APPLIED
               PERFORM 2800-PRINT-APPLIED
           ELSE
               ADD 1 TO CT-TRANS-REJECTED
               PERFORM 2810-PRINT-REJECTED.
           PERFORM 9100-READ.

      *    EACH CHECK IS GUARDED BY TRAN-IS-VALID SO A TRANSACTION
      *    THAT FAILS MORE THAN ONE CHECK IS LISTED ONLY ONCE, UNDER
      *    ITS FIRST FAILING REASON -- THE SAME STYLE AS THE
      *    SALESPERSON MASTER MAINTENANCE.
       2200-EDIT-TRAN.
           MOVE 'Y' TO SW-TRAN-VALID.
           MOVE SPACES TO REJ-REASON-WORK.
           MOVE SPACES TO BEFORE-IMAGE-WORK.
           MOVE SPACES TO AFTER-IMAGE-WORK.

           IF NOT TR-IS-ADD AND NOT TR-IS-CHANGE AND NOT TR-IS-RETIRE
               MOVE 'N' TO SW-TRAN-VALID
               MOVE 'INVALID ACTION CODE' TO REJ-REASON-WORK.

           IF TRAN-IS-VALID
               IF NOT TR-IS-FURN AND NOT TR-IS-STORE AND
                  NOT TR-IS-RATE
                   MOVE 'N' TO SW-TRAN-VALID
                   MOVE 'INVALID MASTER CODE' TO REJ-REASON-WORK
               END-IF
           END-IF.

           IF TRAN-IS-VALID
               IF TR-USER-ID = SPACES
                   MOVE 'N' TO SW-TRAN-VALID
                   MOVE 'MISSING USER ID' TO REJ-REASON-WORK
               END-IF
           END-IF.

           IF TRAN-IS-VALID
               EVALUATE TRUE
                   WHEN TR-IS-FURN
                       PERFORM 2300-EDIT-FURN
                   WHEN TR-IS-STORE
                       PERFORM 2400-EDIT-STORE
                   WHEN TR-IS-RATE
                       PERFORM 2500-EDIT-RATE
               END-EVALUATE
           END-IF.

      *    FURNITURE CODES RUN 1-30, THE CEILING OF THE WEEKLY RUN'S
      *    FURNITURE-TYPE TABLE -- A CODE ABOVE IT WOULD NEVER LOAD.
      *    A HAND-PREPARED TRANSACTION OFTEN LEAVES AN UNUSED DATE
      *    BLANK RATHER THAN ZERO-FILLED, SO A BLANK (OR ANY NON-
      *    NUMERIC) DATE IS TAKEN AS 'NOT SUPPLIED'.
       2300-EDIT-FURN.
           IF TRF-EFF-DATE NOT NUMERIC
               MOVE 0 TO TRF-EFF-DATE.
           IF TRF-END-DATE NOT NUMERIC
               MOVE 0 TO TRF-END-DATE.

           IF TRF-CODE NOT NUMERIC
               MOVE 'N' TO SW-TRAN-VALID
           ELSE
               IF TRF-CODE < 1 OR TRF-CODE > 30
                   MOVE 'N' TO SW-TRAN-VALID
               END-IF
           END-IF.
           IF TRAN-IS-INVALID
               MOVE 'INVALID FURNITURE CODE' TO REJ-REASON-WORK.

           IF TRAN-IS-VALID
               PERFORM 2310-READ-FURN
               EVALUATE TRUE
                   WHEN TR-IS-ADD
                       PERFORM 2320-EDIT-FURN-ADD
                   WHEN TR-IS-CHANGE
                       PERFORM 2330-EDIT-FURN-CHANGE
                   WHEN TR-IS-RETIRE
                       PERFORM 2340-EDIT-FURN-RETIRE
               END-EVALUATE
           END-IF.

      *    SAVE THE CURRENT MASTER RECORD (IF ANY) AS THE BEFORE
      *    IMAGE FOR THE AUDIT TRAIL.
       2310-READ-FURN.
           MOVE 'N' TO SW-MASTER-FOUND.
           MOVE TRF-CODE TO FM-CODE.
           READ FURNMAST
               INVALID KEY
                   MOVE 'N' TO SW-MASTER-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO SW-MASTER-FOUND
                   MOVE FURN-MASTER-REC TO BEFORE-IMAGE-WORK
           END-READ.

       2320-EDIT-FURN-ADD.
           IF MASTER-WAS-FOUND
               MOVE 'N' TO SW-TRAN-VALID
               MOVE 'FURNITURE CODE ALREADY ON FILE'
                   TO REJ-REASON-WORK.

           IF TRAN-IS-VALID
               IF TRF-DESCRIPTION = SPACES
                   MOVE 'N' TO SW-TRAN-VALID
                   MOVE 'MISSING DESCRIPTION' TO REJ-REASON-WORK
               END-IF
           END-IF.

           IF TRAN-IS-VALID
               IF TRF-ACTIVE-FLAG NOT = 'A' AND
                  TRF-ACTIVE-FLAG NOT = 'I'
                   MOVE 'N' TO SW-TRAN-VALID
                   MOVE 'ACTIVE FLAG MUST BE A OR I' TO REJ-REASON-WORK
               END-IF
           END-IF.

           IF TRAN-IS-VALID
               MOVE TRF-EFF-DATE TO NEW-EFF-DATE
               MOVE TRF-END-DATE TO NEW-END-DATE
               PERFORM 2350-EDIT-FURN-DATES
           END-IF.

      *    ON A CHANGE, A BLANK (OR ZERO) TRANSACTION FIELD MEANS
      *    'LEAVE IT ALONE'. THE DATES ARE EDITED AS THEY WILL STAND
      *    ON THE MASTER ONCE THE SUPPLIED ONES REPLACE THE OLD.
       2330-EDIT-FURN-CHANGE.
           IF MASTER-NOT-FOUND
               MOVE 'N' TO SW-TRAN-VALID
               MOVE 'FURNITURE CODE NOT ON FILE' TO REJ-REASON-WORK.

           IF TRAN-IS-VALID
               IF TRF-DESCRIPTION = SPACES AND
                  TRF-ACTIVE-FLAG = SPACE AND
                  TRF-EFF-DATE = 0 AND TRF-END-DATE = 0
                   MOVE 'N' TO SW-TRAN-VALID
                   MOVE 'NO FIELDS SUPPLIED ON CHANGE'
                       TO REJ-REASON-WORK
               END-IF
           END-IF.

           IF TRAN-IS-VALID
               IF TRF-ACTIVE-FLAG NOT = SPACE AND
                  TRF-ACTIVE-FLAG NOT = 'A' AND
                  TRF-ACTIVE-FLAG NOT = 'I'
                   MOVE 'N' TO SW-TRAN-VALID
                   MOVE 'ACTIVE FLAG MUST BE A OR I' TO REJ-REASON-WORK
               END-IF
           END-IF.

           IF TRAN-IS-VALID
               MOVE FM-EFF-DATE TO NEW-EFF-DATE
               MOVE FM-END-DATE TO NEW-END-DATE
               IF TRF-EFF-DATE NOT = 0
                   MOVE TRF-EFF-DATE TO NEW-EFF-DATE
               END-IF
               IF TRF-END-DATE NOT = 0
                   MOVE TRF-END-DATE TO NEW-END-DATE
               END-IF
               PERFORM 2350-EDIT-FURN-DATES
           END-IF.

      *    A RETIRED TYPE IS MARKED INACTIVE AND GIVEN AN END DATE --
      *    THE ONE ON THE TRANSACTION, OR TODAY WHEN NONE IS GIVEN.
       2340-EDIT-FURN-RETIRE.
           IF MASTER-NOT-FOUND
               MOVE 'N' TO SW-TRAN-VALID
               MOVE 'FURNITURE CODE NOT ON FILE' TO REJ-REASON-WORK.

           IF TRAN-IS-VALID
               IF FM-IS-INACTIVE
                   MOVE 'N' TO SW-TRAN-VALID
                   MOVE 'FURNITURE TYPE ALREADY RETIRED'
                       TO REJ-REASON-WORK
               END-IF
           END-IF.

           IF TRAN-IS-VALID
               MOVE FM-EFF-DATE TO NEW-EFF-DATE
               IF TRF-END-DATE = 0
                   MOVE STAMP-DATE TO NEW-END-DATE
               ELSE
                   MOVE TRF-END-DATE TO NEW-END-DATE
               END-IF
               PERFORM 2350-EDIT-FURN-DATES
           END-IF.

      *    THE EFFECTIVE DATE IS REQUIRED; THE END DATE IS ZERO FOR A
      *    TYPE WITH NO END IN SIGHT. WHEN BOTH ARE PRESENT THE
      *    EFFECTIVE DATE MUST COME FIRST.
       2350-EDIT-FURN-DATES.
           MOVE NEW-EFF-DATE TO DCK-DATE-8.
           PERFORM 2260-EDIT-DATE.
           IF DATE-IS-INVALID
               MOVE 'N' TO SW-TRAN-VALID
               MOVE 'INVALID EFFECTIVE DATE' TO REJ-REASON-WORK.

           IF TRAN-IS-VALID AND NEW-END-DATE NOT = 0
               MOVE NEW-END-DATE TO DCK-DATE-8
               PERFORM 2260-EDIT-DATE
               IF DATE-IS-INVALID
                   MOVE 'N' TO SW-TRAN-VALID
                   MOVE 'INVALID END DATE' TO REJ-REASON-WORK
               END-IF
           END-IF.

           IF TRAN-IS-VALID AND NEW-END-DATE NOT = 0
               IF NEW-EFF-DATE NOT < NEW-END-DATE
                   MOVE 'N' TO SW-TRAN-VALID
                   MOVE 'EFFECTIVE DATE NOT BEFORE END'
                       TO REJ-REASON-WORK
               END-IF
           END-IF.

      *    EDIT A CCYYMMDD DATE IN DCK-DATE-8 -- RANGE CHECKS FIRST,
      *    THEN THE DAYS-IN-MONTH/LEAP-YEAR CHECK CBLLMB08 USES.
       2260-EDIT-DATE.
           MOVE 'Y' TO SW-DATE-VALID.
           IF DCK-CCYY < 1900 OR
              DCK-MM < 1 OR DCK-MM > 12 OR DCK-DD < 1 OR DCK-DD > 31
               MOVE 'N' TO SW-DATE-VALID
           END-IF.

           IF DATE-IS-VALID
               MOVE MONTH-DAYS(DCK-MM) TO DCK-MAX-DD
               IF DCK-MM = 2
                   IF FUNCTION MOD(DCK-CCYY, 400) = 0 OR
                      (FUNCTION MOD(DCK-CCYY, 4) = 0 AND
                       FUNCTION MOD(DCK-CCYY, 100) NOT = 0)
                           MOVE 29 TO DCK-MAX-DD
                   END-IF
               END-IF
               IF DCK-DD > DCK-MAX-DD
                   MOVE 'N' TO SW-DATE-VALID
               END-IF
           END-IF.

      *    STORES RUN 1-10, THE CEILING OF THE WEEKLY RUN'S STORE
      *    TABLE -- A STORE ABOVE IT WOULD NEVER LOAD.
       2400-EDIT-STORE.
           IF TRS-NUM NOT NUMERIC
               MOVE 'N' TO SW-TRAN-VALID
           ELSE
               IF TRS-NUM < 1 OR TRS-NUM > 10
                   MOVE 'N' TO SW-TRAN-VALID
               END-IF
           END-IF.
           IF TRAN-IS-INVALID
               MOVE 'INVALID STORE NUMBER' TO REJ-REASON-WORK.

           IF TRAN-IS-VALID
               PERFORM 2410-READ-STORE
               EVALUATE TRUE
                   WHEN TR-IS-ADD
                       PERFORM 2420-EDIT-STORE-ADD
                   WHEN TR-IS-CHANGE
                       PERFORM 2430-EDIT-STORE-CHANGE
                   WHEN TR-IS-RETIRE
                       PERFORM 2440-EDIT-STORE-RETIRE
               END-EVALUATE
           END-IF.

       2410-READ-STORE.
           MOVE 'N' TO SW-MASTER-FOUND.
           MOVE TRS-NUM TO STO-NUM.
           READ STOMAST
               INVALID KEY
                   MOVE 'N' TO SW-MASTER-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO SW-MASTER-FOUND
                   MOVE STORE-MASTER-REC TO BEFORE-IMAGE-WORK
           END-READ.

       2420-EDIT-STORE-ADD.
           IF MASTER-WAS-FOUND
               MOVE 'N' TO SW-TRAN-VALID
               MOVE 'STORE ALREADY ON FILE' TO REJ-REASON-WORK.

           IF TRAN-IS-VALID
               IF TRS-NAME = SPACES
                   MOVE 'N' TO SW-TRAN-VALID
                   MOVE 'MISSING STORE NAME' TO REJ-REASON-WORK
               END-IF
           END-IF.

           IF TRAN-IS-VALID
               IF TRS-ACTIVE-FLAG NOT = 'A' AND
                  TRS-ACTIVE-FLAG NOT = 'I'
                   MOVE 'N' TO SW-TRAN-VALID
                   MOVE 'ACTIVE FLAG MUST BE A OR I' TO REJ-REASON-WORK
               END-IF
           END-IF.

       2430-EDIT-STORE-CHANGE.
           IF MASTER-NOT-FOUND
               MOVE 'N' TO SW-TRAN-VALID
               MOVE 'STORE NOT ON FILE' TO REJ-REASON-WORK.

           IF TRAN-IS-VALID
               IF TRS-NAME = SPACES AND TRS-ACTIVE-FLAG = SPACE
                   MOVE 'N' TO SW-TRAN-VALID
                   MOVE 'NO FIELDS SUPPLIED ON CHANGE'
                       TO REJ-REASON-WORK
               END-IF
           END-IF.

           IF TRAN-IS-VALID
               IF TRS-ACTIVE-FLAG NOT = SPACE AND
                  TRS-ACTIVE-FLAG NOT = 'A' AND
                  TRS-ACTIVE-FLAG NOT = 'I'
                   MOVE 'N' TO SW-TRAN-VALID
                   MOVE 'ACTIVE FLAG MUST BE A OR I' TO REJ-REASON-WORK
               END-IF
           END-IF.

       2440-EDIT-STORE-RETIRE.
           IF MASTER-NOT-FOUND
               MOVE 'N' TO SW-TRAN-VALID
               MOVE 'STORE NOT ON FILE' TO REJ-REASON-WORK.

           IF TRAN-IS-VALID
               IF STO-IS-INACTIVE
                   MOVE 'N' TO SW-TRAN-VALID
                   MOVE 'STORE ALREADY RETIRED' TO REJ-REASON-WORK
               END-IF
           END-IF.

      *    A RATE TIER IS KEYED BY ITS SCHEDULE'S EFFECTIVE DATE AND
      *    ITS FLOOR. AN ADD PUTS A NEW TIER (OR THE FIRST TIER OF A
      *    NEW SCHEDULE) ON FILE, A CHANGE REPRICES A TIER, AND A
      *    RETIRE TAKES A TIER OFF ITS SCHEDULE. NO SCHEDULE A CLOSED
      *    WEEK WAS PAID UNDER MAY BE TOUCHED, AND A NEW SCHEDULE MAY
      *    NOT BE BACKDATED INTO A CLOSED WEEK.
       2500-EDIT-RATE.
           IF TRR-EFF-DATE NOT NUMERIC
               MOVE 'N' TO SW-TRAN-VALID
               MOVE 'INVALID EFFECTIVE DATE' TO REJ-REASON-WORK
           ELSE
               MOVE TRR-EFF-DATE TO DCK-DATE-8
               PERFORM 2260-EDIT-DATE
               IF DATE-IS-INVALID
                   MOVE 'N' TO SW-TRAN-VALID
                   MOVE 'INVALID EFFECTIVE DATE' TO REJ-REASON-WORK
               END-IF
           END-IF.

           IF TRAN-IS-VALID
               IF TRR-TIER-MIN NOT NUMERIC
                   MOVE 'N' TO SW-TRAN-VALID
                   MOVE 'INVALID TIER FLOOR' TO REJ-REASON-WORK
               END-IF
           END-IF.

           IF TRAN-IS-VALID
               IF TRR-EFF-DATE NOT > LAST-CLOSED-WEEK
                   MOVE 'N' TO SW-TRAN-VALID
                   MOVE 'BACKDATES A CLOSED WEEK' TO REJ-REASON-WORK
               END-IF
           END-IF.

           IF TRAN-IS-VALID
               PERFORM 2510-FIND-RATE-ROW
               EVALUATE TRUE
                   WHEN TR-IS-ADD
                       PERFORM 2520-EDIT-RATE-ADD
                   WHEN TR-IS-CHANGE
                       PERFORM 2530-EDIT-RATE-CHANGE
                   WHEN TR-IS-RETIRE
                       PERFORM 2540-EDIT-RATE-RETIRE
               END-EVALUATE
           END-IF.

      *    LOOK UP THE TIER AND COUNT ITS SCHEDULE'S TIERS IN ONE
      *    PASS OF THE TABLE.
       2510-FIND-RATE-ROW.
           MOVE 0 TO RATE-FOUND-SUB.
           MOVE 0 TO RATE-TIER-COUNT.
           MOVE 'N' TO SW-MASTER-FOUND.
           PERFORM 2511-TEST-ONE-RATE-ROW
               VARYING RATE-SUB FROM 1 BY 1
                   UNTIL RATE-SUB > RATE-ROW-COUNT.
           IF RATE-FOUND-SUB > 0
               MOVE 'Y' TO SW-MASTER-FOUND
               MOVE RATE-ROW-ENTRY(RATE-FOUND-SUB) TO BEFORE-IMAGE-WORK.

       2511-TEST-ONE-RATE-ROW.
           IF RR-EFF-DATE(RATE-SUB) = TRR-EFF-DATE
               ADD 1 TO RATE-TIER-COUNT
               IF RR-TIER-MIN(RATE-SUB) = TRR-TIER-MIN
                   MOVE RATE-SUB TO RATE-FOUND-SUB
               END-IF
           END-IF.

      *    A SECOND TIER ON THE SAME FLOOR WOULD OVERLAP THE FIRST.
       2520-EDIT-RATE-ADD.
           IF MASTER-WAS-FOUND
               MOVE 'N' TO SW-TRAN-VALID
               MOVE 'TIER FLOOR ALREADY ON SCHEDULE'
                   TO REJ-REASON-WORK.

           IF TRAN-IS-VALID
               IF RATE-TIER-COUNT >= 10
                   MOVE 'N' TO SW-TRAN-VALID
                   MOVE 'SCHEDULE ALREADY HAS 10 TIERS'
                       TO REJ-REASON-WORK
               END-IF
           END-IF.

           IF TRAN-IS-VALID
               IF RATE-ROW-COUNT >= 50
                   MOVE 'N' TO SW-TRAN-VALID
                   MOVE 'RATE MASTER FULL (50 ROWS)' TO REJ-REASON-WORK
               END-IF
           END-IF.

           IF TRAN-IS-VALID
               PERFORM 2550-EDIT-TIER-RATE.

       2530-EDIT-RATE-CHANGE.
           IF MASTER-NOT-FOUND
               MOVE 'N' TO SW-TRAN-VALID
               MOVE 'TIER NOT ON SCHEDULE' TO REJ-REASON-WORK.

           IF TRAN-IS-VALID
               PERFORM 2550-EDIT-TIER-RATE.

       2540-EDIT-RATE-RETIRE.
           IF MASTER-NOT-FOUND
               MOVE 'N' TO SW-TRAN-VALID
               MOVE 'TIER NOT ON SCHEDULE' TO REJ-REASON-WORK.

      *    THE RATE MUST BE PRESENT, AND THE SCHEDULE'S TIERS MUST
      *    STILL CLIMB -- NO TIER MAY PAY LESS THAN A LOWER FLOOR OR
      *    MORE THAN A HIGHER ONE ON THE SAME SCHEDULE.
       2550-EDIT-TIER-RATE.
           IF TRR-RATE NOT NUMERIC
               MOVE 'N' TO SW-TRAN-VALID
               MOVE 'INVALID TIER RATE' TO REJ-REASON-WORK
           ELSE
               IF TRR-RATE = 0
                   MOVE 'N' TO SW-TRAN-VALID
                   MOVE 'MISSING TIER RATE' TO REJ-REASON-WORK
               END-IF
           END-IF.

           IF TRAN-IS-VALID
               PERFORM 2551-TEST-TIER-ORDER
                   VARYING RATE-SUB FROM 1 BY 1
                       UNTIL RATE-SUB > RATE-ROW-COUNT.

       2551-TEST-TIER-ORDER.
           IF RR-EFF-DATE(RATE-SUB) = TRR-EFF-DATE
               IF (RR-TIER-MIN(RATE-SUB) < TRR-TIER-MIN AND
                   RR-RATE(RATE-SUB) > TRR-RATE) OR
                  (RR-TIER-MIN(RATE-SUB) > TRR-TIER-MIN AND
                   RR-RATE(RATE-SUB) < TRR-RATE)
                   MOVE 'N' TO SW-TRAN-VALID
                   MOVE 'TIER RATE OUT OF FLOOR ORDER'
                       TO REJ-REASON-WORK
               END-IF
           END-IF.

       2600-APPLY-TRAN.
           EVALUATE TRUE
               WHEN TR-IS-FURN
                   PERFORM 2610-APPLY-FURN
               WHEN TR-IS-STORE
                   PERFORM 2620-APPLY-STORE
               WHEN TR-IS-RATE
                   PERFORM 2630-APPLY-RATE
           END-EVALUATE.

      *    ON A CHANGE OR RETIRE THE MASTER RECORD IS ALREADY IN
      *    FURN-MASTER-REC FROM 2310-READ-FURN, AND THE DATES IT WILL
      *    CARRY WERE SETTLED BY THE EDIT.
       2610-APPLY-FURN.
           EVALUATE TRUE
               WHEN TR-IS-ADD
                   MOVE TR-FURN-DATA TO FURN-MASTER-REC
                   WRITE FURN-MASTER-REC
               WHEN TR-IS-CHANGE
                   IF TRF-DESCRIPTION NOT = SPACES
                       MOVE TRF-DESCRIPTION TO FM-DESCRIPTION
                   END-IF
                   IF TRF-ACTIVE-FLAG NOT = SPACE
                       MOVE TRF-ACTIVE-FLAG TO FM-ACTIVE-FLAG
                   END-IF
                   MOVE NEW-EFF-DATE TO FM-EFF-DATE
                   MOVE NEW-END-DATE TO FM-END-DATE
                   REWRITE FURN-MASTER-REC
               WHEN TR-IS-RETIRE
                   MOVE 'I' TO FM-ACTIVE-FLAG
                   MOVE NEW-END-DATE TO FM-END-DATE
                   REWRITE FURN-MASTER-REC
           END-EVALUATE.
           MOVE FURN-MASTER-REC TO AFTER-IMAGE-WORK.

       2620-APPLY-STORE.
           EVALUATE TRUE
               WHEN TR-IS-ADD
                   MOVE TRS-NUM TO STO-NUM
                   MOVE TRS-NAME TO STO-NAME
                   MOVE TRS-ACTIVE-FLAG TO STO-ACTIVE-FLAG
                   WRITE STORE-MASTER-REC
               WHEN TR-IS-CHANGE
                   IF TRS-NAME NOT = SPACES
                       MOVE TRS-NAME TO STO-NAME
                   END-IF
                   IF TRS-ACTIVE-FLAG NOT = SPACE
                       MOVE TRS-ACTIVE-FLAG TO STO-ACTIVE-FLAG
                   END-IF
                   REWRITE STORE-MASTER-REC
               WHEN TR-IS-RETIRE
                   MOVE 'I' TO STO-ACTIVE-FLAG
                   REWRITE STORE-MASTER-REC
           END-EVALUATE.
           MOVE STORE-MASTER-REC TO AFTER-IMAGE-WORK.

      *    RATE CHANGES ARE MADE TO THE TABLE; THE FILE IS REWRITTEN
      *    FROM IT AT THE END OF THE RUN.
       2630-APPLY-RATE.
           EVALUATE TRUE
               WHEN TR-IS-ADD
                   MOVE TR-RATE-DATA TO NEW-RATE-ROW
                   PERFORM 8100-INSERT-RATE-ROW
                   MOVE NEW-RATE-ROW TO AFTER-IMAGE-WORK
               WHEN TR-IS-CHANGE
                   MOVE TRR-RATE TO RR-RATE(RATE-FOUND-SUB)
                   MOVE RATE-ROW-ENTRY(RATE-FOUND-SUB)
                       TO AFTER-IMAGE-WORK
               WHEN TR-IS-RETIRE
                   PERFORM 8200-REMOVE-RATE-ROW
                   MOVE SPACES TO AFTER-IMAGE-WORK
           END-EVALUATE.
           MOVE 'Y' TO SW-RATES-CHANGED.

       2700-WRITE-AUDIT.
           MOVE STAMP-DATE TO AUD-DATE.
           MOVE STAMP-TIME TO AUD-TIME.
           MOVE TR-USER-ID TO AUD-USER-ID.
           MOVE TR-MASTER TO AUD-MASTER.
           MOVE TR-ACTION TO AUD-ACTION.
           MOVE BEFORE-IMAGE-WORK TO AUD-BEFORE-IMAGE.
           MOVE AFTER-IMAGE-WORK TO AUD-AFTER-IMAGE.
           WRITE AUD-REC.

       2800-PRINT-APPLIED.
           PERFORM 2820-FILL-DETAIL.
           MOVE 'APPLIED' TO O-DISPOSITION.
           MOVE SPACES TO O-REASON.
           WRITE PRTLINE
               FROM MAINT-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9200-HDG.

       2810-PRINT-REJECTED.
           PERFORM 2820-FILL-DETAIL.
           MOVE 'REJECTED' TO O-DISPOSITION.
           MOVE REJ-REASON-WORK TO O-REASON.
           WRITE PRTLINE
               FROM MAINT-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9200-HDG.

      *    THE LISTING SHOWS THE TRANSACTION'S KEY, AND FOR AN APPLIED
      *    FURNITURE OR STORE TRANSACTION THE DESCRIPTION AS IT NOW
      *    STANDS ON THE MASTER.
       2820-FILL-DETAIL.
           MOVE TR-ACTION TO O-ACTION.
           MOVE SPACES TO O-KEY.
           MOVE SPACES TO O-DESCRIPTION.
           EVALUATE TRUE
               WHEN TR-IS-FURN
                   MOVE 'FURN' TO O-MASTER
                   IF TRF-CODE NUMERIC
                       MOVE TRF-CODE TO O-EDIT-NUM
                       STRING 'CODE ' DELIMITED BY SIZE
                              O-EDIT-NUM DELIMITED BY SIZE
                           INTO O-KEY
                   END-IF
                   IF TRAN-IS-VALID
                       MOVE FM-DESCRIPTION TO O-DESCRIPTION
                   ELSE
                       MOVE TRF-DESCRIPTION TO O-DESCRIPTION
                   END-IF
               WHEN TR-IS-STORE
                   MOVE 'STORE' TO O-MASTER
                   IF TRS-NUM NUMERIC
                       MOVE TRS-NUM TO O-EDIT-NUM
                       STRING 'STORE ' DELIMITED BY SIZE
                              O-EDIT-NUM DELIMITED BY SIZE
                           INTO O-KEY
                   END-IF
                   IF TRAN-IS-VALID
                       MOVE STO-NAME TO O-DESCRIPTION
                   ELSE
                       MOVE TRS-NAME TO O-DESCRIPTION
                   END-IF
               WHEN TR-IS-RATE
                   MOVE 'RATE' TO O-MASTER
                   IF TRR-EFF-DATE NUMERIC AND TRR-TIER-MIN NUMERIC
                       MOVE TRR-EFF-DATE TO O-EDIT-DATE
                       MOVE TRR-TIER-MIN TO O-EDIT-TIER-MIN
                       STRING O-EDIT-DATE DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              O-EDIT-TIER-MIN DELIMITED BY SIZE
                           INTO O-KEY
                   END-IF
                   IF TRR-RATE NUMERIC
                       MOVE TRR-RATE TO O-EDIT-RATE
                       STRING 'TIER RATE ' DELIMITED BY SIZE
                              O-EDIT-RATE DELIMITED BY SIZE
                           INTO O-DESCRIPTION
                   END-IF
               WHEN OTHER
                   MOVE TR-MASTER TO O-MASTER
           END-EVALUATE.
           MOVE TR-USER-ID TO O-USER-ID.

       3000-CLOSING.
           MOVE CT-TRANS-READ TO O-CT-TRANS-READ.
           MOVE CT-TRANS-APPLIED TO O-CT-TRANS-APPLIED.
           MOVE CT-TRANS-REJECTED TO O-CT-TRANS-REJECTED.

           WRITE PRTLINE
               FROM DASH-LINE
                   AFTER ADVANCING 1 LINES.
           WRITE PRTLINE
               FROM MAINT-COUNT-LINE-1
                   AFTER ADVANCING 2 LINES.
           WRITE PRTLINE
               FROM MAINT-COUNT-LINE-2
                   AFTER ADVANCING 1 LINE.
           WRITE PRTLINE
               FROM MAINT-COUNT-LINE-3
                   AFTER ADVANCING 1 LINE.

           CLOSE MSTTRAN.
           CLOSE FURNMAST.
           CLOSE STOMAST.
           CLOSE MSTAUDIT.
           CLOSE PRTOUT.

           IF RATES-WERE-CHANGED
               PERFORM 3100-REWRITE-RATE-MASTER.

           PERFORM 3900-WRITE-RUN-LOG.

      *    THE RATE MASTER IS WRITTEN BACK WHOLE, IN EFFECTIVE-DATE
      *    AND TIER-FLOOR ORDER, ONLY WHEN A RATE TRANSACTION WAS
      *    APPLIED -- A RUN THAT STOPS SHORT LEAVES IT UNTOUCHED.
       3100-REWRITE-RATE-MASTER.
           OPEN OUTPUT RATEMAST.
           PERFORM 3110-WRITE-ONE-RATE-ROW
               VARYING RATE-SUB FROM 1 BY 1
                   UNTIL RATE-SUB > RATE-ROW-COUNT.
           CLOSE RATEMAST.

       3110-WRITE-ONE-RATE-ROW.
           MOVE RATE-ROW-ENTRY(RATE-SUB) TO RATE-REC.
           WRITE RATE-REC.

      *    THE RUN'S COMPLETION RECORD FOR THE SHARED RUN LOG --
      *    APPLIED AND REJECTED COUNTS ARE THE RUN'S CONTROL FIGURES.
       3900-WRITE-RUN-LOG.
           OPEN EXTEND RUNLOG.
           MOVE 'CBLLMB20' TO RL-PROGRAM.
           MOVE STAMP-DATE TO RL-RUN-DATE.
           MOVE STAMP-TIME TO RL-RUN-TIME.
           MOVE 'MAINT' TO RL-RUN-MODE.
           MOVE 'NORMAL' TO RL-STATUS.
           MOVE 0 TO RL-WEEK-ENDING.
           MOVE CT-TRANS-APPLIED TO RL-COUNT-1.
           MOVE 0 TO RL-AMOUNT-1.
           MOVE CT-TRANS-REJECTED TO RL-COUNT-2.
           MOVE SPACES TO RL-NOTE.
           WRITE RL-REC.
           CLOSE RUNLOG.

      *    PLACE NEW-RATE-ROW IN THE TABLE AHEAD OF THE FIRST ROW WITH
      *    A HIGHER EFFECTIVE DATE AND FLOOR, SHIFTING THE REST DOWN.
       8100-INSERT-RATE-ROW.
           MOVE 0 TO RATE-INSERT-SUB.
           PERFORM 8110-FIND-INSERT-POINT
               VARYING RATE-SUB FROM RATE-ROW-COUNT BY -1
                   UNTIL RATE-SUB < 1.
           IF RATE-INSERT-SUB = 0
               COMPUTE RATE-INSERT-SUB = RATE-ROW-COUNT + 1.
           PERFORM 8120-SHIFT-ROW-DOWN
               VARYING RATE-SUB FROM RATE-ROW-COUNT BY -1
                   UNTIL RATE-SUB < RATE-INSERT-SUB.
           ADD 1 TO RATE-ROW-COUNT.
           MOVE NEW-RATE-ROW TO RATE-ROW-ENTRY(RATE-INSERT-SUB).

       8110-FIND-INSERT-POINT.
           IF RR-KEY(RATE-SUB) > NR-KEY
               MOVE RATE-SUB TO RATE-INSERT-SUB.

       8120-SHIFT-ROW-DOWN.
           MOVE RATE-ROW-ENTRY(RATE-SUB) TO
               RATE-ROW-ENTRY(RATE-SUB + 1).

      *    CLOSE THE GAP THE RETIRED TIER LEAVES.
       8200-REMOVE-RATE-ROW.
           PERFORM 8210-SHIFT-ROW-UP
               VARYING RATE-SUB FROM RATE-FOUND-SUB BY 1
                   UNTIL RATE-SUB >= RATE-ROW-COUNT.
           SUBTRACT 1 FROM RATE-ROW-COUNT.

       8210-SHIFT-ROW-UP.
           MOVE RATE-ROW-ENTRY(RATE-SUB + 1) TO
               RATE-ROW-ENTRY(RATE-SUB).

       9100-READ.
           READ MSTTRAN
               AT END
                   MOVE 'NO' TO MORE-RECS.
           IF MORE-RECS = 'YES'
               ADD 1 TO CT-TRANS-READ.

       9200-HDG.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.

           WRITE PRTLINE
               FROM  COMPANY-TITLE
                   AFTER ADVANCING PAGE.
           WRITE PRTLINE
               FROM MAINT-REPORT-TITLE
                   AFTER ADVANCING 1 LINE.
           MOVE LAST-CLOSED-WEEK TO O-LAST-CLOSED-WEEK.
           WRITE PRTLINE
               FROM MAINT-LAST-CLOSE-LINE
                   AFTER ADVANCING 2 LINES.
           WRITE PRTLINE
               FROM MAINT-HEADING-1
                   AFTER ADVANCING 2 LINES.
           WRITE PRTLINE
               FROM DASH-LINE
                   AFTER ADVANCING 1 LINES.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.          CBLLMB14.
       AUTHOR.              LIBBY BAKALAR.
       DATE-WRITTEN.        10/15/2026.
       DATE-COMPILED.       10/15/2026.

      ******************************************************************
      *   THIS PROGRAM MAINTAINS THE SALES QUOTA MASTER FILE           *
      *   (CBLQUOTA.DAT) FOR JUST FITS FURNITURE EMPORIUM. THE MASTER  *
      *   HOLDS ONE MONTHLY SALES TARGET PER SALESPERSON AND ONE PER   *
      *   STORE, KEYED BY QUOTA TYPE (R = SALESPERSON, S = STORE),     *
      *   NUMBER, AND MONTH (CCYYMM). THE PROGRAM APPLIES ADD,         *
      *   CHANGE, AND DELETE TRANSACTIONS FROM QTATRAN.DAT, EDITS      *
      *   EVERY FIELD BEFORE TOUCHING THE MASTER, WRITES AN AUDIT      *
      *   RECORD (WHO, WHEN, AND BEFORE/AFTER IMAGES) FOR EACH         *
      *   APPLIED TRANSACTION, AND PRINTS A MAINTENANCE LISTING OF     *
      *   EVERY TRANSACTION WITH ITS DISPOSITION -- THE SAME SHAPE     *
      *   AS THE SALESPERSON MASTER MAINTENANCE (CBLLMB08). THE QUOTA  *
      *   ATTAINMENT REPORT (CBLLMB15) READS THE MASTER BACK.          *
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

           SELECT QTATRAN
           ASSIGN TO 'C:\COBOL\QTATRAN.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

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

           SELECT OPTIONAL QTAAUDIT
           ASSIGN TO 'C:\COBOL\QTAAUDIT.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
           ASSIGN TO 'C:\COBOL\CBLQTAM.PRT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUNLOG
           ASSIGN TO 'C:\COBOL\CBLRLOG.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    ONE TRANSACTION PER QUOTA. THE AMOUNT IS THE MONTH'S NET
      *    SALES TARGET IN DOLLARS AND CENTS; IT IS IGNORED ON A
      *    DELETE.
       FD  QTATRAN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 28 CHARACTERS
           DATA RECORD IS TR-REC.

       01  TR-REC.
           05 TR-ACTION           PIC X.
               88  TR-IS-ADD                 VALUE 'A'.
               88  TR-IS-CHANGE              VALUE 'C'.
               88  TR-IS-DELETE              VALUE 'D'.
           05 TR-QUOTA-TYPE       PIC X.
               88  TR-IS-REP-QUOTA           VALUE 'R'.
               88  TR-IS-STORE-QUOTA         VALUE 'S'.
           05 TR-KEY-NUM          PIC 99.
           05 TR-MONTH            PIC 9(6).
           05 TR-AMOUNT           PIC 9(8)V99.
           05 TR-USER-ID          PIC X(8).

      *    THE QUOTA MASTER -- ONE RECORD PER SALESPERSON OR STORE
      *    PER MONTH. THE KEY LEADS WITH THE QUOTA TYPE SO A
      *    SALESPERSON AND A STORE WITH THE SAME NUMBER NEVER
      *    COLLIDE.
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

      *    ONE AUDIT RECORD PER APPLIED TRANSACTION -- WHO MADE THE
      *    CHANGE, WHEN, AND THE FULL QUOTA RECORD BEFORE AND AFTER.
      *    AN ADD HAS A BLANK BEFORE IMAGE AND A DELETE A BLANK
      *    AFTER IMAGE. THE FILE IS OPENED EXTEND SO THE TRAIL
      *    ACCUMULATES ACROSS RUNS.
       FD  QTAAUDIT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 61 CHARACTERS
           DATA RECORD IS AUD-REC.

       01  AUD-REC.
           05 AUD-DATE            PIC 9(8).
           05 AUD-TIME            PIC 9(6).
           05 AUD-USER-ID         PIC X(8).
           05 AUD-ACTION          PIC X.
           05 AUD-BEFORE-IMAGE    PIC X(19).
           05 AUD-AFTER-IMAGE     PIC X(19).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 55
           DATA RECORD IS PRTLINE.

       01  PRTLINE                PIC X(132).

      *    ONE COMPLETION RECORD PER RUN, APPENDED TO THE SHARED RUN
      *    LOG EVERY PROGRAM IN THE SUITE WRITES -- THE SAME LAYOUT
      *    CBLLMB06 DOCUMENTS. THE WEEK-ENDING FIELD IS ZERO HERE;
      *    QUOTA MAINTENANCE DOES NOT RUN AGAINST A SCHEDULED WEEK.
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
           05  QUOTAMAST-STATUS   PIC XX            VALUE ZERO.
           05  SLMMAST-STATUS     PIC XX            VALUE ZERO.
           05  STOMAST-STATUS     PIC XX            VALUE ZERO.
           05  SW-TRAN-VALID      PIC X             VALUE 'Y'.
               88  TRAN-IS-VALID                    VALUE 'Y'.
               88  TRAN-IS-INVALID                  VALUE 'N'.
           05  SW-MASTER-FOUND    PIC X             VALUE 'N'.
               88  MASTER-WAS-FOUND                 VALUE 'Y'.
               88  MASTER-NOT-FOUND                 VALUE 'N'.
           05  SW-OWNER-FOUND     PIC X             VALUE 'N'.
               88  OWNER-WAS-FOUND                  VALUE 'Y'.
               88  OWNER-NOT-FOUND                  VALUE 'N'.
           05  REJ-REASON-WORK    PIC X(30)         VALUE SPACES.
           05  OWNER-NAME-WORK    PIC X(25)         VALUE SPACES.
           05  TMK-MM             PIC 99            VALUE ZERO.
           05  TMK-CCYY           PIC 9(4)          VALUE ZERO.
           05  CT-TRANS-READ      PIC 9(5)          VALUE ZERO.
           05  CT-TRANS-APPLIED   PIC 9(5)          VALUE ZERO.
           05  CT-TRANS-REJECTED  PIC 9(5)          VALUE ZERO.

      *    IMAGE OF THE QUOTA RECORD AS IT STOOD BEFORE THE
      *    TRANSACTION WAS APPLIED. FOR AN ADD THERE IS NO PRIOR
      *    RECORD, SO THE BEFORE IMAGE IS LEFT AS SPACES.
       01  BEFORE-IMAGE-WORK      PIC X(19)         VALUE SPACES.

       01  BEFORE-IMAGE-FIELDS REDEFINES BEFORE-IMAGE-WORK.
           05  BIF-KEY            PIC X(9).
           05  BIF-AMOUNT         PIC 9(8)V99.

      *    IMAGE OF THE QUOTA RECORD AFTER THE TRANSACTION. A DELETE
      *    LEAVES NO RECORD BEHIND, SO ITS AFTER IMAGE IS SPACES.
       01  AFTER-IMAGE-WORK       PIC X(19)         VALUE SPACES.

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
           05  FILLER              PIC X(50)   VALUE SPACES.
           05  FILLER              PIC X(33)   VALUE
            'SALES QUOTA MAINTENANCE REPORT'.

       01  MAINT-HEADING-1.
           05 FILLER               PIC X(6)    VALUE 'ACTION'.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 FILLER               PIC X(5)    VALUE 'TYPE'.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 FILLER               PIC X(3)    VALUE 'NO.'.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 FILLER               PIC X(6)    VALUE 'MONTH'.
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 FILLER               PIC X(25)   VALUE 'NAME'.
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 FILLER               PIC X(13)   VALUE '        QUOTA'.
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 FILLER               PIC X(8)    VALUE 'USER'.
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 FILLER               PIC X(11)   VALUE 'DISPOSITION'.

       01 DASH-LINE.
           05 FILLER               OCCURS 132.
               10 FILLER               PIC X(1)  VALUE '-'.

       01  MAINT-DETAIL-LINE.
           05 O-ACTION             PIC X.
           05 FILLER               PIC X(7)    VALUE SPACES.
           05 O-QUOTA-TYPE         PIC X(5).
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 O-KEY-NUM            PIC Z9.
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 O-QUOTA-MONTH        PIC 9(6).
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 O-OWNER-NAME         PIC X(25).
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 O-QUOTA-AMOUNT       PIC ZZ,ZZZ,ZZZ.99.
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 O-USER-ID            PIC X(8).
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 O-DISPOSITION        PIC X(10).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 O-REASON             PIC X(30).

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

       0000-CBLLMB14.
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

           OPEN INPUT QTATRAN.
           OPEN OUTPUT PRTOUT.
           OPEN I-O QUOTAMAST.
           IF QUOTAMAST-STATUS NOT = '00' AND
              QUOTAMAST-STATUS NOT = '05'
               DISPLAY 'CBLQUOTA.DAT WILL NOT OPEN, STATUS = '
                   QUOTAMAST-STATUS
               DISPLAY 'QUOTA MASTER CANNOT BE MAINTAINED -- '
                   'RUN TERMINATED'
               STOP RUN.
           OPEN INPUT SLMMAST.
           IF SLMMAST-STATUS NOT = '00'
               DISPLAY 'SLMMAST.DAT WILL NOT OPEN, STATUS = '
                   SLMMAST-STATUS
               DISPLAY 'SALESPERSON QUOTAS CANNOT BE EDITED -- '
                   'RUN TERMINATED'
               STOP RUN.
           OPEN INPUT STOMAST.
           IF STOMAST-STATUS NOT = '00'
               DISPLAY 'STOMAST.DAT WILL NOT OPEN, STATUS = '
                   STOMAST-STATUS
               DISPLAY 'STORE QUOTAS CANNOT BE EDITED -- '
                   'RUN TERMINATED'
               STOP RUN.
           OPEN EXTEND QTAAUDIT.

           PERFORM 9100-READ.
           PERFORM 9200-HDG.

      *    THE JOB-STEP SEQUENCE CHECK (CBLLMB19). A STEP WHOSE
      *    PREREQUISITES ARE NOT ON THE RUN LOG, AND NOT WAIVED BY A
      *    SUPERVISOR OVERRIDE, STOPS HERE BEFORE ANY FILE IS OPENED.
       1050-CHECK-STEP-SEQUENCE.
           MOVE 'CBLLMB14' TO SG-PROGRAM.
           MOVE 'MAINT' TO SG-RUN-MODE.
           MOVE 0 TO SG-WEEK-ENDING.
           MOVE 0 TO SG-CUTOFF-DATE.
           CALL 'CBLLMB19' USING STEP-GATE-AREA.
           IF SG-STEP-BLOCKED
               DISPLAY 'CBLLMB14 PREREQUISITE NOT MET -- RUN TERMINATED'
               STOP RUN.

       2000-MAINLINE.
           PERFORM 2200-EDIT-TRAN.
           IF TRAN-IS-VALID
               PERFORM 2300-APPLY-TRAN
               PERFORM 2600-WRITE-AUDIT
               ADD 1 TO CT-TRANS-APPLIED
               PERFORM 2700-PRINT-APPLIED
           ELSE
               ADD 1 TO CT-TRANS-REJECTED
               PERFORM 2710-PRINT-REJECTED.
           PERFORM 9100-READ.

      *    EACH CHECK IS GUARDED BY TRAN-IS-VALID SO A TRANSACTION
      *    THAT FAILS MORE THAN ONE CHECK IS LISTED ONLY ONCE, UNDER
      *    ITS FIRST FAILING REASON -- THE SAME STYLE AS THE
      *    SALESPERSON MASTER MAINTENANCE.
       2200-EDIT-TRAN.
           MOVE 'Y' TO SW-TRAN-VALID.
           MOVE SPACES TO REJ-REASON-WORK.
           MOVE SPACES TO OWNER-NAME-WORK.

      *    A DELETE NEEDS NO AMOUNT, AND A HAND-PREPARED DELETE
      *    OFTEN LEAVES IT BLANK -- TREAT A BLANK (OR ANY NON-
      *    NUMERIC) AMOUNT AS ZERO SO THE TESTS BELOW STAY SAFE.
           IF TR-AMOUNT NOT NUMERIC
               MOVE 0 TO TR-AMOUNT.

           IF NOT TR-IS-ADD AND NOT TR-IS-CHANGE AND NOT TR-IS-DELETE
               MOVE 'N' TO SW-TRAN-VALID
               MOVE 'INVALID ACTION CODE' TO REJ-REASON-WORK.

           IF TRAN-IS-VALID
               IF NOT TR-IS-REP-QUOTA AND NOT TR-IS-STORE-QUOTA
                   MOVE 'N' TO SW-TRAN-VALID
                   MOVE 'INVALID QUOTA TYPE' TO REJ-REASON-WORK
               END-IF
           END-IF.

           IF TRAN-IS-VALID
               PERFORM 2205-EDIT-KEY-NUM.

           IF TRAN-IS-VALID
               PERFORM 2207-EDIT-MONTH.

           IF TRAN-IS-VALID
               IF TR-USER-ID = SPACES
                   MOVE 'N' TO SW-TRAN-VALID
                   MOVE 'MISSING USER ID' TO REJ-REASON-WORK
               END-IF
           END-IF.

           IF TRAN-IS-VALID
               PERFORM 2215-LOOKUP-OWNER
               PERFORM 2210-READ-MASTER
               EVALUATE TRUE
                   WHEN TR-IS-ADD
                       PERFORM 2220-EDIT-ADD
                   WHEN TR-IS-CHANGE
                       PERFORM 2230-EDIT-CHANGE
                   WHEN TR-IS-DELETE
                       PERFORM 2240-EDIT-DELETE
               END-EVALUATE
           END-IF.

      *    SALESPEOPLE RUN 1-50 AND STORES 1-10, THE SAME CEILINGS
      *    THE WEEKLY RUN'S SALESPERSON AND STORE TABLES HOLD.
       2205-EDIT-KEY-NUM.
           IF TR-KEY-NUM NOT NUMERIC
               MOVE 'N' TO SW-TRAN-VALID
           ELSE
               IF TR-KEY-NUM < 1
                   MOVE 'N' TO SW-TRAN-VALID
               END-IF
               IF TR-IS-REP-QUOTA AND TR-KEY-NUM > 50
                   MOVE 'N' TO SW-TRAN-VALID
               END-IF
               IF TR-IS-STORE-QUOTA AND TR-KEY-NUM > 10
                   MOVE 'N' TO SW-TRAN-VALID
               END-IF
           END-IF.

           IF TRAN-IS-INVALID
               IF TR-IS-REP-QUOTA
                   MOVE 'INVALID SALESPERSON NUMBER'
                       TO REJ-REASON-WORK
               ELSE
                   MOVE 'INVALID STORE NUMBER' TO REJ-REASON-WORK
               END-IF
           END-IF.

      *    THE QUOTA MONTH IS CCYYMM. NOTHING BEFORE 2000 CAN HAVE
      *    HISTORY BEHIND IT, SO AN EARLIER YEAR IS A KEYING ERROR.
       2207-EDIT-MONTH.
           IF TR-MONTH NOT NUMERIC
               MOVE 'N' TO SW-TRAN-VALID
           ELSE
               COMPUTE TMK-CCYY = TR-MONTH / 100
               COMPUTE TMK-MM = FUNCTION MOD(TR-MONTH, 100)
               IF TMK-MM < 1 OR TMK-MM > 12 OR TMK-CCYY < 2000
                   MOVE 'N' TO SW-TRAN-VALID
               END-IF
           END-IF.

           IF TRAN-IS-INVALID
               MOVE 'INVALID QUOTA MONTH' TO REJ-REASON-WORK.

      *    SAVE THE CURRENT QUOTA RECORD (IF ANY) AS THE BEFORE
      *    IMAGE FOR THE AUDIT TRAIL. A MISSING RECORD LEAVES THE
      *    BEFORE IMAGE AS SPACES, WHICH IS THE CORRECT IMAGE FOR
      *    AN ADD.
       2210-READ-MASTER.
           MOVE SPACES TO BEFORE-IMAGE-WORK.
           MOVE 'N' TO SW-MASTER-FOUND.
           MOVE TR-QUOTA-TYPE TO QT-TYPE.
           MOVE TR-KEY-NUM TO QT-KEY-NUM.
           MOVE TR-MONTH TO QT-MONTH.
           READ QUOTAMAST
               INVALID KEY
                   MOVE 'N' TO SW-MASTER-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO SW-MASTER-FOUND
                   MOVE QUOTA-MASTER-REC TO BEFORE-IMAGE-WORK
           END-READ.

      *    FIND THE SALESPERSON OR STORE THE QUOTA BELONGS TO, FOR
      *    THE LISTING AND FOR THE ADD EDIT -- A QUOTA MAY ONLY BE
      *    SET FOR SOMEONE (OR SOMEWHERE) ON THE MASTER FILES.
       2215-LOOKUP-OWNER.
           MOVE 'N' TO SW-OWNER-FOUND.
           IF TR-IS-REP-QUOTA
               MOVE TR-KEY-NUM TO SLM-NUM
               READ SLMMAST
                   INVALID KEY
                       MOVE 'N' TO SW-OWNER-FOUND
                   NOT INVALID KEY
                       MOVE 'Y' TO SW-OWNER-FOUND
                       MOVE SLM-NAME TO OWNER-NAME-WORK
               END-READ
           ELSE
               MOVE TR-KEY-NUM TO STO-NUM
               READ STOMAST
                   INVALID KEY
                       MOVE 'N' TO SW-OWNER-FOUND
                   NOT INVALID KEY
                       MOVE 'Y' TO SW-OWNER-FOUND
                       MOVE STO-NAME TO OWNER-NAME-WORK
               END-READ
           END-IF.

       2220-EDIT-ADD.
           IF MASTER-WAS-FOUND
               MOVE 'N' TO SW-TRAN-VALID
               MOVE 'QUOTA ALREADY ON FILE' TO REJ-REASON-WORK.

           IF TRAN-IS-VALID
               IF OWNER-NOT-FOUND
                   MOVE 'N' TO SW-TRAN-VALID
                   IF TR-IS-REP-QUOTA
                       MOVE 'SALESPERSON NOT ON FILE'
                           TO REJ-REASON-WORK
                   ELSE
                       MOVE 'STORE NOT ON FILE' TO REJ-REASON-WORK
                   END-IF
               END-IF
           END-IF.

           IF TRAN-IS-VALID
               IF TR-AMOUNT = 0
                   MOVE 'N' TO SW-TRAN-VALID
                   MOVE 'MISSING QUOTA AMOUNT' TO REJ-REASON-WORK
               END-IF
           END-IF.

       2230-EDIT-CHANGE.
           IF MASTER-NOT-FOUND
               MOVE 'N' TO SW-TRAN-VALID
               MOVE 'QUOTA NOT ON FILE' TO REJ-REASON-WORK.

           IF TRAN-IS-VALID
               IF TR-AMOUNT = 0
                   MOVE 'N' TO SW-TRAN-VALID
                   MOVE 'MISSING QUOTA AMOUNT' TO REJ-REASON-WORK
               END-IF
           END-IF.

       2240-EDIT-DELETE.
           IF MASTER-NOT-FOUND
               MOVE 'N' TO SW-TRAN-VALID
               MOVE 'QUOTA NOT ON FILE' TO REJ-REASON-WORK.

       2300-APPLY-TRAN.
           EVALUATE TRUE
               WHEN TR-IS-ADD
                   PERFORM 2310-APPLY-ADD
               WHEN TR-IS-CHANGE
                   PERFORM 2400-APPLY-CHANGE
               WHEN TR-IS-DELETE
                   PERFORM 2500-APPLY-DELETE
           END-EVALUATE.

       2310-APPLY-ADD.
           MOVE TR-QUOTA-TYPE TO QT-TYPE.
           MOVE TR-KEY-NUM TO QT-KEY-NUM.
           MOVE TR-MONTH TO QT-MONTH.
           MOVE TR-AMOUNT TO QT-AMOUNT.
           WRITE QUOTA-MASTER-REC.
           MOVE QUOTA-MASTER-REC TO AFTER-IMAGE-WORK.

      *    THE QUOTA RECORD IS ALREADY IN QUOTA-MASTER-REC FROM
      *    2210-READ-MASTER -- ONLY THE AMOUNT CHANGES.
       2400-APPLY-CHANGE.
           MOVE TR-AMOUNT TO QT-AMOUNT.
           REWRITE QUOTA-MASTER-REC.
           MOVE QUOTA-MASTER-REC TO AFTER-IMAGE-WORK.

       2500-APPLY-DELETE.
           DELETE QUOTAMAST RECORD.
           MOVE SPACES TO AFTER-IMAGE-WORK.

       2600-WRITE-AUDIT.
           MOVE STAMP-DATE TO AUD-DATE.
           MOVE STAMP-TIME TO AUD-TIME.
           MOVE TR-USER-ID TO AUD-USER-ID.
           MOVE TR-ACTION TO AUD-ACTION.
           MOVE BEFORE-IMAGE-WORK TO AUD-BEFORE-IMAGE.
           MOVE AFTER-IMAGE-WORK TO AUD-AFTER-IMAGE.
           WRITE AUD-REC.

      *    A DELETE LISTS THE QUOTA IT REMOVED, SO THE LISTING SHOWS
      *    WHAT WENT AS WELL AS WHAT CAME IN.
       2700-PRINT-APPLIED.
           PERFORM 2720-FILL-DETAIL.
           IF TR-IS-DELETE
               MOVE BIF-AMOUNT TO O-QUOTA-AMOUNT.
           MOVE 'APPLIED' TO O-DISPOSITION.
           MOVE SPACES TO O-REASON.
           WRITE PRTLINE
               FROM MAINT-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9200-HDG.

       2710-PRINT-REJECTED.
           PERFORM 2720-FILL-DETAIL.
           MOVE 'REJECTED' TO O-DISPOSITION.
           MOVE REJ-REASON-WORK TO O-REASON.
           WRITE PRTLINE
               FROM MAINT-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9200-HDG.

       2720-FILL-DETAIL.
           MOVE TR-ACTION TO O-ACTION.
           EVALUATE TRUE
               WHEN TR-IS-REP-QUOTA
                   MOVE 'REP' TO O-QUOTA-TYPE
               WHEN TR-IS-STORE-QUOTA
                   MOVE 'STORE' TO O-QUOTA-TYPE
               WHEN OTHER
                   MOVE TR-QUOTA-TYPE TO O-QUOTA-TYPE
           END-EVALUATE.
           IF TR-KEY-NUM NUMERIC
               MOVE TR-KEY-NUM TO O-KEY-NUM
           ELSE
               MOVE 0 TO O-KEY-NUM.
           IF TR-MONTH NUMERIC
               MOVE TR-MONTH TO O-QUOTA-MONTH
           ELSE
               MOVE 0 TO O-QUOTA-MONTH.
           MOVE OWNER-NAME-WORK TO O-OWNER-NAME.
           MOVE TR-AMOUNT TO O-QUOTA-AMOUNT.
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

           CLOSE QTATRAN.
           CLOSE QUOTAMAST.
           CLOSE SLMMAST.
           CLOSE STOMAST.
           CLOSE QTAAUDIT.
           CLOSE PRTOUT.

           PERFORM 3900-WRITE-RUN-LOG.

      *    THE RUN'S COMPLETION RECORD FOR THE SHARED RUN LOG --
      *    APPLIED AND REJECTED COUNTS ARE THE RUN'S CONTROL FIGURES.
       3900-WRITE-RUN-LOG.
           OPEN EXTEND RUNLOG.
           MOVE 'CBLLMB14' TO RL-PROGRAM.
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

       9100-READ.
           READ QTATRAN
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
           WRITE PRTLINE
               FROM MAINT-HEADING-1
                   AFTER ADVANCING 2 LINES.
           WRITE PRTLINE
               FROM DASH-LINE
                   AFTER ADVANCING 1 LINES.

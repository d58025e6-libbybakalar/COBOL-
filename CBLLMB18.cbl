       IDENTIFICATION DIVISION.
       PROGRAM-ID.          CBLLMB18.
       AUTHOR.              LIBBY BAKALAR.
       DATE-WRITTEN.        10/15/2026.
       DATE-COMPILED.       10/15/2026.

      ******************************************************************
      *   THIS PROGRAM CONVERTS THE POSTED-TRANSACTION LEDGER FROM     *
      *   THE OLD 84-BYTE LINE SEQUENTIAL FILE TO THE 92-BYTE INDEXED  *
      *   FILE CBLLMB06, 10, 15, AND 17 NOW READ. IT IS RUN ONCE, AT   *
      *   CUTOVER, AFTER OPERATIONS HAS RENAMED THE OLD CBLLEDG.DAT TO *
      *   CBLLEDGO.DAT AND HAS DRAINED ANY CHECKPOINT, WTD CARRY, OR   *
      *   LEDGER WORK FILE LEFT BY AN UNFINISHED WEEK.                 *
      *                                                                *
      *   EVERY OLD RECORD IS WRITTEN ONCE, KEYED ON ITS POSTING WEEK, *
      *   A SALE SEQUENCE, AND ITS SPLIT ROLE. THE SEQUENCE IS POSTING *
      *   BATCH 00 (THE CONVERSION) FOLLOWED BY THE RECORD'S PLACE IN  *
      *   ITS WEEK IN FILE ORDER; THE SECOND SHARE OF A SPLIT SALE     *
      *   TAKES THE SAME SEQUENCE AS THE FIRST SHARE IT FOLLOWS, SO    *
      *   THE TWO SHARES STILL TIE TOGETHER. OLD RECORDS THAT REPEAT   *
      *   EACH OTHER (A RESTART'S RE-POSTING) EACH GET THEIR OWN       *
      *   SEQUENCE -- NOTHING ON THE OLD FILE IS DROPPED. RECORDS      *
      *   POSTED BEFORE THE SPLIT FIELDS EXISTED GET ZERO SPLIT FIELDS *
      *   AND THEIR OWN AMOUNT AS THE WHOLE SALE AMOUNT. THE SALES     *
      *   DATE IS CARRIED ALSO AS CCYYMMDD, FIFTY-YEAR CENTURY WINDOW. *
      *                                                                *
      *   THE NEW FILE IS THEN READ BACK AND BALANCED -- RECORDS AND   *
      *   AMOUNT READ FROM THE OLD FILE AGAINST RECORDS AND AMOUNT ON  *
      *   THE NEW ONE -- AND THE RESULT IS PRINTED ON CBLLEDGC.PRT AND *
      *   LOGGED. AN OUT-OF-BALANCE CONVERSION MUST NOT BE USED. A     *
      *   CBLLEDG.DAT THAT ALREADY HOLDS RECORDS IS NEVER OVERWRITTEN. *
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

           SELECT OLDLEDG
           ASSIGN TO 'C:\COBOL\CBLLEDGO.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OLDLEDG-STATUS.

           SELECT LEDGER
           ASSIGN TO 'C:\COBOL\CBLLEDG.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LGR-LEDGER-KEY
           ALTERNATE RECORD KEY IS LGR-SLM-NUM WITH DUPLICATES
           ALTERNATE RECORD KEY IS LGR-SALES-CCYYMMDD
               WITH DUPLICATES
           FILE STATUS IS LEDGER-STATUS.

           SELECT PRTOUT
           ASSIGN TO 'C:\COBOL\CBLLEDGC.PRT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUNLOG
           ASSIGN TO 'C:\COBOL\CBLRLOG.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    THE LEDGER AS CBLLMB06 WROTE IT BEFORE THE FILE WAS KEYED.
      *    RECORDS POSTED BEFORE THE SPLIT FIELDS WERE ADDED READ
      *    BACK WITH THE SEQUENCE AND SPLIT FIELDS BLANK.
       FD  OLDLEDG
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 84 CHARACTERS
           DATA RECORD IS LGO-REC.

       01  LGO-REC.
           05 LGO-SLM-NUM         PIC 99.
           05 LGO-DAY             PIC 9.
           05 LGO-AMOUNT          PIC S9(5)V99.
           05 LGO-FUR-CODE        PIC 99.
           05 LGO-SALES-DATE      PIC 9(6).
           05 LGO-STORE-NUM       PIC 99.
           05 LGO-SLM-NAME        PIC X(25).
           05 LGO-RUN-DATE        PIC 9(8).
           05 LGO-RUN-MODE        PIC X.
           05 LGO-WEEK-ENDING     PIC 9(8).
           05 LGO-SALE-SEQ        PIC X(7).
           05 LGO-SPLIT-ROLE      PIC X.
               88  LGO-IS-PRIMARY-SHARE      VALUE 'P'.
               88  LGO-IS-SECOND-SHARE       VALUE 'S'.
           05 LGO-SPLIT-PARTNER   PIC 99.
           05 LGO-SPLIT-PCT       PIC 999V99.
           05 LGO-SALE-AMOUNT     PIC S9(5)V99.

      *    THE KEYED LEDGER -- SEE CBLLMB06.
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
               10 LGR-SALE-SEQ-PARTS REDEFINES LGR-SALE-SEQ.
                   15 LGR-POST-BATCH  PIC 99.
                   15 LGR-POST-REC    PIC 9(5).
               10 LGR-SPLIT-ROLE  PIC X.
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
           05  OLDLEDG-STATUS     PIC XX            VALUE ZERO.
           05  LEDGER-STATUS      PIC XX            VALUE ZERO.
           05  STAMP-DATE         PIC 9(8)          VALUE ZERO.
           05  WEEK-SUB           PIC 9(4)          VALUE ZERO.
           05  WEEK-FOUND-SUB     PIC 9(4)          VALUE ZERO.
           05  CT-OLD-READ        PIC 9(7)          VALUE ZERO.
           05  CT-WRITTEN         PIC 9(7)          VALUE ZERO.
           05  CT-REJECTED        PIC 9(7)          VALUE ZERO.
           05  CT-READ-BACK       PIC 9(7)          VALUE ZERO.
           05  CT-PRE-SPLIT       PIC 9(7)          VALUE ZERO.
           05  CT-SHARES-PAIRED   PIC 9(7)          VALUE ZERO.
           05  TOTAL-OLD-AMOUNT   PIC S9(11)V99     VALUE ZERO.
           05  TOTAL-WRITTEN      PIC S9(11)V99     VALUE ZERO.
           05  TOTAL-READ-BACK    PIC S9(11)V99     VALUE ZERO.

       01  SWITCH-AREA.
           05  SW-BALANCE          PIC X         VALUE 'Y'.
               88  CONVERSION-IN-BALANCE          VALUE 'Y'.
               88  CONVERSION-OUT-OF-BALANCE      VALUE 'N'.

      *    THE FIRST SHARE OF A SPLIT SALE JUST WRITTEN -- THE SECOND
      *    SHARE THAT FOLLOWS IT ON THE OLD FILE (SAME WEEK, RUN DATE,
      *    AND OLD SEQUENCE) TAKES THE SAME NEW SEQUENCE.
       01  LAST-PRIMARY-AREA.
           05  LP-WEEK-ENDING      PIC 9(8)      VALUE ZERO.
           05  LP-RUN-DATE         PIC 9(8)      VALUE ZERO.
           05  LP-OLD-SEQ          PIC X(7)      VALUE SPACES.
           05  LP-NEW-SEQ          PIC 9(7)      VALUE ZERO.

      *    WORK FIELDS FOR TURNING THE MMDDYY SALES DATE INTO
      *    CCYYMMDD, THE SAME CENTURY WINDOW CBLLMB06 USES ON ITS
      *    DATE EDITS.
       01  DATE-CHECK-AREA.
           05  DCK-MM              PIC 99.
           05  DCK-DD              PIC 99.
           05  DCK-YY              PIC 99.
           05  DCK-CCYY            PIC 9(4).

      *    THE RECORDS SEQUENCED SO FAR IN EACH POSTING WEEK SEEN ON
      *    THE OLD FILE -- ROOM FOR ABOUT TWENTY YEARS OF WEEKS.
       01  WEEK-CONTROL.
           05  WK-COUNT            PIC 9(4)      VALUE ZERO.

       01  WEEK-TABLE.
           05  WEEK-ENTRY OCCURS 1000.
               10  WK-WEEK-ENDING  PIC 9(8).
               10  WK-LAST-REC     PIC 9(5).

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

       01  CONVERT-REPORT-TITLE.
           05  FILLER              PIC X(46)   VALUE SPACES.
           05  FILLER              PIC X(40)   VALUE
            'POSTED LEDGER CONVERSION TO INDEXED FILE'.

       01  DASH-LINE.
           05  FILLER              PIC X(132)  VALUE ALL '-'.

       01  REJECT-HEADING.
           05 FILLER               PIC X(40)   VALUE
            'OLD RECORDS THE NEW FILE REFUSED'.

       01  REJECT-LINE.
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 O-RJ-IMAGE           PIC X(84).
           05 FILLER               PIC X(2)    VALUE SPACES.
           05 FILLER               PIC X(8)    VALUE 'STATUS '.
           05 O-RJ-STATUS          PIC XX.

       01  SUMMARY-LINE.
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 O-SUM-LABEL          PIC X(45).
           05 O-SUM-COUNT          PIC Z,ZZZ,ZZ9.

       01  SUMMARY-AMOUNT-LINE.
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 O-SUMA-LABEL         PIC X(45).
           05 O-SUM-AMOUNT         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       01  STATUS-LINE.
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 FILLER               PIC X(19)   VALUE
            'CONVERSION STATUS: '.
           05 O-STATUS             PIC X(15).

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

       0000-CBLLMB18.
           PERFORM 1000-INIT.
           PERFORM 2000-CONVERT.
           PERFORM 3000-READ-BACK.
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

           OPEN INPUT OLDLEDG.
           IF OLDLEDG-STATUS NOT = '00'
               DISPLAY 'CBLLEDGO.DAT WILL NOT OPEN, STATUS = '
                   OLDLEDG-STATUS
               DISPLAY 'RENAME THE OLD LEDGER TO CBLLEDGO.DAT -- RUN '
                   'TERMINATED'
               STOP RUN.
           PERFORM 1100-CHECK-LEDGER-EMPTY.
           OPEN OUTPUT LEDGER.
           IF LEDGER-STATUS NOT = '00'
               DISPLAY 'CBLLEDG.DAT WILL NOT OPEN FOR OUTPUT, STATUS = '
                   LEDGER-STATUS ' -- RUN TERMINATED'
               STOP RUN.
           OPEN OUTPUT PRTOUT.
           PERFORM 9200-HDG.

      *    THE JOB-STEP SEQUENCE CHECK (CBLLMB19). A STEP WHOSE
      *    PREREQUISITES ARE NOT ON THE RUN LOG, AND NOT WAIVED BY A
      *    SUPERVISOR OVERRIDE, STOPS HERE BEFORE ANY FILE IS OPENED.
       1050-CHECK-STEP-SEQUENCE.
           MOVE 'CBLLMB18' TO SG-PROGRAM.
           MOVE 'CONVERT' TO SG-RUN-MODE.
           MOVE 0 TO SG-WEEK-ENDING.
           MOVE 0 TO SG-CUTOFF-DATE.
           CALL 'CBLLMB19' USING STEP-GATE-AREA.
           IF SG-STEP-BLOCKED
               DISPLAY 'CBLLMB18 PREREQUISITE NOT MET -- RUN TERMINATED'
               STOP RUN.

      *    THE CONVERSION BUILDS CBLLEDG.DAT FROM NOTHING. A LEDGER
      *    THAT ALREADY HOLDS A RECORD IS THE LIVE INDEXED LEDGER --
      *    A RERUN AFTER CUTOVER WOULD ERASE EVERY POSTING MADE SINCE
      *    -- SO THE RUN STOPS WITHOUT TOUCHING IT. A LEDGER THAT IS
      *    NOT THERE YET (STATUS 35) OR IS EMPTY IS SAFE TO BUILD.
       1100-CHECK-LEDGER-EMPTY.
           OPEN INPUT LEDGER.
           IF LEDGER-STATUS = '00' OR LEDGER-STATUS = '05'
               READ LEDGER NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       DISPLAY 'CBLLEDG.DAT ALREADY HOLDS POSTINGS -- '
                           'THE CONVERSION HAS BEEN RUN'
                       DISPLAY 'THE LEDGER IS LEFT AS IT IS -- RUN '
                           'TERMINATED'
                       CLOSE LEDGER
                       STOP RUN
               END-READ
               CLOSE LEDGER
           ELSE
               IF LEDGER-STATUS NOT = '35'
                   DISPLAY 'CBLLEDG.DAT WILL NOT OPEN, STATUS = '
                       LEDGER-STATUS ' -- RUN TERMINATED'
                   STOP RUN
               END-IF
           END-IF.

      *    ONE PASS OF THE OLD FILE, EACH RECORD WRITTEN TO THE NEW.
       2000-CONVERT.
           MOVE 'YES' TO MORE-RECS.
           PERFORM 2010-CONVERT-ONE
               UNTIL MORE-RECS = 'NO'.
           CLOSE OLDLEDG.
           CLOSE LEDGER.

       2010-CONVERT-ONE.
           READ OLDLEDG
               AT END
                   MOVE 'NO' TO MORE-RECS
               NOT AT END
                   ADD 1 TO CT-OLD-READ
                   ADD LGO-AMOUNT TO TOTAL-OLD-AMOUNT
                   PERFORM 2100-BUILD-NEW-RECORD
                   PERFORM 2300-WRITE-NEW-RECORD
           END-READ.

      *    THE OLD RECORD'S FIELDS CARRY ACROSS AS THEY ARE; THE KEY
      *    AND THE CCYYMMDD SALES DATE ARE BUILT HERE.
       2100-BUILD-NEW-RECORD.
           MOVE LGO-SLM-NUM TO LGR-SLM-NUM.
           MOVE LGO-DAY TO LGR-DAY.
           MOVE LGO-AMOUNT TO LGR-AMOUNT.
           MOVE LGO-FUR-CODE TO LGR-FUR-CODE.
           MOVE LGO-SALES-DATE TO LGR-SALES-DATE.
           MOVE LGO-STORE-NUM TO LGR-STORE-NUM.
           MOVE LGO-SLM-NAME TO LGR-SLM-NAME.
           MOVE LGO-RUN-DATE TO LGR-RUN-DATE.
           MOVE LGO-RUN-MODE TO LGR-RUN-MODE.
           MOVE LGO-WEEK-ENDING TO LGR-WEEK-ENDING.

           IF LGO-IS-PRIMARY-SHARE OR LGO-IS-SECOND-SHARE
               MOVE LGO-SPLIT-ROLE TO LGR-SPLIT-ROLE
               MOVE LGO-SPLIT-PARTNER TO LGR-SPLIT-PARTNER
               MOVE LGO-SPLIT-PCT TO LGR-SPLIT-PCT
           ELSE
               MOVE SPACE TO LGR-SPLIT-ROLE
               MOVE 0 TO LGR-SPLIT-PARTNER
               MOVE 0 TO LGR-SPLIT-PCT.
           IF LGO-SALE-AMOUNT NUMERIC
               MOVE LGO-SALE-AMOUNT TO LGR-SALE-AMOUNT
           ELSE
               MOVE LGO-AMOUNT TO LGR-SALE-AMOUNT.
           IF LGO-SALE-SEQ NOT NUMERIC
               ADD 1 TO CT-PRE-SPLIT.

           IF LGO-IS-SECOND-SHARE AND
              LGO-WEEK-ENDING = LP-WEEK-ENDING AND
              LGO-RUN-DATE = LP-RUN-DATE AND
              LGO-SALE-SEQ = LP-OLD-SEQ
               MOVE LP-NEW-SEQ TO LGR-SALE-SEQ
               ADD 1 TO CT-SHARES-PAIRED
           ELSE
               PERFORM 2200-NEXT-SEQUENCE.

           IF LGO-IS-PRIMARY-SHARE
               MOVE LGO-WEEK-ENDING TO LP-WEEK-ENDING
               MOVE LGO-RUN-DATE TO LP-RUN-DATE
               MOVE LGO-SALE-SEQ TO LP-OLD-SEQ
               MOVE LGR-SALE-SEQ TO LP-NEW-SEQ
           ELSE
               MOVE 0 TO LP-WEEK-ENDING.

           MOVE LGO-SALES-DATE(1:2) TO DCK-MM.
           MOVE LGO-SALES-DATE(3:2) TO DCK-DD.
           MOVE LGO-SALES-DATE(5:2) TO DCK-YY.
           IF DCK-YY < 50
               COMPUTE DCK-CCYY = 2000 + DCK-YY
           ELSE
               COMPUTE DCK-CCYY = 1900 + DCK-YY.
           COMPUTE LGR-SALES-CCYYMMDD = DCK-CCYY * 10000 +
               DCK-MM * 100 + DCK-DD.

      *    THE NEXT RECORD NUMBER IN THE RECORD'S POSTING WEEK, UNDER
      *    BATCH 00. A WEEK NOT YET SEEN IS ADDED TO THE TABLE.
       2200-NEXT-SEQUENCE.
           MOVE 0 TO WEEK-FOUND-SUB.
           PERFORM 2210-FIND-WEEK
               VARYING WEEK-SUB FROM 1 BY 1
                   UNTIL WEEK-SUB > WK-COUNT.
           IF WEEK-FOUND-SUB = 0
               IF WK-COUNT = 1000
                   DISPLAY 'MORE THAN 1000 POSTING WEEKS ON THE OLD '
                       'LEDGER -- RUN TERMINATED'
                   STOP RUN
               END-IF
               ADD 1 TO WK-COUNT
               MOVE WK-COUNT TO WEEK-FOUND-SUB
               MOVE LGO-WEEK-ENDING TO WK-WEEK-ENDING(WEEK-FOUND-SUB)
               MOVE 0 TO WK-LAST-REC(WEEK-FOUND-SUB)
           END-IF.
           IF WK-LAST-REC(WEEK-FOUND-SUB) = 99999
               DISPLAY 'MORE THAN 99999 RECORDS FOR WEEK '
                   LGO-WEEK-ENDING ' -- RUN TERMINATED'
               STOP RUN.
           ADD 1 TO WK-LAST-REC(WEEK-FOUND-SUB).
           MOVE 0 TO LGR-POST-BATCH.
           MOVE WK-LAST-REC(WEEK-FOUND-SUB) TO LGR-POST-REC.

       2210-FIND-WEEK.
           IF WK-WEEK-ENDING(WEEK-SUB) = LGO-WEEK-ENDING
               MOVE WEEK-SUB TO WEEK-FOUND-SUB.

      *    A RECORD THE NEW FILE REFUSES IS LISTED WITH ITS STATUS AND
      *    PUTS THE CONVERSION OUT OF BALANCE.
       2300-WRITE-NEW-RECORD.
           WRITE LGR-REC
               INVALID KEY
                   ADD 1 TO CT-REJECTED
                   MOVE LGO-REC TO O-RJ-IMAGE
                   MOVE LEDGER-STATUS TO O-RJ-STATUS
                   WRITE PRTLINE
                       FROM REJECT-LINE
                           AFTER ADVANCING 1 LINE
                               AT EOP
                                   PERFORM 9200-HDG
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO CT-WRITTEN
                   ADD LGR-AMOUNT TO TOTAL-WRITTEN
           END-WRITE.

      *    THE NEW FILE READ BACK FRONT TO BACK IN KEY ORDER.
       3000-READ-BACK.
           OPEN INPUT LEDGER.
           IF LEDGER-STATUS NOT = '00'
               DISPLAY 'CBLLEDG.DAT WILL NOT REOPEN, STATUS = '
                   LEDGER-STATUS ' -- RUN TERMINATED'
               STOP RUN.
           MOVE 'YES' TO MORE-RECS.
           PERFORM 3010-READ-BACK-ONE
               UNTIL MORE-RECS = 'NO'.
           CLOSE LEDGER.

       3010-READ-BACK-ONE.
           READ LEDGER NEXT RECORD
               AT END
                   MOVE 'NO' TO MORE-RECS
               NOT AT END
                   ADD 1 TO CT-READ-BACK
                   ADD LGR-AMOUNT TO TOTAL-READ-BACK
           END-READ.

      *    THE BALANCE -- EVERY OLD RECORD WRITTEN AND READ BACK, AND
      *    THE AMOUNT THE SAME ALL THREE WAYS -- THEN THE RUN LOG.
       4000-CLOSING.
           IF CT-REJECTED > 0 OR
              CT-WRITTEN NOT = CT-OLD-READ OR
              CT-READ-BACK NOT = CT-OLD-READ OR
              TOTAL-WRITTEN NOT = TOTAL-OLD-AMOUNT OR
              TOTAL-READ-BACK NOT = TOTAL-OLD-AMOUNT
               MOVE 'N' TO SW-BALANCE.

           MOVE 'OLD LEDGER RECORDS READ' TO O-SUM-LABEL.
           MOVE CT-OLD-READ TO O-SUM-COUNT.
           PERFORM 4010-WRITE-SUMMARY-LINE.
           MOVE 'RECORDS WRITTEN TO THE INDEXED LEDGER' TO O-SUM-LABEL.
           MOVE CT-WRITTEN TO O-SUM-COUNT.
           PERFORM 4010-WRITE-SUMMARY-LINE.
           MOVE 'RECORDS REFUSED' TO O-SUM-LABEL.
           MOVE CT-REJECTED TO O-SUM-COUNT.
           PERFORM 4010-WRITE-SUMMARY-LINE.
           MOVE 'RECORDS READ BACK FROM THE INDEXED LEDGER'
               TO O-SUM-LABEL.
           MOVE CT-READ-BACK TO O-SUM-COUNT.
           PERFORM 4010-WRITE-SUMMARY-LINE.
           MOVE 'POSTING WEEKS CONVERTED' TO O-SUM-LABEL.
           MOVE WK-COUNT TO O-SUM-COUNT.
           PERFORM 4010-WRITE-SUMMARY-LINE.
           MOVE 'RECORDS POSTED BEFORE THE SPLIT FIELDS' TO O-SUM-LABEL.
           MOVE CT-PRE-SPLIT TO O-SUM-COUNT.
           PERFORM 4010-WRITE-SUMMARY-LINE.
           MOVE 'SECOND SHARES PAIRED WITH THEIR FIRST SHARE'
               TO O-SUM-LABEL.
           MOVE CT-SHARES-PAIRED TO O-SUM-COUNT.
           PERFORM 4010-WRITE-SUMMARY-LINE.

           MOVE 'AMOUNT ON THE OLD LEDGER' TO O-SUMA-LABEL.
           MOVE TOTAL-OLD-AMOUNT TO O-SUM-AMOUNT.
           WRITE PRTLINE
               FROM SUMMARY-AMOUNT-LINE
                   AFTER ADVANCING 2 LINES.
           MOVE 'AMOUNT WRITTEN' TO O-SUMA-LABEL.
           MOVE TOTAL-WRITTEN TO O-SUM-AMOUNT.
           WRITE PRTLINE
               FROM SUMMARY-AMOUNT-LINE
                   AFTER ADVANCING 1 LINE.
           MOVE 'AMOUNT READ BACK' TO O-SUMA-LABEL.
           MOVE TOTAL-READ-BACK TO O-SUM-AMOUNT.
           WRITE PRTLINE
               FROM SUMMARY-AMOUNT-LINE
                   AFTER ADVANCING 1 LINE.

           IF CONVERSION-IN-BALANCE
               MOVE 'IN BALANCE' TO O-STATUS
           ELSE
               MOVE 'OUT OF BALANCE' TO O-STATUS
               DISPLAY 'LEDGER CONVERSION IS OUT OF BALANCE -- SEE '
                   'CBLLEDGC.PRT; DO NOT USE THE NEW CBLLEDG.DAT'.
           WRITE PRTLINE
               FROM STATUS-LINE
                   AFTER ADVANCING 2 LINES.

           CLOSE PRTOUT.
           PERFORM 4900-WRITE-RUN-LOG.

       4010-WRITE-SUMMARY-LINE.
           WRITE PRTLINE
               FROM SUMMARY-LINE
                   AFTER ADVANCING 1 LINE.

      *    THE RUN'S COMPLETION RECORD FOR THE SHARED RUN LOG --
      *    RECORDS WRITTEN, THE AMOUNT READ BACK, AND THE OLD RECORDS
      *    READ.
       4900-WRITE-RUN-LOG.
           OPEN EXTEND RUNLOG.
           MOVE 'CBLLMB18' TO RL-PROGRAM.
           MOVE STAMP-DATE TO RL-RUN-DATE.
           MOVE I-TIME(1:6) TO RL-RUN-TIME.
           MOVE 'CONVERT' TO RL-RUN-MODE.
           IF CONVERSION-IN-BALANCE
               MOVE 'NORMAL' TO RL-STATUS
           ELSE
               MOVE 'OOBALANCE' TO RL-STATUS.
           MOVE 0 TO RL-WEEK-ENDING.
           MOVE CT-WRITTEN TO RL-COUNT-1.
           MOVE TOTAL-READ-BACK TO RL-AMOUNT-1.
           MOVE CT-OLD-READ TO RL-COUNT-2.
           MOVE SPACES TO RL-NOTE.
           WRITE RL-REC.
           CLOSE RUNLOG.

       9200-HDG.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.

           WRITE PRTLINE
               FROM  COMPANY-TITLE
                   AFTER ADVANCING PAGE.
           WRITE PRTLINE
               FROM  CONVERT-REPORT-TITLE
                   AFTER ADVANCING 1 LINE.
           WRITE PRTLINE
               FROM  REJECT-HEADING
                   AFTER ADVANCING 2 LINES.
           WRITE PRTLINE
               FROM  DASH-LINE
                   AFTER ADVANCING 1 LINES.

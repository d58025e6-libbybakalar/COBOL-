      *  09/02/2026  LB    THE FURNITURE CODE ON THE LEDGER RECORD
      *                    WIDENED TO TWO DIGITS IN STEP WITH THE
      *                    CAPACITY RAISE ACROSS THE SUITE.
      *  10/15/2026  LB    THE LEDGER RECORD NOW CARRIES THE SPLIT-
      *                    CREDIT FIELDS (84 BYTES). EACH SHARE OF A
      *                    SPLIT SALE LISTS WITH A SECOND LINE SHOWING
      *                    THE WHOLE SALE, THE SHARE PERCENTAGE, THE
      *                    OTHER SALESPERSON, AND THE SALE SEQUENCE
      *                    NUMBER THAT TIES THE TWO SHARES TOGETHER.
      *  10/15/2026  LB    THE LEDGER IS NOW INDEXED (92 BYTES). A
      *                    SALESPERSON SELECTION READS JUST THAT
      *                    SALESPERSON'S RECORDS BY THE SALESPERSON
      *                    KEY, AND A DATE RANGE READS JUST THE RANGE
      *                    BY THE SALES-DATE KEY, INSTEAD OF THE WHOLE
      *                    FILE FRONT TO BACK.
      *  10/15/2026  LB    THE RUN NOW CLEARS THE JOB-STEP SEQUENCE
      *                    CHECK (CBLLMB19) BEFORE IT DOES ANY WORK.
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

           SELECT PRTOUT
           ASSIGN TO 'C:\COBOL\CBLLEDI.PRT'

      *    THE LEDGER RECORD AS CBLLMB06 WRITES IT -- THE ACCEPTED
      *    SALES RECORD IN ITS ORIGINAL LAYOUT, FOLLOWED BY THE RUN
      *    STAMPS AND THE SPLIT-CREDIT FIELDS. A SHARE OF A SPLIT SALE
      *    CARRIES ROLE P (THE SALESPERSON ON THE SALES RECORD) OR S
      *    (THE SECOND SALESPERSON), WITH LGR-AMOUNT HOLDING JUST THAT
      *    REP'S SHARE; AN UNSPLIT SALE (OR A RECORD POSTED BEFORE
      *    SPLITS EXISTED) HAS A BLANK ROLE. THE FILE IS KEYED ON
      *    POSTING WEEK, SALE SEQUENCE, AND ROLE, WITH ALTERNATE KEYS
      *    ON THE SALESPERSON AND THE CCYYMMDD SALES DATE.
       FD  LEDGER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 92 CHARACTERS
           DATA RECORD IS LGR-REC.

       01  LGR-REC.
           05 LGR-SLM-NAME        PIC X(25).
           05 LGR-RUN-DATE        PIC 9(8).
           05 LGR-RUN-MODE        PIC X.
           05 LGR-LEDGER-KEY.
               10 LGR-WEEK-ENDING PIC 9(8).
               10 LGR-SALE-SEQ    PIC 9(7).
               10 LGR-SPLIT-ROLE  PIC X.
                   88  LGR-IS-SPLIT-SHARE    VALUE 'P' 'S'.
           05 LGR-SPLIT-PARTNER   PIC 99.
           05 LGR-SPLIT-PCT       PIC 999V99.
           05 LGR-SALE-AMOUNT     PIC S9(5)V99.
           05 LGR-SALES-CCYYMMDD  PIC 9(8).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
       01  WORK-AREA.
           05  C-PCTR             PIC 99            VALUE ZERO.
           05  MORE-RECS          PIC XXX           VALUE 'YES'.
           05  LEDGER-STATUS      PIC XX            VALUE ZERO.
           05  DAY-SUB            PIC 99            VALUE ZERO.
           05  CT-RECORDS-LISTED  PIC 9(7)          VALUE ZERO.

           05  SEL-FROM-DATE       PIC 9(8)      VALUE ZERO.
           05  SEL-THRU-DATE       PIC 9(8)      VALUE 99999999.

      *    PER-DAY AND WEEKLY TOTALS OF THE SELECTED RECORDS -- DAY 8
      *    IS THE WEEKLY TOTAL, THE SAME CONVENTION THE TOTALS TABLES
      *    IN CBLLMB06 USE, SO THE FIGURES LINE UP CELL FOR CELL WITH
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 O-SLM-NAME           PIC X(25).

      *    PRINTED UNDER A DETAIL LINE THAT IS ONE SHARE OF A SPLIT
      *    SALE. THE OTHER SHARE CARRIES THE SAME SALE NUMBER.
       01  INQUIRY-SPLIT-LINE.
           05 FILLER               PIC X(22)   VALUE SPACES.
           05 FILLER               PIC X(16)   VALUE
            'SPLIT SALE NO. '.
           05 O-SPLIT-SEQ          PIC 9(7).
           05 FILLER               PIC X(14)   VALUE
            '   WHOLE SALE '.
           05 O-SPLIT-WHOLE        PIC -ZZ,ZZZ.99.
           05 FILLER               PIC X(10)   VALUE
            '   SHARE '.
           05 O-SPLIT-PCT          PIC ZZ9.99.
           05 FILLER               PIC X(16)   VALUE
            ' %   SHARED WITH'.
           05 FILLER               PIC X       VALUE SPACE.
           05 O-SPLIT-PARTNER      PIC Z9.

       01  INQUIRY-DAY-TOTAL-LINE.
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 O-TOT-DAY-NAME       PIC X(9).
           05 FILLER               PIC X(42)   VALUE
            'NO LEDGER RECORDS MATCHED THE SELECTION'.

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

       0000-CBLLMB10.
           MOVE I-MONTH TO O-MONTH.

           PERFORM 1100-GET-SELECTION.
           PERFORM 1050-CHECK-STEP-SEQUENCE.

           PERFORM 1200-CLR-TOTALS
               VARYING DAY-SUB FROM 1 BY 1
                   UNTIL DAY-SUB > 8.

           OPEN INPUT LEDGER.
           IF LEDGER-STATUS NOT = '00' AND LEDGER-STATUS NOT = '05'
               DISPLAY 'CBLLEDG.DAT WILL NOT OPEN, STATUS = '
                   LEDGER-STATUS
               DISPLAY 'THE POSTED LEDGER CANNOT BE READ -- RUN '
                   'TERMINATED'
               STOP RUN.
           OPEN OUTPUT PRTOUT.

           PERFORM 1300-POSITION-LEDGER.
           PERFORM 9100-READ.
           PERFORM 9200-HDG.

      *    THE JOB-STEP SEQUENCE CHECK (CBLLMB19). A STEP WHOSE
      *    PREREQUISITES ARE NOT ON THE RUN LOG, AND NOT WAIVED BY A
      *    SUPERVISOR OVERRIDE, STOPS HERE BEFORE ANY FILE IS OPENED.
       1050-CHECK-STEP-SEQUENCE.
           MOVE 'CBLLMB10' TO SG-PROGRAM.
           MOVE 'INQUIRY' TO SG-RUN-MODE.
           MOVE 0 TO SG-WEEK-ENDING.
           MOVE 0 TO SG-CUTOFF-DATE.
           CALL 'CBLLMB19' USING STEP-GATE-AREA.
           IF SG-STEP-BLOCKED
               DISPLAY 'CBLLMB10 PREREQUISITE NOT MET -- RUN TERMINATED'
               STOP RUN.

       1200-CLR-TOTALS.
           MOVE 0 TO INQ-DAY-TOTAL(DAY-SUB).

           MOVE PARM-VALUE(1:8) TO SEL-FROM-DATE.
           MOVE PARM-FROM(1:8) TO SEL-THRU-DATE.

      *    POSITION THE LEDGER ON THE KEY THAT SERVES THE SELECTION
      *    -- THE SALESPERSON KEY FOR ONE SALESPERSON, THE SALES-DATE
      *    KEY FROM THE FIRST DATE WANTED FOR A DATE RANGE OR A
      *    FURNITURE CODE WITH A RANGE, AND THE LEDGER'S OWN ORDER
      *    FOR A FURNITURE CODE OVER ALL DATES. 9100-READ STOPS THE
      *    READ AS SOON AS IT PASSES THE LAST RECORD THAT CAN QUALIFY.
       1300-POSITION-LEDGER.
           EVALUATE TRUE
               WHEN SEL-BY-SALESPERSON
                   MOVE SEL-NUM TO LGR-SLM-NUM
                   START LEDGER KEY IS EQUAL TO LGR-SLM-NUM
                       INVALID KEY
                           MOVE 'NO' TO MORE-RECS
                   END-START
               WHEN SEL-FROM-DATE > 0 OR SEL-THRU-DATE < 99999999
                   MOVE SEL-FROM-DATE TO LGR-SALES-CCYYMMDD
                   START LEDGER KEY IS NOT LESS THAN
                           LGR-SALES-CCYYMMDD
                       INVALID KEY
                           MOVE 'NO' TO MORE-RECS
                   END-START
           END-EVALUATE.

       2000-MAINLINE.
           PERFORM 2100-TEST-SELECTION.
           PERFORM 9100-READ.

      *    THE SALES DATE IS TESTED IN ITS CCYYMMDD FORM, WINDOWED BY
      *    THE WEEKLY RUN WHEN IT POSTED THE RECORD, SO AN INQUIRY
      *    RANGE AND THE POSTING EDITS ALWAYS AGREE ON WHAT CENTURY A
      *    TWO-DIGIT YEAR BELONGS TO.
       2100-TEST-SELECTION.
           IF LGR-SALES-CCYYMMDD < SEL-FROM-DATE OR
              LGR-SALES-CCYYMMDD > SEL-THRU-DATE
               CONTINUE
           ELSE
               EVALUATE TRUE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9200-HDG.
           IF LGR-IS-SPLIT-SHARE
               MOVE LGR-SALE-SEQ TO O-SPLIT-SEQ
               MOVE LGR-SALE-AMOUNT TO O-SPLIT-WHOLE
               MOVE LGR-SPLIT-PCT TO O-SPLIT-PCT
               MOVE LGR-SPLIT-PARTNER TO O-SPLIT-PARTNER
               WRITE PRTLINE
                   FROM INQUIRY-SPLIT-LINE
                       AFTER ADVANCING 1 LINE
                           AT EOP
                               PERFORM 9200-HDG
               END-WRITE
           END-IF.

      *    THE PER-DAY TOTALS OF THE SELECTED RECORDS ARE THE PROOF
      *    FIGURES -- SELECT ONE SALESPERSON AND ONE WEEK AND EACH
               FROM INQUIRY-DAY-TOTAL-LINE
                   AFTER ADVANCING 1 LINE.

      *    THE NEXT RECORD IN THE ORDER 1300 POSITIONED ON. READING
      *    BY SALESPERSON STOPS AT THE FIRST RECORD FOR ANOTHER
      *    SALESPERSON; READING BY SALES DATE STOPS PAST THE RANGE.
       9100-READ.
           IF MORE-RECS = 'YES'
               READ LEDGER NEXT RECORD
                   AT END
                       MOVE 'NO' TO MORE-RECS
                   NOT AT END
                       PERFORM 9110-TEST-END-OF-KEY
               END-READ
           END-IF.

       9110-TEST-END-OF-KEY.
           EVALUATE TRUE
               WHEN SEL-BY-SALESPERSON
                   IF LGR-SLM-NUM NOT = SEL-NUM
                       MOVE 'NO' TO MORE-RECS
                   END-IF
               WHEN SEL-FROM-DATE > 0 OR SEL-THRU-DATE < 99999999
                   IF LGR-SALES-CCYYMMDD > SEL-THRU-DATE
                       MOVE 'NO' TO MORE-RECS
                   END-IF
           END-EVALUATE.

       9200-HDG.
           ADD 1 TO C-PCTR.

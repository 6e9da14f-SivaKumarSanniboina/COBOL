       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * PHYSICAL COUNT FILE FROM THE STOCK TAKE: PRODUCT CODE, THE
      * QUANTITY ACTUALLY COUNTED, AND THE LOCATION IT WAS COUNTED
      * AT. EVERYTHING IS COUNTED AT QUARTER END; IN THE MONTHS
      * BETWEEN, ONLY THE A CLASS.
           SELECT COUNTFL ASSIGN TO DYNAMIC WS-COUNTFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-COUNTFL-STATUS.

      * SAME ASSIGN/LAYOUT/KEY AS ARR2.CBL'S PRODFL, READ BY KEY
      * FOR THE PRICES THE VARIANCES VALUE AT.
           SELECT PRODFL ASSIGN TO DYNAMIC WS-PRODFL-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRODFL-CODE
           FILE STATUS WS-PRODFL-STATUS.

      * SAME ASSIGN/LAYOUT/KEYS AS STOCKUPD.CBL'S STKLOC, READ IN
      * PRODUCT AND LOCATION ORDER: THE BOOK QUANTITY IS THE COUNTED
      * LOCATION'S OWN STOCK.
           SELECT STKLOC ASSIGN TO DYNAMIC WS-STKLOC-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS LOC-KEY
           ALTERNATE RECORD KEY IS LOC-LOCATION WITH DUPLICATES
           FILE STATUS WS-STKLOC-STATUS.

      * VARIANCE REPORT, EACH DIFFERENCE VALUED AT THE PRODUCT'S
      * PRICE.
           SELECT VARRPT ASSIGN TO DYNAMIC WS-VARRPT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-ADJTRAN-STATUS.

      * SAME ASSIGN/LAYOUT/KEY AS STKABC.CBL'S STKCLS: WHICH ITEMS
      * ARE CLASS A AND SO DUE A COUNT EVERY MONTH. WITHOUT IT EVERY
      * MONTH IS TAKEN AS A FULL COUNT.
           SELECT STKCLS ASSIGN TO DYNAMIC WS-STKCLS-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLS-PRODUCT-CODE
           FILE STATUS WS-STKCLS-STATUS.

      * EXTERNALLY-SUPPLIED RUN DATE (RUNPARM.CPY): ITS MONTH SAYS
      * WHETHER THIS IS THE QUARTERLY FULL COUNT.
           SELECT RUNPARM ASSIGN TO DYNAMIC WS-RUNPARM-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-RUNPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COUNTFL.
       01  COUNTFL-REC.
           05  CNT-PRODUCT-CODE    PIC X(3).
           05  CNT-QTY             PIC 9(5).
      * BLANK MEANS THE MAIN WAREHOUSE.
           05  CNT-LOCATION        PIC X(4).
           05  FILLER              PIC X(68).

      * SAME LAYOUT AS ARR2.CBL'S PRODFL-REC.
       FD  PRODFL.
           05  PRODFL-QTY-ON-HAND      PIC 9(5).
           05  PRODFL-AVG-COST         PIC 9(5)V99.

      * SAME LAYOUT AS STOCKUPD.CBL'S STKLOC-REC.
       FD  STKLOC.
       01  STKLOC-REC.
           05  LOC-KEY.
               10  LOC-PRODUCT-CODE    PIC X(3).
               10  LOC-LOCATION        PIC X(4).
           05  LOC-QTY-ON-HAND         PIC 9(5).
           05  LOC-IN-TRANSIT          PIC 9(5).
           05  LOC-REORDER-MIN         PIC 9(5).
           05  FILLER                  PIC X(58).

       FD  VARRPT.
       01  VARRPT-REC                  PIC X(80).

           05  STK-CODE                PIC X(3).
           05  STK-QTY                 PIC 9(5).
           05  STK-UNIT-COST           PIC 9(5)V99.
           05  STK-CUSTOMER            PIC X(5).
           05  STK-LOCATION            PIC X(4).
           05  STK-TO-LOCATION         PIC X(4).
           05  FILLER                  PIC X(51).

      * SAME LAYOUT AS STKABC.CBL'S STKCLS-REC.
       FD  STKCLS.
       01  STKCLS-REC.
           05  CLS-PRODUCT-CODE        PIC X(03).
           05  CLS-ABC-CLASS           PIC X(01).
               88  CLS-CLASS-A                     VALUE 'A'.
           05  CLS-MOVEMENT            PIC X(01).
               88  CLS-DEAD                        VALUE 'D'.
               88  CLS-SLOW                        VALUE 'S'.
           05  CLS-DAYS-SINCE-ISSUE    PIC 9(05).
           05  CLS-MONTHS-COVER        PIC 9(4)V9.
           05  CLS-ANNUAL-VALUE        PIC 9(9)V99.
           05  CLS-TIED-UP-VALUE       PIC 9(9)V99.
           05  CLS-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(35).

       FD  RUNPARM.
       COPY 'RUNPARM'.

       WORKING-STORAGE SECTION.
      * RESOLVED FILE PATHS. EVERY ASSIGNMENT COMES FROM THE
      * NEVER MEANS EDITING AND RECOMPILING THIS PROGRAM.
       77  WS-COUNTFL-PATH             PIC X(80) VALUE SPACES.
       77  WS-PRODFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-STKLOC-PATH              PIC X(80) VALUE SPACES.
       77  WS-VARRPT-PATH              PIC X(80) VALUE SPACES.
       77  WS-ADJTRAN-PATH             PIC X(80) VALUE SPACES.
       77  WS-STKCLS-PATH              PIC X(80) VALUE SPACES.
       77  WS-RUNPARM-PATH             PIC X(80) VALUE SPACES.
       77  WS-CFG-NAME             PIC X(12)   VALUE SPACES.
       77  WS-CFG-PATH             PIC X(80)   VALUE SPACES.
       77  WS-CFG-RESULT           PIC X(01)   VALUE 'N'.
       01  WS-FILE-STATUS.
           05  WS-COUNTFL-STATUS       PIC X(2).
           05  WS-PRODFL-STATUS        PIC X(2).
           05  WS-STKLOC-STATUS        PIC X(2).
           05  WS-VARRPT-STATUS        PIC X(2).
           05  WS-ADJTRAN-STATUS       PIC X(2).
           05  WS-STKCLS-STATUS        PIC X(2).
           05  WS-RUNPARM-STATUS       PIC X(2).

       01  WS-EOF-SWITCHES.
           05  WS-COUNTFL-EOF-SW       PIC X(01)   VALUE 'N'.
               88  COUNTFL-EOF                     VALUE 'Y'.
           05  WS-PRODFL-EOF-SW        PIC X(01)   VALUE 'N'.
               88  PRODFL-EOF                      VALUE 'Y'.
           05  WS-STKLOC-EOF-SW        PIC X(01)   VALUE 'N'.
               88  STKLOC-EOF                      VALUE 'Y'.
           05  WS-PRODFL-OPEN-SW       PIC X(01)   VALUE 'N'.
               88  PRODFL-WAS-OPEN                 VALUE 'Y'.
           05  WS-STKCLS-EOF-SW        PIC X(01)   VALUE 'N'.
               88  STKCLS-EOF                      VALUE 'Y'.
           05  WS-STKCLS-OPEN-SW       PIC X(01)   VALUE 'N'.
               88  STKCLS-WAS-OPEN                 VALUE 'Y'.

       77  WS-RUN-DATE                 PIC 9(08)   VALUE ZEROES.
       77  WS-RUN-MONTH                PIC 9(02)   VALUE ZEROES.
           88  WS-QUARTER-END-MONTH    VALUES 3 6 9 12.

      * 'F' IS THE FULL QUARTERLY COUNT, 'A' THE MONTHLY A-CLASS
      * COUNT, WHEN LINES FOR OTHER ITEMS ARE LISTED AS NOT DUE AND
      * LEFT UNADJUSTED.
       77  WS-COUNT-SCOPE-SW           PIC X(01)   VALUE 'F'.
           88  WS-FULL-COUNT                       VALUE 'F'.
           88  WS-A-CLASS-COUNT                    VALUE 'A'.
       77  WS-CLASS-A-SW               PIC X(01)   VALUE 'N'.
           88  WS-ITEM-CLASS-A                     VALUE 'Y'.

      * A-CLASS PRODUCTS COUNTED THIS MONTH, SO ANY THE STORES MISSED
      * CAN BE LISTED AT THE END.
       01  WS-ACNT-TABLE.
           05  WS-ACNT-CODE OCCURS 3000 TIMES PIC X(3).
       77  WS-ACNT-CNT                 PIC 9(4)   VALUE ZEROES.
       77  WS-ACNT-IDX                 PIC 9(4)   VALUE ZEROES.
       77  WS-ACNT-FOUND-SW            PIC X(1)   VALUE 'N'.
           88  WS-ACNT-FOUND                      VALUE 'Y'.

      * SET BY THE KEYED READ OF A COUNTED PRODUCT.
       77  WS-PROD-FOUND-SW            PIC X(1)   VALUE 'N'.
           88  WS-PROD-FOUND                      VALUE 'Y'.

      * STOCK BY LOCATION, SAME SHAPE AS THE STKLOC RECORD AND
      * SEEDED AS STOCKUPD.CBL SEEDS THE FILE: A PRODUCT WITH NO
      * LOCATION LINE YET IS TAKEN TO BE HELD AT THE MAIN WAREHOUSE.
       01  WS-LOC-TABLE.
           05  WS-LOC-ENTRY OCCURS 3000 TIMES.
               10  WS-LOC-PRODUCT       PIC X(3).
               10  WS-LOC-LOCATION      PIC X(4).
               10  WS-LOC-QTY           PIC 9(5).
       77  WS-LOC-CNT                  PIC 9(4)   VALUE ZEROES.
       77  WS-LOC-SRCH-IDX             PIC 9(4)   VALUE ZEROES.
       77  WS-LOC-FOUND-SW             PIC X(1)   VALUE 'N'.
           88  WS-LOC-FOUND                       VALUE 'Y'.
       77  WS-LOC-KNOWN-SW             PIC X(1)   VALUE 'N'.
           88  WS-LOC-KNOWN                       VALUE 'Y'.
       77  WS-MAIN-LOCATION            PIC X(4)   VALUE 'MAIN'.
       77  WS-CNT-LOCATION             PIC X(4)   VALUE SPACES.
       77  WS-BOOK-QTY                 PIC 9(5)   VALUE ZEROES.

      * VARIANCE TOTALS PER LOCATION FOR THE SUMMARY AT THE FOOT OF
      * THE REPORT.
       01  WS-LSUM-TABLE.
           05  WS-LSUM-ENTRY OCCURS 20 TIMES.
               10  WS-LSUM-LOCATION     PIC X(4).
               10  WS-LSUM-LINES        PIC 9(5).
               10  WS-LSUM-VARIANCES    PIC 9(5).
               10  WS-LSUM-VALUE        PIC S9(9)V99.
       77  WS-LSUM-CNT                 PIC 9(3)   VALUE ZEROES.
       77  WS-LSUM-IDX                 PIC 9(3)   VALUE ZEROES.
       77  WS-LSUM-FOUND-SW            PIC X(1)   VALUE 'N'.
           88  WS-LSUM-FOUND                      VALUE 'Y'.

       77  WS-VARIANCE-QTY             PIC S9(5)  VALUE ZEROES.
       77  WS-ABS-QTY                  PIC 9(5)   VALUE ZEROES.
       77  WS-VARIANCE-VALUE           PIC S9(9)V99 VALUE ZEROES.
           05  WS-VARIANCE-CNT         PIC 9(5)   VALUE ZEROES.
           05  WS-ADJ-WT-CNT           PIC 9(5)   VALUE ZEROES.
           05  WS-NOT-ON-MASTER-CNT    PIC 9(5)   VALUE ZEROES.
           05  WS-BAD-LOCATION-CNT     PIC 9(5)   VALUE ZEROES.
           05  WS-NOT-DUE-CNT          PIC 9(5)   VALUE ZEROES.
           05  WS-A-MISSED-CNT         PIC 9(5)   VALUE ZEROES.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0050-FILECFG-LOAD-PARA.
           PERFORM 1000-FILES-OPEN-PARA.
           IF WS-COUNTFL-STATUS = '00'
                   AND PRODFL-WAS-OPEN THEN
               PERFORM 1600-STKLOC-LOAD-PARA
               PERFORM 2000-COUNTFL-READ-PARA UNTIL COUNTFL-EOF
               IF WS-A-CLASS-COUNT
                   PERFORM 2700-A-CLASS-MISSED-PARA
               END-IF
           ELSE
               DISPLAY 'COUNT FILE OR PRODUCT MASTER CANNOT BE '
                   'OPENED.'
           DISPLAY 'ADJUSTMENTS GENERATED: ', WS-ADJ-WT-CNT.
           DISPLAY 'COUNTED PRODUCTS NOT ON MASTER: ',
               WS-NOT-ON-MASTER-CNT.
           DISPLAY 'COUNTS AT UNKNOWN LOCATIONS: ',
               WS-BAD-LOCATION-CNT.
           DISPLAY 'COUNTS NOT DUE THIS MONTH: ', WS-NOT-DUE-CNT.
           DISPLAY 'CLASS A ITEMS NOT COUNTED: ', WS-A-MISSED-CNT.
           STOP RUN.

       1000-FILES-OPEN-PARA.

           OPEN INPUT PRODFL.
           DISPLAY 'FILE STATUS FOR PRODFL:', WS-PRODFL-STATUS.
           IF WS-PRODFL-STATUS = '00'
               SET PRODFL-WAS-OPEN TO TRUE
           END-IF.

           OPEN OUTPUT VARRPT.
           MOVE 'PHYSICAL COUNT VARIANCE REPORT' TO VARRPT-REC.
           WRITE VARRPT-REC.

           PERFORM 1050-RUNPARM-LOAD-PARA.
           MOVE WS-RUN-DATE(5:2) TO WS-RUN-MONTH.
           OPEN INPUT STKCLS.
           DISPLAY 'FILE STATUS FOR STKCLS:', WS-STKCLS-STATUS.
           IF WS-STKCLS-STATUS = '00'
               SET STKCLS-WAS-OPEN TO TRUE
           END-IF.
           EVALUATE TRUE
               WHEN WS-QUARTER-END-MONTH
                   MOVE 'QUARTER-END FULL COUNT' TO VARRPT-REC
               WHEN NOT STKCLS-WAS-OPEN
                   DISPLAY 'STOCK CLASSIFICATION NOT FOUND, TAKEN '
                       'AS A FULL COUNT.'
                   MOVE 'FULL COUNT, NO STOCK CLASSIFICATION'
                       TO VARRPT-REC
               WHEN OTHER
                   SET WS-A-CLASS-COUNT TO TRUE
                   MOVE 'MONTHLY CLASS A COUNT' TO VARRPT-REC
           END-EVALUATE.
           WRITE VARRPT-REC.

           OPEN OUTPUT ADJTRAN.
           DISPLAY 'FILE STATUS FOR ADJTRAN:', WS-ADJTRAN-STATUS.

       1050-RUNPARM-LOAD-PARA.
           OPEN INPUT RUNPARM.
           IF WS-RUNPARM-STATUS NOT = '00' THEN
               DISPLAY 'RUNPARM NOT FOUND, DEFAULTING RUN DATE.'
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ELSE
               READ RUNPARM
                   AT END
                       DISPLAY 'RUNPARM EMPTY, DEFAULTING RUN DATE.'
                       ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
                   NOT AT END
                       MOVE RUNPARM-RUN-DATE TO WS-RUN-DATE
               END-READ
               CLOSE RUNPARM
           END-IF.

      * A MISSING LOCATION FILE MEANS STOCKUPD.CBL HAS NOT YET RUN
      * WITH LOCATIONS; EVERYTHING IS THEN BOOKED AT THE MAIN
      * WAREHOUSE.
       1600-STKLOC-LOAD-PARA.
           OPEN INPUT STKLOC.
           DISPLAY 'FILE STATUS FOR STKLOC:', WS-STKLOC-STATUS.
           IF WS-STKLOC-STATUS NOT = '00'
               DISPLAY 'STOCK LOCATION FILE NOT FOUND, ALL STOCK '
                   'TAKEN AS AT THE MAIN WAREHOUSE.'
               SET STKLOC-EOF TO TRUE
           ELSE
               PERFORM 1650-STKLOC-READ-PARA UNTIL STKLOC-EOF
               CLOSE STKLOC
           END-IF.
           PERFORM 1680-PRODFL-READ-PARA UNTIL PRODFL-EOF.

       1650-STKLOC-READ-PARA.
           READ STKLOC NEXT
               AT END
                   SET STKLOC-EOF TO TRUE
               NOT AT END
                   IF WS-LOC-CNT < 3000
                       ADD 1 TO WS-LOC-CNT
                       MOVE LOC-PRODUCT-CODE TO
                           WS-LOC-PRODUCT(WS-LOC-CNT)
                       MOVE LOC-LOCATION TO WS-LOC-LOCATION(WS-LOC-CNT)
                       MOVE LOC-QTY-ON-HAND TO WS-LOC-QTY(WS-LOC-CNT)
                   ELSE
                       DISPLAY 'WS-LOC-TABLE FULL, ENTRY IGNORED: '
                           LOC-PRODUCT-CODE ' ' LOC-LOCATION
                   END-IF
           END-READ.

      * ONE PASS OF THE PRODUCT MASTER IN KEY ORDER, SEEDING EACH
      * PRODUCT THAT HAS NO LOCATION LINE YET.
       1680-PRODFL-READ-PARA.
           READ PRODFL NEXT
               AT END
                   SET PRODFL-EOF TO TRUE
               NOT AT END
                   PERFORM 1700-STKLOC-SEED-PARA
           END-READ.

       1700-STKLOC-SEED-PARA.
           MOVE 'N' TO WS-LOC-FOUND-SW.
           MOVE 1 TO WS-LOC-SRCH-IDX.
           PERFORM 1750-STKLOC-ANY-FIND-ONE-PARA
               UNTIL WS-LOC-SRCH-IDX > WS-LOC-CNT
                  OR WS-LOC-FOUND.
           IF NOT WS-LOC-FOUND
               IF WS-LOC-CNT < 3000
                   ADD 1 TO WS-LOC-CNT
                   MOVE PRODFL-CODE TO WS-LOC-PRODUCT(WS-LOC-CNT)
                   MOVE WS-MAIN-LOCATION TO
                       WS-LOC-LOCATION(WS-LOC-CNT)
                   MOVE PRODFL-QTY-ON-HAND TO WS-LOC-QTY(WS-LOC-CNT)
               ELSE
                   DISPLAY 'WS-LOC-TABLE FULL, ENTRY IGNORED: '
                       PRODFL-CODE
               END-IF
           END-IF.

       1750-STKLOC-ANY-FIND-ONE-PARA.
           IF WS-LOC-PRODUCT(WS-LOC-SRCH-IDX) = PRODFL-CODE
               SET WS-LOC-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-LOC-SRCH-IDX
           END-IF.

       2000-COUNTFL-READ-PARA.
           READ COUNTFL
               AT END
                   SET COUNTFL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-COUNTFL-RD-CNT
                   PERFORM 2050-COUNT-DUE-PARA
           END-READ.

      * IN A MONTHLY A-CLASS COUNT, A LINE FOR ANY OTHER ITEM IS
      * LISTED AND LEFT FOR THE QUARTER END; AN A-CLASS LINE IS
      * NOTED AS COUNTED AND COMPARED AS USUAL.
       2050-COUNT-DUE-PARA.
           IF WS-FULL-COUNT
               PERFORM 2100-COUNT-COMPARE-PARA
           ELSE
               MOVE 'N' TO WS-CLASS-A-SW
               MOVE CNT-PRODUCT-CODE TO CLS-PRODUCT-CODE
               READ STKCLS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CLS-CLASS-A
                           SET WS-ITEM-CLASS-A TO TRUE
                       END-IF
               END-READ
               IF WS-ITEM-CLASS-A
                   PERFORM 2060-A-COUNTED-NOTE-PARA
                   PERFORM 2100-COUNT-COMPARE-PARA
               ELSE
                   ADD 1 TO WS-NOT-DUE-CNT
                   MOVE SPACES TO VARRPT-REC
                   STRING 'NOT CLASS A, NOT DUE THIS MONTH: '
                       DELIMITED BY SIZE
                       CNT-PRODUCT-CODE DELIMITED BY SIZE
                       INTO VARRPT-REC
                   WRITE VARRPT-REC
               END-IF
           END-IF.

       2060-A-COUNTED-NOTE-PARA.
           MOVE CNT-PRODUCT-CODE TO CLS-PRODUCT-CODE.
           PERFORM 2750-A-COUNTED-FIND-PARA.
           IF NOT WS-ACNT-FOUND
               IF WS-ACNT-CNT < 3000
                   ADD 1 TO WS-ACNT-CNT
                   MOVE CNT-PRODUCT-CODE TO WS-ACNT-CODE(WS-ACNT-CNT)
               ELSE
                   DISPLAY 'WS-ACNT-TABLE FULL, ENTRY IGNORED: '
                       CNT-PRODUCT-CODE
               END-IF
           END-IF.

      * THE COUNT AGAINST THE BOOK AT THE LOCATION COUNTED: THE
      * DIFFERENCE IS VALUED AT THE PRODUCT'S PRICE, AND THE
      * CORRECTING MOVEMENT GOES OUT AS A RECEIPT (COUNT HIGHER) OR
      * ISSUE (COUNT LOWER) TRANSACTION AT THAT LOCATION FOR
      * STOCKUPD TO APPLY AFTER REVIEW. A LOCATION STOCKUPD WOULD
      * NOT KNOW IS REPORTED INSTEAD, AS ITS ADJUSTMENT WOULD ONLY
      * BE REJECTED THERE.
       2100-COUNT-COMPARE-PARA.
           IF CNT-LOCATION = SPACES
               MOVE WS-MAIN-LOCATION TO WS-CNT-LOCATION
           ELSE
               MOVE CNT-LOCATION TO WS-CNT-LOCATION
           END-IF.
           PERFORM 2150-PRODUCT-FIND-PARA.
           PERFORM 2200-LOCATION-KNOWN-PARA.
           EVALUATE TRUE
               WHEN NOT WS-PROD-FOUND
                   ADD 1 TO WS-NOT-ON-MASTER-CNT
                   MOVE SPACES TO VARRPT-REC
                   STRING 'COUNTED PRODUCT NOT ON MASTER: '
                       DELIMITED BY SIZE
                       CNT-PRODUCT-CODE DELIMITED BY SIZE
                       INTO VARRPT-REC
                   WRITE VARRPT-REC
               WHEN NOT WS-LOC-KNOWN
                   ADD 1 TO WS-BAD-LOCATION-CNT
                   MOVE SPACES TO VARRPT-REC
                   STRING 'COUNTED AT UNKNOWN LOCATION: '
                       DELIMITED BY SIZE
                       CNT-PRODUCT-CODE DELIMITED BY SIZE
                       ' @' DELIMITED BY SIZE
                       WS-CNT-LOCATION DELIMITED BY SIZE
                       INTO VARRPT-REC
                   WRITE VARRPT-REC
               WHEN OTHER
                   PERFORM 2250-BOOK-QTY-FIND-PARA
                   PERFORM 2500-LOCATION-SUMMARY-FIND-PARA
                   COMPUTE WS-VARIANCE-QTY = CNT-QTY - WS-BOOK-QTY
                   IF WS-VARIANCE-QTY NOT = 0
                       ADD 1 TO WS-VARIANCE-CNT
                       COMPUTE WS-VARIANCE-VALUE = WS-VARIANCE-QTY *
                           PRODFL-PRICE
                       ADD WS-VARIANCE-VALUE TO WS-TOTAL-VAR-VALUE
                       IF WS-LSUM-FOUND
                           ADD 1 TO WS-LSUM-VARIANCES(WS-LSUM-IDX)
                           ADD WS-VARIANCE-VALUE TO
                               WS-LSUM-VALUE(WS-LSUM-IDX)
                       END-IF
                       PERFORM 2300-VARIANCE-LINE-PARA
                       PERFORM 2400-ADJUSTMENT-WRITE-PARA
                   END-IF
           END-EVALUATE.

       2150-PRODUCT-FIND-PARA.
           MOVE 'N' TO WS-PROD-FOUND-SW.
           MOVE CNT-PRODUCT-CODE TO PRODFL-CODE.
           READ PRODFL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-PROD-FOUND TO TRUE
                   IF PRODFL-AVG-COST NOT NUMERIC
                       MOVE ZEROES TO PRODFL-AVG-COST
                   END-IF
           END-READ.

      * THE SAME TEST STOCKUPD.CBL APPLIES: THE MAIN WAREHOUSE, OR
      * A LOCATION ALREADY HOLDING SOME PRODUCT ON THE FILE.
       2200-LOCATION-KNOWN-PARA.
           MOVE 'N' TO WS-LOC-KNOWN-SW.
           IF WS-CNT-LOCATION = WS-MAIN-LOCATION
               SET WS-LOC-KNOWN TO TRUE
           ELSE
               MOVE 1 TO WS-LOC-SRCH-IDX
               PERFORM 2210-LOCATION-KNOWN-ONE-PARA
                   UNTIL WS-LOC-SRCH-IDX > WS-LOC-CNT
                      OR WS-LOC-KNOWN
           END-IF.

       2210-LOCATION-KNOWN-ONE-PARA.
           IF WS-LOC-LOCATION(WS-LOC-SRCH-IDX) = WS-CNT-LOCATION
               SET WS-LOC-KNOWN TO TRUE
           ELSE
               ADD 1 TO WS-LOC-SRCH-IDX
           END-IF.

      * THE LOCATION'S OWN STOCK OF THE PRODUCT; NONE IF IT HAS NO
      * LINE FOR IT YET.
       2250-BOOK-QTY-FIND-PARA.
           MOVE ZEROES TO WS-BOOK-QTY.
           MOVE 'N' TO WS-LOC-FOUND-SW.
           MOVE 1 TO WS-LOC-SRCH-IDX.
           PERFORM 2260-BOOK-QTY-FIND-ONE-PARA
               UNTIL WS-LOC-SRCH-IDX > WS-LOC-CNT
                  OR WS-LOC-FOUND.
           IF WS-LOC-FOUND
               MOVE WS-LOC-QTY(WS-LOC-SRCH-IDX) TO WS-BOOK-QTY
           END-IF.

       2260-BOOK-QTY-FIND-ONE-PARA.
           IF WS-LOC-PRODUCT(WS-LOC-SRCH-IDX) = CNT-PRODUCT-CODE
               AND WS-LOC-LOCATION(WS-LOC-SRCH-IDX) = WS-CNT-LOCATION
               SET WS-LOC-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-LOC-SRCH-IDX
           END-IF.

       2300-VARIANCE-LINE-PARA.
           MOVE WS-VARIANCE-VALUE TO WS-FORMATTED-VALUE.
           MOVE SPACES TO VARRPT-REC.
           STRING CNT-PRODUCT-CODE DELIMITED BY SIZE
               ' @' DELIMITED BY SIZE
               WS-CNT-LOCATION DELIMITED BY SIZE
               ' BOOK ' DELIMITED BY SIZE
               WS-BOOK-QTY DELIMITED BY SIZE
               ' COUNTED ' DELIMITED BY SIZE
               CNT-QTY DELIMITED BY SIZE
               ' VALUE ' DELIMITED BY SIZE
           IF WS-VARIANCE-QTY > 0
               MOVE 'R' TO STK-TYPE
               MOVE WS-VARIANCE-QTY TO WS-ABS-QTY
               MOVE PRODFL-AVG-COST TO STK-UNIT-COST
           ELSE
               MOVE 'I' TO STK-TYPE
               COMPUTE WS-ABS-QTY = 0 - WS-VARIANCE-QTY
           END-IF.
           MOVE CNT-PRODUCT-CODE TO STK-CODE.
           MOVE WS-ABS-QTY TO STK-QTY.
           MOVE WS-CNT-LOCATION TO STK-LOCATION.
           WRITE ADJTRAN-REC.
           ADD 1 TO WS-ADJ-WT-CNT.

      * FINDS OR OPENS THE COUNTED LOCATION'S SUMMARY LINE AND
      * COUNTS THE LINE AGAINST IT.
       2500-LOCATION-SUMMARY-FIND-PARA.
           MOVE 'N' TO WS-LSUM-FOUND-SW.
           MOVE 1 TO WS-LSUM-IDX.
           PERFORM 2550-LOCATION-SUMMARY-ONE-PARA
               UNTIL WS-LSUM-IDX > WS-LSUM-CNT
                  OR WS-LSUM-FOUND.
           IF NOT WS-LSUM-FOUND
               IF WS-LSUM-CNT < 20
                   ADD 1 TO WS-LSUM-CNT
                   MOVE WS-LSUM-CNT TO WS-LSUM-IDX
                   MOVE WS-CNT-LOCATION TO
                       WS-LSUM-LOCATION(WS-LSUM-IDX)
                   MOVE ZEROES TO WS-LSUM-LINES(WS-LSUM-IDX)
                   MOVE ZEROES TO WS-LSUM-VARIANCES(WS-LSUM-IDX)
                   MOVE ZEROES TO WS-LSUM-VALUE(WS-LSUM-IDX)
                   SET WS-LSUM-FOUND TO TRUE
               ELSE
                   DISPLAY 'WS-LSUM-TABLE FULL, LOCATION NOT '
                       'SUMMARISED: ' WS-CNT-LOCATION
               END-IF
           END-IF.
           IF WS-LSUM-FOUND
               ADD 1 TO WS-LSUM-LINES(WS-LSUM-IDX)
           END-IF.

       2550-LOCATION-SUMMARY-ONE-PARA.
           IF WS-LSUM-LOCATION(WS-LSUM-IDX) = WS-CNT-LOCATION
               SET WS-LSUM-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-LSUM-IDX
           END-IF.

      * ONE LINE PER LOCATION COUNTED: LINES COUNTED, VARIANCES AND
      * THEIR NET VALUE.
       2600-LOCATION-SUMMARY-LINE-PARA.
           MOVE WS-LSUM-VALUE(WS-LSUM-IDX) TO WS-FORMATTED-VALUE.
           MOVE SPACES TO VARRPT-REC.
           STRING 'LOCATION ' DELIMITED BY SIZE
               WS-LSUM-LOCATION(WS-LSUM-IDX) DELIMITED BY SIZE
               ' LINES ' DELIMITED BY SIZE
               WS-LSUM-LINES(WS-LSUM-IDX) DELIMITED BY SIZE
               ' VARIANCES ' DELIMITED BY SIZE
               WS-LSUM-VARIANCES(WS-LSUM-IDX) DELIMITED BY SIZE
               ' VALUE ' DELIMITED BY SIZE
               WS-FORMATTED-VALUE DELIMITED BY SIZE
               INTO VARRPT-REC.
           WRITE VARRPT-REC.

      * THE CLASSIFICATION IS WALKED IN KEY ORDER FROM THE TOP AND
      * EVERY A-CLASS ITEM WITH NO COUNT LINE THIS MONTH IS LISTED,
      * A WARNING (RC 8) FOR STORES TO FOLLOW UP.
       2700-A-CLASS-MISSED-PARA.
           CLOSE STKCLS.
           OPEN INPUT STKCLS.
           IF WS-STKCLS-STATUS NOT = '00'
               MOVE 'N' TO WS-STKCLS-OPEN-SW
           ELSE
               MOVE 'CLASS A ITEMS NOT COUNTED THIS MONTH' TO
                   VARRPT-REC
               WRITE VARRPT-REC
               PERFORM 2710-STKCLS-READ-PARA UNTIL STKCLS-EOF
               IF WS-A-MISSED-CNT > 0 AND RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       2710-STKCLS-READ-PARA.
           READ STKCLS NEXT
               AT END
                   SET STKCLS-EOF TO TRUE
               NOT AT END
                   IF CLS-CLASS-A
                       PERFORM 2750-A-COUNTED-FIND-PARA
                       IF NOT WS-ACNT-FOUND
                           ADD 1 TO WS-A-MISSED-CNT
                           MOVE SPACES TO VARRPT-REC
                           STRING 'CLASS A NOT COUNTED: '
                               DELIMITED BY SIZE
                               CLS-PRODUCT-CODE DELIMITED BY SIZE
                               INTO VARRPT-REC
                           WRITE VARRPT-REC
                       END-IF
                   END-IF
           END-READ.

      * LOOKS UP CLS-PRODUCT-CODE AMONG THE A-CLASS CODES COUNTED.
       2750-A-COUNTED-FIND-PARA.
           MOVE 'N' TO WS-ACNT-FOUND-SW.
           PERFORM 2760-A-COUNTED-FIND-ONE-PARA
               VARYING WS-ACNT-IDX FROM 1 BY 1
               UNTIL WS-ACNT-IDX > WS-ACNT-CNT OR WS-ACNT-FOUND.

       2760-A-COUNTED-FIND-ONE-PARA.
           IF WS-ACNT-CODE(WS-ACNT-IDX) = CLS-PRODUCT-CODE
               SET WS-ACNT-FOUND TO TRUE
           END-IF.

       3900-FILES-CLOSE-PARA.
           IF WS-COUNTFL-STATUS = '00' OR WS-COUNTFL-STATUS = '10'
               CLOSE COUNTFL
           END-IF.
           IF PRODFL-WAS-OPEN
               CLOSE PRODFL
           END-IF.
           IF STKCLS-WAS-OPEN
               CLOSE STKCLS
           END-IF.
           MOVE 'VARIANCE BY LOCATION' TO VARRPT-REC.
           WRITE VARRPT-REC.
           PERFORM 2600-LOCATION-SUMMARY-LINE-PARA
               VARYING WS-LSUM-IDX FROM 1 BY 1
               UNTIL WS-LSUM-IDX > WS-LSUM-CNT.
           MOVE WS-TOTAL-VAR-VALUE TO WS-FORMATTED-VALUE.
           MOVE SPACES TO VARRPT-REC.
           STRING 'COMPANY TOTAL VARIANCE VALUE: ' DELIMITED BY SIZE
               WS-FORMATTED-VALUE DELIMITED BY SIZE
               INTO VARRPT-REC.
           WRITE VARRPT-REC.
           MOVE 'PRODUCTMASTE' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-PRODFL-PATH.
           MOVE 'STOCKLOCN' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-STKLOC-PATH.
           MOVE 'STKVARRPT' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-VARRPT-PATH.
           MOVE 'STKADJTRAN' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-ADJTRAN-PATH.
           MOVE 'STOCKCLASS' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-STKCLS-PATH.
           MOVE 'RUNPARM' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-RUNPARM-PATH.

       0060-FILECFG-ONE-PARA.
           CALL 'FILECFG' USING WS-CFG-NAME, WS-CFG-PATH,

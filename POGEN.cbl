       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * SAME ASSIGN/LAYOUT/KEY AS ARR2.CBL'S PRODFL, READ BY KEY
      * FOR EACH PRODUCT'S NAME AND COST.
           SELECT PRODFL ASSIGN TO DYNAMIC WS-PRODFL-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRODFL-CODE
           FILE STATUS WS-PRODFL-STATUS.

      * SAME ASSIGN/LAYOUT/KEYS AS STOCKUPD.CBL'S STKLOC, READ IN
      * PRODUCT AND LOCATION ORDER: STOCK AND STOCK IN TRANSIT PER
      * PRODUCT PER LOCATION, EACH WITH ITS OWN REORDER THRESHOLD.
      * EVERY LOCATION IS REORDERED FOR ON ITS OWN.
           SELECT STKLOC ASSIGN TO DYNAMIC WS-STKLOC-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS LOC-KEY
           ALTERNATE RECORD KEY IS LOC-LOCATION WITH DUPLICATES
           FILE STATUS WS-STKLOC-STATUS.

      * VENDOR MASTER: THE SUPPLYING VENDOR, LEAD TIME, AND ORDER
      * MULTIPLE PER PRODUCT CODE. THE VENDOR'S PAYMENT TERMS AND
      * BANK DETAILS ARE CARRIED FOR INVMATCH.CBL AND APPAYRUN.CBL.
           SELECT VENDFL ASSIGN TO DYNAMIC WS-VENDFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-VENDFL-STATUS.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-POOPENFL-STATUS.

      * SAME ASSIGN/LAYOUT/KEY AS STKABC.CBL'S STKCLS. AN ITEM THE
      * MONTHLY ANALYSIS HAS FLAGGED DEAD IS NOT REORDERED, HOWEVER
      * LOW IT RUNS. OPTIONAL: WITHOUT IT EVERY ALERT IS ORDERED.
           SELECT STKCLS ASSIGN TO DYNAMIC WS-STKCLS-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLS-PRODUCT-CODE
           FILE STATUS WS-STKCLS-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  VENDFL.
       01  VENDFL-REC.
           05  VND-PRODUCT-CODE        PIC X(3).
           05  VND-VENDOR-ID           PIC X(5).
           05  VND-LEAD-TIME           PIC 9(3).
           05  VND-ORDER-MULTIPLE      PIC 9(5).
           05  VND-PAY-TERMS           PIC 9(3).
           05  VND-BANK-CODE           PIC X(08).
           05  VND-ACCOUNT             PIC X(16).
           05  FILLER                  PIC X(37).

       FD  POFL.
       01  POFL-REC                    PIC X(80).
           05  POL-STATUS          PIC X(01).
               88  POL-OPEN                    VALUE 'O'.
               88  POL-CLOSED                  VALUE 'C'.
      * THE PRICE THE LINE WAS ORDERED AT AND HOW MUCH OF IT THE
      * VENDOR HAS BILLED SO FAR, FOR INVMATCH.CBL'S THREE-WAY MATCH.
           05  POL-UNIT-PRICE      PIC 9(5)V99.
           05  POL-INVOICED-QTY    PIC 9(05).
      * THE STOCK LOCATION THE LINE IS TO BE DELIVERED TO.
           05  POL-DELIVER-LOCN    PIC X(04).
           05  FILLER              PIC X(34).

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

       WORKING-STORAGE SECTION.
      * RESOLVED FILE PATHS. EVERY ASSIGNMENT COMES FROM THE
       77  WS-PRODFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-VENDFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-POOPENFL-PATH            PIC X(80) VALUE SPACES.
       77  WS-STKLOC-PATH              PIC X(80) VALUE SPACES.
       77  WS-STKCLS-PATH              PIC X(80) VALUE SPACES.
       77  WS-CFG-NAME             PIC X(12)   VALUE SPACES.
       77  WS-CFG-PATH             PIC X(80)   VALUE SPACES.
       77  WS-CFG-RESULT           PIC X(01)   VALUE 'N'.
           05  WS-VENDFL-STATUS        PIC X(2).
           05  WS-POFL-STATUS          PIC X(2).
           05  WS-POOPENFL-STATUS      PIC X(2).
           05  WS-STKLOC-STATUS        PIC X(2).
           05  WS-STKCLS-STATUS        PIC X(2).

       01  WS-EOF-SWITCHES.
           05  WS-PRODFL-EOF-SW        PIC X(1)   VALUE 'N'.
               88  PRODFL-EOF                     VALUE 'Y'.
           05  WS-VENDFL-EOF-SW        PIC X(1)   VALUE 'N'.
               88  VENDFL-EOF                     VALUE 'Y'.
           05  WS-STKLOC-EOF-SW        PIC X(1)   VALUE 'N'.
               88  STKLOC-EOF                     VALUE 'Y'.
           05  WS-PRODFL-OPEN-SW       PIC X(1)   VALUE 'N'.
               88  PRODFL-WAS-OPEN                VALUE 'Y'.
           05  WS-STKCLS-OPEN-SW       PIC X(1)   VALUE 'N'.
               88  STKCLS-WAS-OPEN                VALUE 'Y'.

       77  WS-POFL-PATH                PIC X(60)  VALUE SPACES.
       77  WS-RUN-DATE                 PIC 9(8)   VALUE ZEROES.

      * SAME THRESHOLD AS ARR2.CBL'S WS-REORDER-MIN-QTY, GIVEN TO A
      * PRODUCT THAT HAS NO LOCATION LINE YET AND SO IS TAKEN TO BE
      * HELD AT THE MAIN WAREHOUSE, THE SAME RULE STOCKUPD.CBL USES.
       77  WS-REORDER-MIN-QTY          PIC 9(5)   VALUE 10.
       77  WS-MAIN-LOCATION            PIC X(4)   VALUE 'MAIN'.

      * SET BY THE KEYED READ OF AN ALERT'S PRODUCT.
       77  WS-PROD-FOUND-SW            PIC X(1)   VALUE 'N'.
           88  WS-PROD-FOUND                      VALUE 'Y'.
      * SET WHEN THE ALERT'S PRODUCT IS CLASSIFIED DEAD.
       77  WS-ITEM-DEAD-SW             PIC X(1)   VALUE 'N'.
           88  WS-ITEM-DEAD                       VALUE 'Y'.

      * STOCK BY LOCATION, SAME SHAPE AS THE STKLOC RECORD.
       01  WS-LOC-TABLE.
           05  WS-LOC-ENTRY OCCURS 3000 TIMES.
               10  WS-LOC-PRODUCT       PIC X(3).
               10  WS-LOC-LOCATION      PIC X(4).
               10  WS-LOC-QTY           PIC 9(5).
               10  WS-LOC-TRANSIT       PIC 9(5).
               10  WS-LOC-REORDER-MIN   PIC 9(5).
       77  WS-LOC-CNT                  PIC 9(4)   VALUE ZEROES.
       77  WS-LOC-IDX                  PIC 9(4)   VALUE ZEROES.
       77  WS-LOC-SRCH-IDX             PIC 9(4)   VALUE ZEROES.
       77  WS-LOC-FOUND-SW             PIC X(1)   VALUE 'N'.
           88  WS-LOC-FOUND                       VALUE 'Y'.
      * A LOCATION'S STOCK PLUS WHAT IS ALREADY IN TRANSIT TO IT.
       77  WS-AVAILABLE-QTY            PIC 9(6)   VALUE ZEROES.

      * VENDOR MASTER TABLE KEYED BY PRODUCT CODE.
       01  WS-VENDOR-TABLE.
      * VENDOR'S LINES COME OUT TOGETHER UNDER ONE PO HEADER, THE
      * SAME SORT TECHNIQUE PRG1.CBL USES ON ITS SCORE TABLE.
       01  WS-POLINE-TABLE.
           05  WS-POLINE-ENTRY OCCURS 3000 TIMES.
               10  WS-POL-VENDOR-ID     PIC X(5).
               10  WS-POL-PRODUCT-CODE  PIC X(3).
               10  WS-POL-PRODUCT-NAME  PIC X(15).
               10  WS-POL-ORDER-QTY     PIC 9(5).
               10  WS-POL-LEAD-TIME     PIC 9(3).
               10  WS-POL-UNIT-PRICE    PIC 9(5)V99.
               10  WS-POL-LOCATION      PIC X(4).
       77  WS-POLINE-CNT               PIC 9(4)   VALUE ZEROES.
       77  WS-POLINE-IDX               PIC 9(4)   VALUE ZEROES.

       77  WS-SORT-OUTER-IDX           PIC 9(4)   VALUE ZEROES.
       77  WS-SORT-INNER-IDX           PIC 9(4)   VALUE ZEROES.
       77  WS-SORT-INNER-LIMIT         PIC 9(4)   VALUE ZEROES.
       77  WS-SORT-TEMP-ENTRY          PIC X(42).

      * SUGGESTED-QUANTITY ARITHMETIC: THE SHORTFALL BELOW THE
      * THRESHOLD (PLUS ONE, TO END ABOVE IT) ROUNDED UP TO THE
       77  WS-ORDER-QTY                PIC 9(5)   VALUE ZEROES.

       01  WS-COUNTERS.
           05  WS-ALERT-CNT            PIC 9(4)   VALUE ZEROES.
           05  WS-NO-VENDOR-CNT        PIC 9(4)   VALUE ZEROES.
           05  WS-DEAD-SKIP-CNT        PIC 9(4)   VALUE ZEROES.
           05  WS-PO-CNT               PIC 9(3)   VALUE ZEROES.

       77  WS-CURRENT-VENDOR           PIC X(5)   VALUE SPACES.
       0000-MAIN-PARA.
           PERFORM 0050-FILECFG-LOAD-PARA.
           PERFORM 1000-FILES-OPEN-PARA.
           IF PRODFL-WAS-OPEN THEN
               PERFORM 1500-VENDFL-LOAD-PARA UNTIL VENDFL-EOF
               PERFORM 1700-STKLOC-LOAD-PARA
               PERFORM 2000-LOCATION-CHECK-PARA
                   VARYING WS-LOC-IDX FROM 1 BY 1
                   UNTIL WS-LOC-IDX > WS-LOC-CNT
               PERFORM 3000-POLINE-SORT-PARA
               PERFORM 3500-PO-WRITE-PARA
           ELSE

           DISPLAY 'REORDER ALERTS FOUND: ', WS-ALERT-CNT.
           DISPLAY 'ALERTS WITH NO VENDOR: ', WS-NO-VENDOR-CNT.
           DISPLAY 'DEAD STOCK ALERTS NOT REORDERED: ',
               WS-DEAD-SKIP-CNT.
           DISPLAY 'PO LINES GENERATED: ', WS-POLINE-CNT.
           DISPLAY 'PURCHASE ORDERS WRITTEN: ', WS-PO-CNT.
           STOP RUN.

           OPEN INPUT PRODFL.
           DISPLAY 'FILE STATUS FOR PRODFL:', WS-PRODFL-STATUS.
           IF WS-PRODFL-STATUS = '00'
               SET PRODFL-WAS-OPEN TO TRUE
           END-IF.

           OPEN INPUT VENDFL.
           DISPLAY 'FILE STATUS FOR VENDFL:', WS-VENDFL-STATUS.
           OPEN EXTEND POOPENFL.
           DISPLAY 'FILE STATUS FOR POOPENFL:', WS-POOPENFL-STATUS.

           OPEN INPUT STKCLS.
           DISPLAY 'FILE STATUS FOR STKCLS:', WS-STKCLS-STATUS.
           IF WS-STKCLS-STATUS = '00'
               SET STKCLS-WAS-OPEN TO TRUE
           ELSE
               DISPLAY 'STOCK CLASSIFICATION NOT FOUND, NO DEAD '
                   'STOCK CHECK.'
           END-IF.

       1500-VENDFL-LOAD-PARA.
           READ VENDFL
               AT END
                   END-IF
           END-READ.

      * A MISSING LOCATION FILE MEANS STOCKUPD.CBL HAS NOT YET RUN
      * WITH LOCATIONS; EVERY PRODUCT IS THEN REORDERED FOR AT THE
      * MAIN WAREHOUSE FROM ITS MASTER QUANTITY.
       1700-STKLOC-LOAD-PARA.
           OPEN INPUT STKLOC.
           DISPLAY 'FILE STATUS FOR STKLOC:', WS-STKLOC-STATUS.
           IF WS-STKLOC-STATUS NOT = '00'
               DISPLAY 'STOCK LOCATION FILE NOT FOUND, REORDERING AT '
                   'THE MAIN WAREHOUSE.'
               SET STKLOC-EOF TO TRUE
           ELSE
               PERFORM 1750-STKLOC-READ-PARA UNTIL STKLOC-EOF
               CLOSE STKLOC
           END-IF.
           PERFORM 1780-PRODFL-READ-PARA UNTIL PRODFL-EOF.

       1750-STKLOC-READ-PARA.
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
                       IF LOC-IN-TRANSIT NUMERIC
                           MOVE LOC-IN-TRANSIT TO
                               WS-LOC-TRANSIT(WS-LOC-CNT)
                       ELSE
                           MOVE ZEROES TO WS-LOC-TRANSIT(WS-LOC-CNT)
                       END-IF
                       IF LOC-REORDER-MIN NUMERIC
                           MOVE LOC-REORDER-MIN TO
                               WS-LOC-REORDER-MIN(WS-LOC-CNT)
                       ELSE
                           MOVE WS-REORDER-MIN-QTY TO
                               WS-LOC-REORDER-MIN(WS-LOC-CNT)
                       END-IF
                   ELSE
                       DISPLAY 'WS-LOC-TABLE FULL, ENTRY IGNORED: '
                           LOC-PRODUCT-CODE ' ' LOC-LOCATION
                   END-IF
           END-READ.

      * ONE PASS OF THE PRODUCT MASTER IN KEY ORDER, SEEDING EACH
      * PRODUCT THAT HAS NO LOCATION LINE YET.
       1780-PRODFL-READ-PARA.
           READ PRODFL NEXT
               AT END
                   SET PRODFL-EOF TO TRUE
               NOT AT END
                   PERFORM 1800-STKLOC-SEED-PARA
           END-READ.

       1800-STKLOC-SEED-PARA.
           MOVE 'N' TO WS-LOC-FOUND-SW.
           MOVE 1 TO WS-LOC-SRCH-IDX.
           PERFORM 1850-STKLOC-ANY-FIND-ONE-PARA
               UNTIL WS-LOC-SRCH-IDX > WS-LOC-CNT
                  OR WS-LOC-FOUND.
           IF NOT WS-LOC-FOUND
               IF WS-LOC-CNT < 3000
                   ADD 1 TO WS-LOC-CNT
                   MOVE PRODFL-CODE TO WS-LOC-PRODUCT(WS-LOC-CNT)
                   MOVE WS-MAIN-LOCATION TO
                       WS-LOC-LOCATION(WS-LOC-CNT)
                   MOVE PRODFL-QTY-ON-HAND TO WS-LOC-QTY(WS-LOC-CNT)
                   MOVE ZEROES TO WS-LOC-TRANSIT(WS-LOC-CNT)
                   MOVE WS-REORDER-MIN-QTY TO
                       WS-LOC-REORDER-MIN(WS-LOC-CNT)
               ELSE
                   DISPLAY 'WS-LOC-TABLE FULL, ENTRY IGNORED: '
                       PRODFL-CODE
               END-IF
           END-IF.

       1850-STKLOC-ANY-FIND-ONE-PARA.
           IF WS-LOC-PRODUCT(WS-LOC-SRCH-IDX) = PRODFL-CODE
               SET WS-LOC-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-LOC-SRCH-IDX
           END-IF.

      * A LOCATION WHOSE STOCK, COUNTING WHAT IS ALREADY IN TRANSIT
      * TO IT, IS BELOW ITS OWN THRESHOLD RAISES A REORDER ALERT.
      * AN ALERT ON AN ITEM CLASSIFIED DEAD IS COUNTED AND LISTED
      * BUT NOT ORDERED.
       2000-LOCATION-CHECK-PARA.
           COMPUTE WS-AVAILABLE-QTY = WS-LOC-QTY(WS-LOC-IDX) +
               WS-LOC-TRANSIT(WS-LOC-IDX).
           IF WS-AVAILABLE-QTY < WS-LOC-REORDER-MIN(WS-LOC-IDX)
               ADD 1 TO WS-ALERT-CNT
               PERFORM 2050-DEAD-STOCK-CHECK-PARA
               IF WS-ITEM-DEAD
                   ADD 1 TO WS-DEAD-SKIP-CNT
                   DISPLAY 'DEAD STOCK, NOT REORDERED: '
                       WS-LOC-PRODUCT(WS-LOC-IDX) ' '
                       WS-LOC-LOCATION(WS-LOC-IDX)
               ELSE
                   PERFORM 2100-ALERT-TO-POLINE-PARA
               END-IF
           END-IF.

       2050-DEAD-STOCK-CHECK-PARA.
           MOVE 'N' TO WS-ITEM-DEAD-SW.
           IF STKCLS-WAS-OPEN
               MOVE WS-LOC-PRODUCT(WS-LOC-IDX) TO CLS-PRODUCT-CODE
               READ STKCLS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CLS-DEAD
                           SET WS-ITEM-DEAD TO TRUE
                       END-IF
               END-READ
           END-IF.

      * TURNS ONE REORDER ALERT INTO A STAGED PO LINE FOR DELIVERY
      * TO THE LOCATION THAT IS SHORT. A PRODUCT WITH NO VENDOR
      * MASTER ENTRY IS COUNTED AND LEFT FOR PURCHASING TO SET UP.
       2100-ALERT-TO-POLINE-PARA.
           PERFORM 2150-PRODUCT-FIND-PARA.
           PERFORM 2200-VENDOR-FIND-PARA.
           IF NOT WS-VENDOR-FOUND OR NOT WS-PROD-FOUND
               ADD 1 TO WS-NO-VENDOR-CNT
               DISPLAY 'NO VENDOR FOR PRODUCT: '
                   WS-LOC-PRODUCT(WS-LOC-IDX)
           ELSE
               PERFORM 2300-ORDER-QTY-COMPUTE-PARA
               IF WS-POLINE-CNT < 3000
                   ADD 1 TO WS-POLINE-CNT
                   MOVE WS-VND-VENDOR-ID(WS-VENDOR-SRCH-IDX)
                       TO WS-POL-VENDOR-ID(WS-POLINE-CNT)
                   MOVE WS-LOC-PRODUCT(WS-LOC-IDX)
                       TO WS-POL-PRODUCT-CODE(WS-POLINE-CNT)
                   MOVE PRODFL-NAME
                       TO WS-POL-PRODUCT-NAME(WS-POLINE-CNT)
                       TO WS-POL-ORDER-QTY(WS-POLINE-CNT)
                   MOVE WS-VND-LEAD-TIME(WS-VENDOR-SRCH-IDX)
                       TO WS-POL-LEAD-TIME(WS-POLINE-CNT)
                   MOVE PRODFL-AVG-COST
                       TO WS-POL-UNIT-PRICE(WS-POLINE-CNT)
                   MOVE WS-LOC-LOCATION(WS-LOC-IDX)
                       TO WS-POL-LOCATION(WS-POLINE-CNT)
               ELSE
                   DISPLAY 'WS-POLINE-TABLE FULL, LINE DROPPED: '
                       WS-LOC-PRODUCT(WS-LOC-IDX)
               END-IF
           END-IF.

       2150-PRODUCT-FIND-PARA.
           MOVE 'N' TO WS-PROD-FOUND-SW.
           MOVE WS-LOC-PRODUCT(WS-LOC-IDX) TO PRODFL-CODE.
           READ PRODFL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-PROD-FOUND TO TRUE
                   IF PRODFL-AVG-COST NOT NUMERIC
                       MOVE ZEROES TO PRODFL-AVG-COST
                   END-IF
           END-READ.

       2200-VENDOR-FIND-PARA.
           MOVE 'N' TO WS-VENDOR-FOUND-SW.
           MOVE 1 TO WS-VENDOR-SRCH-IDX.
                  OR WS-VENDOR-FOUND.

       2250-VENDOR-FIND-ONE-PARA.
           IF WS-VND-PRODUCT-CODE(WS-VENDOR-SRCH-IDX) =
                   WS-LOC-PRODUCT(WS-LOC-IDX)
               SET WS-VENDOR-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-VENDOR-SRCH-IDX
           END-IF.

      * SUGGESTED QUANTITY: ENOUGH TO END STRICTLY ABOVE THE
      * LOCATION'S THRESHOLD, ROUNDED UP TO THE VENDOR'S ORDER
      * MULTIPLE.
       2300-ORDER-QTY-COMPUTE-PARA.
           COMPUTE WS-SHORTFALL =
               WS-LOC-REORDER-MIN(WS-LOC-IDX) - WS-AVAILABLE-QTY + 1.
           IF WS-VND-ORDER-MULT(WS-VENDOR-SRCH-IDX) > 1
               DIVIDE WS-SHORTFALL BY
                   WS-VND-ORDER-MULT(WS-VENDOR-SRCH-IDX)
               WS-POL-ORDER-QTY(WS-POLINE-IDX) DELIMITED BY SIZE
               ' LEAD DAYS ' DELIMITED BY SIZE
               WS-POL-LEAD-TIME(WS-POLINE-IDX) DELIMITED BY SIZE
               ' DELIVER TO ' DELIMITED BY SIZE
               WS-POL-LOCATION(WS-POLINE-IDX) DELIMITED BY SIZE
               INTO POFL-REC.
           WRITE POFL-REC.
           PERFORM 3650-POOPEN-LINE-PARA.
           ADD 1 TO WS-POLINE-IDX.

      * THE SAME LINE AS FIXED FIELDS ON THE OPEN-PO FILE, STATUS
      * OPEN WITH NOTHING YET RECEIVED OR BILLED, PRICED AT THE
      * PRODUCT'S CURRENT AVERAGE COST, FOR ITS DELIVERY LOCATION.
       3650-POOPEN-LINE-PARA.
           MOVE SPACES TO POOPENFL-REC.
           MOVE WS-RUN-DATE TO POL-PO-DATE.
           MOVE WS-POL-ORDER-QTY(WS-POLINE-IDX) TO POL-ORDER-QTY.
           MOVE ZEROES TO POL-RECEIVED-QTY.
           MOVE WS-POL-LEAD-TIME(WS-POLINE-IDX) TO POL-LEAD-TIME.
           MOVE WS-POL-UNIT-PRICE(WS-POLINE-IDX) TO POL-UNIT-PRICE.
           MOVE ZEROES TO POL-INVOICED-QTY.
           MOVE WS-POL-LOCATION(WS-POLINE-IDX) TO POL-DELIVER-LOCN.
           SET POL-OPEN TO TRUE.
           WRITE POOPENFL-REC.

       3900-FILES-CLOSE-PARA.
           IF PRODFL-WAS-OPEN
               CLOSE PRODFL
           END-IF.
           IF WS-VENDFL-STATUS = '00'
           END-IF.
           CLOSE POFL.
           CLOSE POOPENFL.
           IF STKCLS-WAS-OPEN
               CLOSE STKCLS
           END-IF.

      * RESOLVES EVERY FILE ASSIGNMENT FROM THE EXTERNAL FILE
      * CONFIGURATION BEFORE ANYTHING IS OPENED, REPORTING EACH
           MOVE 'POOPENFILE' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-POOPENFL-PATH.
           MOVE 'STOCKLOCN' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-STKLOC-PATH.
           MOVE 'STOCKCLASS' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-STKCLS-PATH.

       0060-FILECFG-ONE-PARA.
           CALL 'FILECFG' USING WS-CFG-NAME, WS-CFG-PATH,

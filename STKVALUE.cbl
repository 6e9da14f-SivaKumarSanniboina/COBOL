       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * SAME ASSIGN/LAYOUT/KEY AS ARR2.CBL'S PRODFL, READ BY KEY
      * FOR EACH LINE'S PRODUCT NAME AND AVERAGE COST.
           SELECT PRODFL ASSIGN TO DYNAMIC WS-PRODFL-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRODFL-CODE
           FILE STATUS WS-PRODFL-STATUS.

      * SAME ASSIGN/LAYOUT/KEYS AS STOCKUPD.CBL'S STKLOC, READ IN
      * PRODUCT AND LOCATION ORDER: THE QUANTITIES VALUED, LOCATION
      * BY LOCATION.
           SELECT STKLOC ASSIGN TO DYNAMIC WS-STKLOC-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS LOC-KEY
           ALTERNATE RECORD KEY IS LOC-LOCATION WITH DUPLICATES
           FILE STATUS WS-STKLOC-STATUS.

      * MONTH-END INVENTORY VALUATION: QUANTITY ON HAND TIMES THE
      * PERPETUAL WEIGHTED-AVERAGE COST PER PRODUCT, SO FINANCE
      * POSTS FROM COST INSTEAD OF THE SELLING PRICE THAT OVERSTATED
      * US. GROUPED BY LOCATION WITH A SUBTOTAL EACH, THEN THE
      * COMPANY TOTAL.
           SELECT VALRPT ASSIGN TO DYNAMIC WS-VALRPT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-VALRPT-STATUS.
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

       FD  VALRPT.
       01  VALRPT-REC                  PIC X(80).

      * 0050-FILECFG-LOAD-PARA -- SO A DISK MOVE OR A TEST RUN
      * NEVER MEANS EDITING AND RECOMPILING THIS PROGRAM.
       77  WS-PRODFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-STKLOC-PATH              PIC X(80) VALUE SPACES.
       77  WS-VALRPT-PATH              PIC X(80) VALUE SPACES.
       77  WS-CFG-NAME             PIC X(12)   VALUE SPACES.
       77  WS-CFG-PATH             PIC X(80)   VALUE SPACES.

       01  WS-FILE-STATUS.
           05  WS-PRODFL-STATUS        PIC X(2).
           05  WS-STKLOC-STATUS        PIC X(2).
           05  WS-VALRPT-STATUS        PIC X(2).

       77  WS-PRODFL-EOF-SW            PIC X(01)   VALUE 'N'.
           88  PRODFL-EOF                          VALUE 'Y'.
       77  WS-STKLOC-EOF-SW            PIC X(01)   VALUE 'N'.
           88  STKLOC-EOF                          VALUE 'Y'.
       77  WS-PRODFL-OPEN-SW           PIC X(01)   VALUE 'N'.
           88  PRODFL-WAS-OPEN                     VALUE 'Y'.

      * SET BY THE KEYED READ OF A LINE'S PRODUCT.
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
               10  WS-LOC-TRANSIT       PIC 9(5).
       77  WS-LOC-CNT                  PIC 9(4)   VALUE ZEROES.
       77  WS-LOC-IDX                  PIC 9(4)   VALUE ZEROES.
       77  WS-LOC-SRCH-IDX             PIC 9(4)   VALUE ZEROES.
       77  WS-LOC-FOUND-SW             PIC X(1)   VALUE 'N'.
           88  WS-LOC-FOUND                       VALUE 'Y'.
       77  WS-MAIN-LOCATION            PIC X(4)   VALUE 'MAIN'.

      * THE DISTINCT LOCATIONS, IN THE ORDER THEY FIRST APPEAR ON
      * THE FILE, EACH WITH ITS SUBTOTAL.
       01  WS-LSUM-TABLE.
           05  WS-LSUM-ENTRY OCCURS 20 TIMES.
               10  WS-LSUM-LOCATION     PIC X(4).
               10  WS-LSUM-VALUE        PIC 9(11)V99.
       77  WS-LSUM-CNT                 PIC 9(3)   VALUE ZEROES.
       77  WS-LSUM-IDX                 PIC 9(3)   VALUE ZEROES.
       77  WS-LSUM-FOUND-SW            PIC X(1)   VALUE 'N'.
           88  WS-LSUM-FOUND                      VALUE 'Y'.

      * STOCK IN TRANSIT IS VALUED AT THE LOCATION IT IS GOING TO,
      * SO THE COMPANY TOTAL STILL COVERS EVERYTHING WE OWN.
       77  WS-HELD-QTY                 PIC 9(6)     VALUE ZEROES.
       77  WS-LINE-VALUE               PIC 9(9)V99  VALUE ZEROES.
       77  WS-TOTAL-VALUE              PIC 9(11)V99 VALUE ZEROES.
       77  WS-NO-COST-CNT              PIC 9(5)     VALUE ZEROES.
       77  WS-PRODFL-RD-CNT            PIC 9(5)     VALUE ZEROES.
       77  WS-FORMATTED-VALUE          PIC Z(8)9.99.
       77  WS-FORMATTED-TOTAL          PIC Z(10)9.99.

       0000-MAIN-PARA.
           PERFORM 0050-FILECFG-LOAD-PARA.
           PERFORM 1000-FILES-OPEN-PARA.
           IF PRODFL-WAS-OPEN THEN
               PERFORM 1600-STKLOC-LOAD-PARA
               PERFORM 2000-LOCATION-VALUE-PARA
                   VARYING WS-LSUM-IDX FROM 1 BY 1
                   UNTIL WS-LSUM-IDX > WS-LSUM-CNT
           ELSE
               DISPLAY 'PRODUCT MASTER CANNOT BE OPENED.'
               MOVE 16 TO RETURN-CODE
           PERFORM 3000-FILES-CLOSE-PARA.

           DISPLAY 'PRODUCTS VALUED: ', WS-PRODFL-RD-CNT.
           DISPLAY 'LOCATIONS VALUED: ', WS-LSUM-CNT.
           DISPLAY 'LINES WITH NO COST: ', WS-NO-COST-CNT.
           DISPLAY 'INVENTORY VALUE: ', WS-TOTAL-VALUE.
           STOP RUN.

       1000-FILES-OPEN-PARA.
           OPEN INPUT PRODFL.
           DISPLAY 'FILE STATUS FOR PRODFL:', WS-PRODFL-STATUS.
           IF WS-PRODFL-STATUS = '00'
               SET PRODFL-WAS-OPEN TO TRUE
           END-IF.

           OPEN OUTPUT VALRPT.
           MOVE 'MONTH-END INVENTORY VALUATION AT AVERAGE COST'
               TO VALRPT-REC.
           WRITE VALRPT-REC.

      * A MISSING LOCATION FILE MEANS STOCKUPD.CBL HAS NOT YET RUN
      * WITH LOCATIONS; EVERYTHING IS THEN VALUED AT THE MAIN
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
           PERFORM 1800-LOCATION-LIST-PARA
               VARYING WS-LOC-IDX FROM 1 BY 1
               UNTIL WS-LOC-IDX > WS-LOC-CNT.

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
                       IF LOC-IN-TRANSIT NUMERIC
                           MOVE LOC-IN-TRANSIT TO
                               WS-LOC-TRANSIT(WS-LOC-CNT)
                       ELSE
                           MOVE ZEROES TO WS-LOC-TRANSIT(WS-LOC-CNT)
                       END-IF
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
                   ADD 1 TO WS-PRODFL-RD-CNT
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
                   MOVE ZEROES TO WS-LOC-TRANSIT(WS-LOC-CNT)
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

       1800-LOCATION-LIST-PARA.
           MOVE 'N' TO WS-LSUM-FOUND-SW.
           MOVE 1 TO WS-LSUM-IDX.
           PERFORM 1850-LOCATION-LIST-ONE-PARA
               UNTIL WS-LSUM-IDX > WS-LSUM-CNT
                  OR WS-LSUM-FOUND.
           IF NOT WS-LSUM-FOUND
               IF WS-LSUM-CNT < 20
                   ADD 1 TO WS-LSUM-CNT
                   MOVE WS-LOC-LOCATION(WS-LOC-IDX) TO
                       WS-LSUM-LOCATION(WS-LSUM-CNT)
                   MOVE ZEROES TO WS-LSUM-VALUE(WS-LSUM-CNT)
               ELSE
                   DISPLAY 'WS-LSUM-TABLE FULL, LOCATION NOT VALUED: '
                       WS-LOC-LOCATION(WS-LOC-IDX)
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       1850-LOCATION-LIST-ONE-PARA.
           IF WS-LSUM-LOCATION(WS-LSUM-IDX) =
                   WS-LOC-LOCATION(WS-LOC-IDX)
               SET WS-LSUM-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-LSUM-IDX
           END-IF.

      * ONE LOCATION: A HEADING, ITS PRODUCT LINES, ITS SUBTOTAL.
       2000-LOCATION-VALUE-PARA.
           MOVE SPACES TO VALRPT-REC.
           STRING 'LOCATION ' DELIMITED BY SIZE
               WS-LSUM-LOCATION(WS-LSUM-IDX) DELIMITED BY SIZE
               INTO VALRPT-REC.
           WRITE VALRPT-REC.
           PERFORM 2100-VALUE-ONE-PARA
               VARYING WS-LOC-IDX FROM 1 BY 1
               UNTIL WS-LOC-IDX > WS-LOC-CNT.
           ADD WS-LSUM-VALUE(WS-LSUM-IDX) TO WS-TOTAL-VALUE.
           MOVE WS-LSUM-VALUE(WS-LSUM-IDX) TO WS-FORMATTED-TOTAL.
           MOVE SPACES TO VALRPT-REC.
           STRING 'LOCATION ' DELIMITED BY SIZE
               WS-LSUM-LOCATION(WS-LSUM-IDX) DELIMITED BY SIZE
               ' VALUE: ' DELIMITED BY SIZE
               WS-FORMATTED-TOTAL DELIMITED BY SIZE
               INTO VALRPT-REC.
           WRITE VALRPT-REC.

      * A LINE WITH STOCK BUT NO COST ON RECORD IS FLAGGED -- THE
      * PRODUCT HAS NEVER RECEIVED AT A COST AND SOMEONE SHOULD ASK
      * WHY.
       2100-VALUE-ONE-PARA.
           IF WS-LOC-LOCATION(WS-LOC-IDX) =
                   WS-LSUM-LOCATION(WS-LSUM-IDX)
               PERFORM 2150-PRODUCT-FIND-PARA
               COMPUTE WS-HELD-QTY = WS-LOC-QTY(WS-LOC-IDX) +
                   WS-LOC-TRANSIT(WS-LOC-IDX)
               EVALUATE TRUE
                   WHEN NOT WS-PROD-FOUND
                       MOVE SPACES TO VALRPT-REC
                       STRING WS-LOC-PRODUCT(WS-LOC-IDX)
                           DELIMITED BY SIZE
                           ' NOT ON PRODUCT MASTER, NOT VALUED'
                           DELIMITED BY SIZE
                           INTO VALRPT-REC
                       WRITE VALRPT-REC
                   WHEN PRODFL-AVG-COST = 0
                       IF WS-HELD-QTY > 0
                           ADD 1 TO WS-NO-COST-CNT
                           PERFORM 2200-NO-COST-LINE-PARA
                       END-IF
                   WHEN OTHER
                       COMPUTE WS-LINE-VALUE = WS-HELD-QTY *
                           PRODFL-AVG-COST
                       ADD WS-LINE-VALUE TO
                           WS-LSUM-VALUE(WS-LSUM-IDX)
                       PERFORM 2300-VALUE-LINE-PARA
               END-EVALUATE
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

       2200-NO-COST-LINE-PARA.
           MOVE SPACES TO VALRPT-REC.
           STRING WS-LOC-PRODUCT(WS-LOC-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PRODFL-NAME DELIMITED BY SIZE
               ' ON HAND ' DELIMITED BY SIZE
               WS-LOC-QTY(WS-LOC-IDX) DELIMITED BY SIZE
               ' TRANSIT ' DELIMITED BY SIZE
               WS-LOC-TRANSIT(WS-LOC-IDX) DELIMITED BY SIZE
               ' NO COST ON RECORD' DELIMITED BY SIZE
               INTO VALRPT-REC.
           WRITE VALRPT-REC.

       2300-VALUE-LINE-PARA.
           MOVE WS-LINE-VALUE TO WS-FORMATTED-VALUE.
           MOVE SPACES TO VALRPT-REC.
           STRING WS-LOC-PRODUCT(WS-LOC-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PRODFL-NAME DELIMITED BY SIZE
               ' QTY ' DELIMITED BY SIZE
               WS-LOC-QTY(WS-LOC-IDX) DELIMITED BY SIZE
               ' TRANSIT ' DELIMITED BY SIZE
               WS-LOC-TRANSIT(WS-LOC-IDX) DELIMITED BY SIZE
               ' VALUE ' DELIMITED BY SIZE
               WS-FORMATTED-VALUE DELIMITED BY SIZE
               INTO VALRPT-REC.
           WRITE VALRPT-REC.

       3000-FILES-CLOSE-PARA.
           IF PRODFL-WAS-OPEN
               CLOSE PRODFL
           END-IF.
           MOVE WS-TOTAL-VALUE TO WS-FORMATTED-TOTAL.
           MOVE SPACES TO VALRPT-REC.
           STRING 'COMPANY TOTAL INVENTORY VALUE: ' DELIMITED BY SIZE
               WS-FORMATTED-TOTAL DELIMITED BY SIZE
               INTO VALRPT-REC.
           WRITE VALRPT-REC.
           MOVE 'PRODUCTMASTE' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-PRODFL-PATH.
           MOVE 'STOCKLOCN' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-STKLOC-PATH.
           MOVE 'STOCKVALRPT' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-VALRPT-PATH.

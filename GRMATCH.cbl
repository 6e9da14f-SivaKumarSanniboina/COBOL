           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-POOPENFL-STATUS.

      * SAME ASSIGN/LAYOUT/KEY AS ARR2.CBL'S PRODFL. EACH RECEIPT
      * READS ITS PRODUCT BY KEY AND REWRITES IT IN PLACE.
           SELECT PRODFL ASSIGN TO DYNAMIC WS-PRODFL-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRODFL-CODE
           FILE STATUS WS-PRODFL-STATUS.

      * SAME ASSIGN/LAYOUT/KEYS AS STOCKUPD.CBL'S STKLOC, INDEXED ON
      * PRODUCT AND LOCATION. RECEIVED STOCK IS BOOKED INTO THE
      * LOCATION THE PO LINE WAS RAISED FOR, ONE KEYED REWRITE AT A
      * TIME, SO THE LOCATIONS STILL ADD UP TO THE PRODUCT MASTER.
           SELECT STKLOC ASSIGN TO DYNAMIC WS-STKLOC-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LOC-KEY
           ALTERNATE RECORD KEY IS LOC-LOCATION WITH DUPLICATES
           FILE STATUS WS-STKLOC-STATUS.

      * MATCHING REPORT: SHORT AND OVER DELIVERIES, RECEIPTS WITH NO
      * OPEN PO, AND EVERY PO STILL OPEN PAST ITS VENDOR'S LEAD TIME
      * SO PURCHASING CAN CHASE IT.
           05  POL-RECEIVED-QTY    PIC 9(05).
           05  POL-LEAD-TIME       PIC 9(03).
           05  POL-STATUS          PIC X(01).
      * UNIT PRICE AND INVOICED QUANTITY, OWNED BY INVMATCH.CBL AND
      * CARRIED THROUGH HERE UNTOUCHED.
           05  POL-INVOICE-FIELDS  PIC X(12).
           05  POL-DELIVER-LOCN    PIC X(04).
           05  FILLER              PIC X(34).

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

      * SAME LAYOUT AS ARR2.CBL'S PRODFL-REC.
       FD  PRODFL.
       77  WS-GRECFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-POOPENFL-PATH            PIC X(80) VALUE SPACES.
       77  WS-PRODFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-STKLOC-PATH              PIC X(80) VALUE SPACES.
       77  WS-GRRPT-PATH               PIC X(80) VALUE SPACES.
       77  WS-RUNPARM-PATH             PIC X(80) VALUE SPACES.
       77  WS-CFG-NAME             PIC X(12)   VALUE SPACES.
           05  WS-GRECFL-STATUS        PIC X(2).
           05  WS-POOPENFL-STATUS      PIC X(2).
           05  WS-PRODFL-STATUS        PIC X(2).
           05  WS-STKLOC-STATUS        PIC X(2).
           05  WS-GRRPT-STATUS         PIC X(2).
           05  WS-RUNPARM-STATUS       PIC X(2).

               88  POOPENFL-EOF                    VALUE 'Y'.
           05  WS-PRODFL-EOF-SW        PIC X(01)   VALUE 'N'.
               88  PRODFL-EOF                      VALUE 'Y'.
           05  WS-PRODFL-OPEN-SW       PIC X(01)   VALUE 'N'.
               88  PRODFL-WAS-OPEN                 VALUE 'Y'.
           05  WS-STKLOC-OPEN-SW       PIC X(01)   VALUE 'N'.
               88  STKLOC-WAS-OPEN                 VALUE 'Y'.

      * OPEN-PO TABLE, UPDATED IN PLACE AND REWRITTEN AT CLOSE.
       01  WS-PO-TABLE.
               10  WS-PO-RECEIVED-QTY   PIC 9(05).
               10  WS-PO-LEAD-TIME      PIC 9(03).
               10  WS-PO-STATUS         PIC X(01).
               10  WS-PO-INVOICE-FIELDS PIC X(12).
               10  WS-PO-DELIVER-LOCN   PIC X(04).
       77  WS-PO-CNT                   PIC 9(3)    VALUE ZEROES.
       77  WS-PO-SRCH-IDX              PIC 9(3)    VALUE ZEROES.
       77  WS-PO-FOUND-SW              PIC X(01)   VALUE 'N'.
       77  WS-LOAD-ABANDON-SW          PIC X(01)   VALUE 'N'.
           88  WS-LOAD-ABANDONED                   VALUE 'Y'.

      * STOCK BY LOCATION, SEEDED AS STOCKUPD.CBL SEEDS IT: A PRODUCT
      * WITH NO LOCATION LINE YET IS TAKEN TO BE HELD AT THE MAIN
      * WAREHOUSE.
       77  WS-LOC-FOUND-SW             PIC X(1)   VALUE 'N'.
           88  WS-LOC-FOUND                       VALUE 'Y'.
       77  WS-LOC-KEY-LOCATION         PIC X(4)   VALUE SPACES.
       77  WS-MAIN-LOCATION            PIC X(4)   VALUE 'MAIN'.
      * SAME THRESHOLD AS ARR2.CBL'S WS-REORDER-MIN-QTY, GIVEN TO A
      * NEW LOCATION LINE.
       77  WS-REORDER-MIN-QTY          PIC 9(5)   VALUE 10.

       77  WS-RUN-DATE                 PIC 9(8)    VALUE ZEROES.
       77  WS-RUN-DATE-DAYS            PIC 9(8)    VALUE ZEROES.
           PERFORM 0050-FILECFG-LOAD-PARA.
           PERFORM 1000-FILES-OPEN-PARA.
           IF WS-POOPENFL-STATUS = '00'
                   AND PRODFL-WAS-OPEN THEN
               PERFORM 1500-POOPEN-LOAD-PARA UNTIL POOPENFL-EOF
               CLOSE POOPENFL
               PERFORM 1800-STKLOC-LOAD-PARA
               IF NOT WS-LOAD-ABANDONED
                   IF WS-GRECFL-STATUS = '00'
                       PERFORM 2000-GRECFL-READ-PARA
                   END-IF
                   PERFORM 3000-OVERDUE-REPORT-PARA
                   PERFORM 3200-POOPEN-REWRITE-PARA
               END-IF
           ELSE
               DISPLAY 'OPEN-PO FILE OR PRODUCT MASTER CANNOT BE '
           OPEN INPUT POOPENFL.
           DISPLAY 'FILE STATUS FOR POOPENFL:', WS-POOPENFL-STATUS.

           OPEN I-O PRODFL.
           DISPLAY 'FILE STATUS FOR PRODFL:', WS-PRODFL-STATUS.
           IF WS-PRODFL-STATUS = '00'
               SET PRODFL-WAS-OPEN TO TRUE
           END-IF.

           OPEN INPUT GRECFL.
           IF WS-GRECFL-STATUS NOT = '00'
                       MOVE POL-LEAD-TIME TO
                           WS-PO-LEAD-TIME(WS-PO-CNT)
                       MOVE POL-STATUS TO WS-PO-STATUS(WS-PO-CNT)
                       MOVE POL-INVOICE-FIELDS TO
                           WS-PO-INVOICE-FIELDS(WS-PO-CNT)
                       IF POL-DELIVER-LOCN = SPACES
                           MOVE WS-MAIN-LOCATION TO
                               WS-PO-DELIVER-LOCN(WS-PO-CNT)
                       ELSE
                           MOVE POL-DELIVER-LOCN TO
                               WS-PO-DELIVER-LOCN(WS-PO-CNT)
                       END-IF
                   ELSE
                       DISPLAY 'WS-PO-TABLE FULL, RUN ABANDONED.'
                       MOVE 16 TO RETURN-CODE
                   END-IF
           END-READ.

      * A MISSING LOCATION FILE MEANS STOCKUPD.CBL HAS NOT YET RUN
      * WITH LOCATIONS; THE FILE IS THEN CREATED HERE AND SEEDED FROM
      * THE MASTER.
       1800-STKLOC-LOAD-PARA.
           OPEN I-O STKLOC.
           IF WS-STKLOC-STATUS = '35'
               DISPLAY 'STOCK LOCATION FILE NOT FOUND, ALL STOCK '
                   'TAKEN AS AT THE MAIN WAREHOUSE.'
               OPEN OUTPUT STKLOC
               CLOSE STKLOC
               OPEN I-O STKLOC
           END-IF.
           DISPLAY 'FILE STATUS FOR STKLOC:', WS-STKLOC-STATUS.
           IF WS-STKLOC-STATUS NOT = '00'
               DISPLAY 'STOCK LOCATION FILE CANNOT BE OPENED, RUN '
                   'ABANDONED.'
               MOVE 16 TO RETURN-CODE
               SET GRECFL-EOF TO TRUE
               SET WS-LOAD-ABANDONED TO TRUE
           ELSE
               SET STKLOC-WAS-OPEN TO TRUE
               PERFORM 1880-PRODFL-READ-PARA
                   UNTIL PRODFL-EOF OR WS-LOAD-ABANDONED
           END-IF.

      * ONE PASS OF THE PRODUCT MASTER IN KEY ORDER, SEEDING EACH
      * PRODUCT THAT HAS NO LOCATION LINE YET.
       1880-PRODFL-READ-PARA.
           READ PRODFL NEXT
               AT END
                   SET PRODFL-EOF TO TRUE
               NOT AT END
                   PERFORM 1900-STKLOC-SEED-PARA
           END-READ.

      * THE FIRST LINE AT OR AFTER THE PRODUCT'S LOWEST KEY SAYS
      * WHETHER IT IS STOCKED ANYWHERE YET.
       1900-STKLOC-SEED-PARA.
           MOVE 'N' TO WS-LOC-FOUND-SW.
           MOVE PRODFL-CODE TO LOC-PRODUCT-CODE.
           MOVE LOW-VALUES TO LOC-LOCATION.
           START STKLOC KEY >= LOC-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 1950-STKLOC-ANY-FIND-ONE-PARA
           END-START.
           IF NOT WS-LOC-FOUND
               MOVE SPACES TO STKLOC-REC
               MOVE PRODFL-CODE TO LOC-PRODUCT-CODE
               MOVE WS-MAIN-LOCATION TO LOC-LOCATION
               MOVE PRODFL-QTY-ON-HAND TO LOC-QTY-ON-HAND
               MOVE ZEROES TO LOC-IN-TRANSIT
               MOVE WS-REORDER-MIN-QTY TO LOC-REORDER-MIN
               WRITE STKLOC-REC
                   INVALID KEY
                       DISPLAY 'STOCK LOCATION SEED FAILED: '
                           LOC-KEY ' STATUS ' WS-STKLOC-STATUS
                       MOVE 16 TO RETURN-CODE
                       SET GRECFL-EOF TO TRUE
                       SET WS-LOAD-ABANDONED TO TRUE
               END-WRITE
           END-IF.

       1950-STKLOC-ANY-FIND-ONE-PARA.
           READ STKLOC NEXT
               AT END
                   CONTINUE
               NOT AT END
                   IF LOC-PRODUCT-CODE = PRODFL-CODE
                       SET WS-LOC-FOUND TO TRUE
                   END-IF
           END-READ.

           END-IF.

       2300-STOCK-RECEIVE-PARA.
           MOVE GRC-PRODUCT-CODE TO PRODFL-CODE.
           READ PRODFL
               INVALID KEY
                   DISPLAY 'RECEIVED PRODUCT NOT ON MASTER: '
                       GRC-PRODUCT-CODE
               NOT INVALID KEY
                   ADD GRC-QTY TO PRODFL-QTY-ON-HAND
                   PERFORM 2350-PRODFL-REWRITE-PARA
                   PERFORM 2400-LOCATION-RECEIVE-PARA
           END-READ.

      * THE SAME QUANTITY GOES ON HAND AT THE PO LINE'S DELIVERY
      * LOCATION, ONE KEYED READ AND REWRITE, OPENING A LINE FOR IT
      * THERE IF IT HAS NONE.
       2400-LOCATION-RECEIVE-PARA.
           MOVE WS-PO-DELIVER-LOCN(WS-PO-SRCH-IDX)
               TO WS-LOC-KEY-LOCATION.
           MOVE 'N' TO WS-LOC-FOUND-SW.
           MOVE GRC-PRODUCT-CODE TO LOC-PRODUCT-CODE.
           MOVE WS-LOC-KEY-LOCATION TO LOC-LOCATION.
           READ STKLOC KEY IS LOC-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-LOC-FOUND TO TRUE
                   IF LOC-QTY-ON-HAND NOT NUMERIC
                       MOVE ZEROES TO LOC-QTY-ON-HAND
                   END-IF
           END-READ.
           IF WS-LOC-FOUND
               ADD GRC-QTY TO LOC-QTY-ON-HAND
               REWRITE STKLOC-REC
                   INVALID KEY
                       DISPLAY 'STOCK LOCATION REWRITE FAILED: '
                           LOC-KEY ' STATUS ' WS-STKLOC-STATUS
                       MOVE 16 TO RETURN-CODE
               END-REWRITE
           ELSE
               MOVE SPACES TO STKLOC-REC
               MOVE GRC-PRODUCT-CODE TO LOC-PRODUCT-CODE
               MOVE WS-LOC-KEY-LOCATION TO LOC-LOCATION
               MOVE GRC-QTY TO LOC-QTY-ON-HAND
               MOVE ZEROES TO LOC-IN-TRANSIT
               MOVE WS-REORDER-MIN-QTY TO LOC-REORDER-MIN
               WRITE STKLOC-REC
                   INVALID KEY
                       DISPLAY 'STOCK LOCATION WRITE FAILED: '
                           LOC-KEY ' STATUS ' WS-STKLOC-STATUS
                       MOVE 16 TO RETURN-CODE
               END-WRITE
           END-IF.

      * THE RECEIVED QUANTITY GOES BACK ON THE MASTER RECORD AT
      * ONCE, SO A PROGRAM RUNNING ALONGSIDE SEES IT AND CANNOT
      * OVERWRITE IT.
       2350-PRODFL-REWRITE-PARA.
           REWRITE PRODFL-REC
               INVALID KEY
                   DISPLAY 'PRODUCT MASTER REWRITE FAILED: '
                       PRODFL-CODE ' STATUS ' WS-PRODFL-STATUS
                   MOVE 16 TO RETURN-CODE
           END-REWRITE.

      * EVERY LINE STILL OPEN BEYOND ITS VENDOR'S LEAD TIME GOES ON
      * THE CHASE LIST.
       3000-OVERDUE-REPORT-PARA.
           MOVE WS-PO-RECEIVED-QTY(WS-PO-IDX) TO POL-RECEIVED-QTY.
           MOVE WS-PO-LEAD-TIME(WS-PO-IDX)    TO POL-LEAD-TIME.
           MOVE WS-PO-STATUS(WS-PO-IDX)       TO POL-STATUS.
           MOVE WS-PO-INVOICE-FIELDS(WS-PO-IDX)
                                              TO POL-INVOICE-FIELDS.
           MOVE WS-PO-DELIVER-LOCN(WS-PO-IDX) TO POL-DELIVER-LOCN.
           WRITE POOPENFL-REC.
           ADD 1 TO WS-PO-IDX.

       3900-FILES-CLOSE-PARA.
           IF PRODFL-WAS-OPEN
               CLOSE PRODFL
           END-IF.
           IF STKLOC-WAS-OPEN
               CLOSE STKLOC
           END-IF.
           IF WS-GRECFL-STATUS = '00' OR WS-GRECFL-STATUS = '10'
               CLOSE GRECFL
           END-IF.
           MOVE 'PRODUCTMASTE' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-PRODFL-PATH.
           MOVE 'STOCKLOCN' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-STKLOC-PATH.
           MOVE 'GRMATCHRPT' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-GRRPT-PATH.

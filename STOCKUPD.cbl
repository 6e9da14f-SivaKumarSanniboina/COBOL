       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * SAME ASSIGN/LAYOUT/KEY AS ARR2.CBL'S PRODFL, INDEXED ON THE
      * PRODUCT CODE. EACH MOVEMENT READS ITS PRODUCT BY KEY AND
      * REWRITES IT IN PLACE, SO THERE IS NO CAP ON THE CATALOGUE
      * AND NO WHOLE-FILE REWRITE TO OVERLAY ANOTHER PROGRAM'S
      * CHANGES.
           SELECT PRODFL ASSIGN TO DYNAMIC WS-PRODFL-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRODFL-CODE
           FILE STATUS WS-PRODFL-STATUS.

      * GOODS RECEIPT/ISSUE TRANSACTIONS AT A STOCK LOCATION: 'R'
      * ADDS TO QUANTITY ON HAND, 'I' SUBTRACTS, AND AN ISSUE THAT
      * WOULD DRIVE THE LOCATION'S STOCK NEGATIVE, OR TAKE ITS
      * CUSTOMER OVER ITS CREDIT LIMIT, IS REJECTED. 'T' SHIPS STOCK
      * FROM ONE LOCATION TO ANOTHER, WHERE IT SITS IN TRANSIT UNTIL
      * THE 'X' TRANSFER-RECEIPT AT THE RECEIVING LOCATION.
           SELECT STKTRAN ASSIGN TO DYNAMIC WS-STKTRAN-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-STKTRAN-STATUS.

      * STOCK-MOVEMENT REGISTER: ONE LINE PER TRANSACTION SHOWING THE
      * LOCATION'S ON-HAND FIGURE BEFORE AND AFTER, PLUS RUN COUNTS.
           SELECT STKREG ASSIGN TO DYNAMIC WS-STKREG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-STKREG-STATUS.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-SALESINV-STATUS.

      * ISSUE HISTORY: THE REGISTER'S APPLIED ISSUES, DATED AND
      * VALUED AT AVERAGE COST, APPENDED RUN AFTER RUN (THE REGISTER
      * ITSELF IS REWRITTEN EACH RUN). STKABC.CBL CLASSIFIES STOCK
      * FROM IT.
           SELECT ISSHIST ASSIGN TO DYNAMIC WS-ISSHIST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-ISSHIST-STATUS.

      * DAILY SALES SUMMARY BY PRODUCT, QUANTITY AND REVENUE.
           SELECT SALESSUM ASSIGN TO DYNAMIC WS-SALESSUM-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-DASHFL-STATUS.

      * SAME ASSIGN/LAYOUT AS ARLEDGER.CBL'S TRDCUST: EACH TRADE
      * CUSTOMER'S CREDIT LIMIT. OPTIONAL -- WITHOUT IT NO ISSUE IS
      * CREDIT-CHECKED.
           SELECT TRDCUST ASSIGN TO DYNAMIC WS-TRDCUST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-TRDCUST-STATUS.

      * SAME ASSIGN/LAYOUT AS ARLEDGER.CBL'S ARLEDG: THE INVOICES
      * STILL OWING, WHICH MAKE UP EACH CUSTOMER'S OPEN BALANCE.
           SELECT ARLEDG ASSIGN TO DYNAMIC WS-ARLEDG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-ARLEDG-STATUS.

      * STOCK BY LOCATION: ONE LINE PER PRODUCT PER LOCATION (THE
      * MAIN WAREHOUSE AND THE BRANCH STORES) WITH ITS ON-HAND AND
      * IN-TRANSIT QUANTITIES AND ITS OWN REORDER THRESHOLD. INDEXED
      * ON PRODUCT AND LOCATION AND UPDATED IN PLACE ONE KEYED
      * REWRITE AT A TIME, AS PRODFL IS; THE LOCATION ALTERNATE KEY
      * ANSWERS WHETHER A LOCATION IS STOCKED AT ALL. PRODFL'S
      * ON-HAND FIGURE IS KEPT AS THE COMPANY TOTAL ACROSS LOCATIONS.
           SELECT STKLOC ASSIGN TO DYNAMIC WS-STKLOC-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LOC-KEY
           ALTERNATE RECORD KEY IS LOC-LOCATION WITH DUPLICATES
           FILE STATUS WS-STKLOC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODFL.
           05  STK-TYPE                PIC X(1).
               88  STK-RECEIPT                 VALUE 'R'.
               88  STK-ISSUE                   VALUE 'I'.
               88  STK-TRANSFER                VALUE 'T'.
               88  STK-TRANSFER-IN             VALUE 'X'.
           05  STK-CODE                PIC X(3).
           05  STK-QTY                 PIC 9(5).
           05  STK-UNIT-COST           PIC 9(5)V99.
      * THE CUSTOMER AN ISSUE SELLS TO; BLANK ON RECEIPTS AND ON
      * INTERNAL MOVEMENTS, WHICH INVOICE NOBODY.
           05  STK-CUSTOMER            PIC X(5).
      * WHERE THE MOVEMENT HAPPENS (BLANK MEANS THE MAIN WAREHOUSE);
      * ON A TRANSFER, THE SHIPPING LOCATION, WITH THE RECEIVING ONE
      * IN STK-TO-LOCATION.
           05  STK-LOCATION            PIC X(4).
           05  STK-TO-LOCATION         PIC X(4).
           05  FILLER                  PIC X(51).

       FD  STKREG.
       01  STKREG-REC                  PIC X(80).
           05  SIN-AMOUNT              PIC 9(8)V99.
           05  FILLER                  PIC X(34).

       FD  ISSHIST.
       01  ISSHIST-REC.
           05  ISH-DATE                PIC 9(08).
           05  ISH-PRODUCT-CODE        PIC X(03).
           05  ISH-LOCATION            PIC X(04).
           05  ISH-QTY                 PIC 9(05).
           05  ISH-VALUE               PIC 9(9)V99.
           05  FILLER                  PIC X(49).

       FD  SALESSUM.
       01  SALESSUM-REC                PIC X(80).

       FD  DASHFL.
       COPY 'DASHCOPY'.

      * SAME LAYOUT AS ARLEDGER.CBL'S TRDCUST-REC.
       FD  TRDCUST.
       01  TRDCUST-REC.
           05  TCU-CUSTOMER            PIC X(05).
           05  TCU-NAME                PIC X(30).
           05  TCU-CREDIT-LIMIT        PIC 9(7)V99.
           05  FILLER                  PIC X(36).

      * SAME LAYOUT AS ARLEDGER.CBL'S ARLEDG-REC.
       FD  ARLEDG.
       01  ARLEDG-REC.
           05  ARL-INVOICE-NO          PIC 9(08).
           05  ARL-DATE                PIC 9(08).
           05  ARL-CUSTOMER            PIC X(05).
           05  ARL-AMOUNT              PIC 9(8)V99.
           05  ARL-PAID                PIC 9(8)V99.
           05  ARL-LAST-PAID           PIC 9(08).
           05  FILLER                  PIC X(31).

       FD  STKLOC.
       01  STKLOC-REC.
           05  LOC-KEY.
               10  LOC-PRODUCT-CODE    PIC X(3).
               10  LOC-LOCATION        PIC X(4).
           05  LOC-QTY-ON-HAND         PIC 9(5).
           05  LOC-IN-TRANSIT          PIC 9(5).
           05  LOC-REORDER-MIN         PIC 9(5).
           05  FILLER                  PIC X(58).

       WORKING-STORAGE SECTION.
      * RESOLVED FILE PATHS. EVERY ASSIGNMENT COMES FROM THE
      * EXTERNAL FILE CONFIGURATION (FILECFG) AT STARTUP -- SEE
       77  WS-STKTRAN-PATH             PIC X(80) VALUE SPACES.
       77  WS-STKREG-PATH              PIC X(80) VALUE SPACES.
       77  WS-SALESINV-PATH            PIC X(80) VALUE SPACES.
       77  WS-ISSHIST-PATH             PIC X(80) VALUE SPACES.
       77  WS-SALESSUM-PATH            PIC X(80) VALUE SPACES.
       77  WS-SINVCTL-PATH             PIC X(80) VALUE SPACES.
       77  WS-DASHFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-TRDCUST-PATH             PIC X(80) VALUE SPACES.
       77  WS-ARLEDG-PATH              PIC X(80) VALUE SPACES.
       77  WS-STKLOC-PATH              PIC X(80) VALUE SPACES.
       77  WS-CFG-NAME             PIC X(12)   VALUE SPACES.
       77  WS-CFG-PATH             PIC X(80)   VALUE SPACES.
       77  WS-CFG-RESULT           PIC X(01)   VALUE 'N'.
           05  WS-STKTRAN-STATUS       PIC X(2).
           05  WS-STKREG-STATUS        PIC X(2).
           05  WS-SALESINV-STATUS      PIC X(2).
           05  WS-ISSHIST-STATUS       PIC X(2).
           05  WS-SALESSUM-STATUS      PIC X(2).
           05  WS-SINVCTL-STATUS       PIC X(2).
           05  WS-DASHFL-STATUS        PIC X(2).
           05  WS-TRDCUST-STATUS       PIC X(2).
           05  WS-ARLEDG-STATUS        PIC X(2).
           05  WS-STKLOC-STATUS        PIC X(2).

       01  WS-EOF-SWITCHES.
           05  WS-PRODFL-EOF-SW        PIC X(1)   VALUE 'N'.
               88  PRODFL-EOF                     VALUE 'Y'.
           05  WS-STKTRAN-EOF-SW       PIC X(1)   VALUE 'N'.
               88  STKTRAN-EOF                    VALUE 'Y'.
           05  WS-TRDCUST-EOF-SW       PIC X(1)   VALUE 'N'.
               88  TRDCUST-EOF                    VALUE 'Y'.
           05  WS-ARLEDG-EOF-SW        PIC X(1)   VALUE 'N'.
               88  ARLEDG-EOF                     VALUE 'Y'.
           05  WS-PRODFL-OPEN-SW       PIC X(1)   VALUE 'N'.
               88  PRODFL-WAS-OPEN                VALUE 'Y'.
           05  WS-STKLOC-OPEN-SW       PIC X(1)   VALUE 'N'.
               88  STKLOC-WAS-OPEN                VALUE 'Y'.

      * SET BY THE KEYED READ OF THE MOVEMENT'S PRODUCT, WHICH THEN
      * SITS IN PRODFL-REC UNTIL IT IS REWRITTEN.
       77  WS-PROD-FOUND-SW            PIC X(1)   VALUE 'N'.
           88  WS-PROD-FOUND                      VALUE 'Y'.
      * A PRODUCT'S COMPANY ON-HAND AS THE LOCATIONS ADD IT UP.
       77  WS-COMPANY-QTY              PIC 9(6)   VALUE ZEROES.

       01  WS-COUNTERS.
           05  WS-STKTRAN-RD-CNT       PIC 9(5)   VALUE ZEROES.
       77  WS-QTY-BEFORE               PIC 9(5)   VALUE ZEROES.
       77  WS-TRN-RESULT               PIC X(8)   VALUE SPACES.
       77  WS-TRN-REASON               PIC X(30)  VALUE SPACES.

      * COST-LEDGER WORK FIELDS: EVERY APPLIED MOVEMENT IS VALUED --
      * RECEIPTS AT THE COST PAID, ISSUES AT THE RUNNING AVERAGE --
       77  WS-SALES-FOUND-SW           PIC X(01)   VALUE 'N'.
           88  WS-SALES-FOUND                      VALUE 'Y'.

      * CREDIT CONTROL: EACH CUSTOMER'S LIMIT AND EXPOSURE -- THE
      * OPEN BALANCE ON THE SALES LEDGER PLUS WHATEVER THIS RUN HAS
      * ALREADY INVOICED THEM.
       01  WS-CRD-TABLE.
           05  WS-CRD-ENTRY OCCURS 200 TIMES.
               10  WS-CRD-CUSTOMER      PIC X(05).
               10  WS-CRD-LIMIT         PIC 9(7)V99.
               10  WS-CRD-EXPOSURE      PIC 9(9)V99.
       77  WS-CRD-CNT                  PIC 9(3)    VALUE ZEROES.
       77  WS-CRD-SRCH-IDX             PIC 9(3)    VALUE ZEROES.
       77  WS-CRD-FOUND-SW             PIC X(01)   VALUE 'N'.
           88  WS-CRD-FOUND                        VALUE 'Y'.
       77  WS-CRD-KEY                  PIC X(05)   VALUE SPACES.
       77  WS-CREDIT-BLOCK-SW          PIC X(01)   VALUE 'N'.
           88  WS-CREDIT-BLOCKED                   VALUE 'Y'.
       77  WS-CREDIT-BLOCK-CNT         PIC 9(5)    VALUE ZEROES.

      * STOCK BY LOCATION, ONE KEYED LINE AT A TIME. A PRODUCT WITH
      * NO LOCATION LINE YET IS TAKEN TO BE HELD WHOLLY AT THE MAIN
      * WAREHOUSE, AT ARR2.CBL'S REORDER THRESHOLD, SO THE FIRST RUN
      * STARTS FROM THE MASTER'S FIGURES. A LOCATION IS ONLY
      * ACCEPTED ON A MOVEMENT IF IT IS THE MAIN WAREHOUSE OR ALREADY
      * ON THE FILE, SO A MISKEYED CODE CANNOT OPEN A PHANTOM STORE.
      * THE LINE READ OR OPENED SITS IN STKLOC-REC UNTIL IT IS PUT
      * BACK; WS-LOC-NEW SAYS IT IS NOT ON THE FILE YET.
       77  WS-LOC-FOUND-SW             PIC X(1)   VALUE 'N'.
           88  WS-LOC-FOUND                       VALUE 'Y'.
       77  WS-LOC-NEW-SW               PIC X(1)   VALUE 'N'.
           88  WS-LOC-NEW                         VALUE 'Y'.
       77  WS-LOC-SCAN-END-SW          PIC X(1)   VALUE 'N'.
           88  WS-LOC-SCAN-END                    VALUE 'Y'.
       77  WS-LOC-KNOWN-SW             PIC X(1)   VALUE 'N'.
           88  WS-LOC-KNOWN                       VALUE 'Y'.
       77  WS-LOC-KEY-PRODUCT          PIC X(3)   VALUE SPACES.
       77  WS-LOC-KEY-LOCATION         PIC X(4)   VALUE SPACES.
       77  WS-MAIN-LOCATION            PIC X(4)   VALUE 'MAIN'.
       77  WS-REORDER-MIN-QTY          PIC 9(5)   VALUE 10.
       77  WS-TRN-LOCATION             PIC X(4)   VALUE SPACES.
       77  WS-TRN-TO-LOCATION          PIC X(4)   VALUE SPACES.
      * A TRANSFER'S SENDING LINE, HELD WHILE THE RECEIVING LINE IS
      * READ AND PUT BACK.
       77  WS-FROM-REC                 PIC X(80)  VALUE SPACES.
       77  WS-FROM-FOUND-SW            PIC X(1)   VALUE 'N'.
           88  WS-FROM-FOUND                      VALUE 'Y'.
       77  WS-REG-LOCATION             PIC X(9)   VALUE SPACES.
       77  WS-QTY-AFTER                PIC 9(5)   VALUE ZEROES.
      * SET WHEN THE LOCATION FILE CANNOT BE OPENED OR SEEDED: NO
      * MOVEMENT IS APPLIED.
       77  WS-LOAD-ABANDON-SW          PIC X(1)   VALUE 'N'.
           88  WS-LOAD-ABANDONED                  VALUE 'Y'.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0050-FILECFG-LOAD-PARA.
           PERFORM 1000-FILES-OPEN-PARA.
           IF PRODFL-WAS-OPEN
                   AND WS-STKTRAN-STATUS = '00' THEN
               PERFORM 1500-STKLOC-LOAD-PARA
               PERFORM 1300-TRDCUST-LOAD-PARA
               PERFORM 1400-ARLEDG-LOAD-PARA
               IF NOT WS-LOAD-ABANDONED
                   PERFORM 2000-STKTRAN-READ-PARA UNTIL STKTRAN-EOF
                   PERFORM 5300-SALES-SUMMARY-PARA
                   PERFORM 5400-SINVCTL-REWRITE-PARA
                   PERFORM 5500-DASHBOARD-WRITE-PARA
               END-IF
           ELSE
               DISPLAY 'MASTER OR TRANSACTION FILE CANNOT BE OPENED.'
               MOVE 16 TO RETURN-CODE
           DISPLAY 'MOVEMENTS READ: ', WS-STKTRAN-RD-CNT.
           DISPLAY 'MOVEMENTS APPLIED: ', WS-APPLIED-CNT.
           DISPLAY 'MOVEMENTS REJECTED: ', WS-REJECTED-CNT.
           DISPLAY 'ISSUES BLOCKED OVER CREDIT LIMIT: ',
               WS-CREDIT-BLOCK-CNT.
           DISPLAY 'SALES INVOICES WRITTEN: ', WS-INVOICE-WT-CNT.
           DISPLAY 'SALES REVENUE: ', WS-REVENUE-TOTAL.
           STOP RUN.

       1000-FILES-OPEN-PARA.
           OPEN I-O PRODFL.
           DISPLAY 'FILE STATUS FOR PRODFL:', WS-PRODFL-STATUS.
           IF WS-PRODFL-STATUS = '00'
               SET PRODFL-WAS-OPEN TO TRUE
           END-IF.

           OPEN INPUT STKTRAN.
           DISPLAY 'FILE STATUS FOR STKTRAN:', WS-STKTRAN-STATUS.
           OPEN OUTPUT SALESINV.
           DISPLAY 'FILE STATUS FOR SALESINV:', WS-SALESINV-STATUS.

           OPEN EXTEND ISSHIST.
           IF WS-ISSHIST-STATUS = '35'
               OPEN OUTPUT ISSHIST
           END-IF.
           DISPLAY 'FILE STATUS FOR ISSHIST:', WS-ISSHIST-STATUS.

           OPEN OUTPUT SALESSUM.
           DISPLAY 'FILE STATUS FOR SALESSUM:', WS-SALESSUM-STATUS.

               CLOSE SINVCTL
           END-IF.

       1300-TRDCUST-LOAD-PARA.
           OPEN INPUT TRDCUST.
           DISPLAY 'FILE STATUS FOR TRDCUST:', WS-TRDCUST-STATUS.
           IF WS-TRDCUST-STATUS NOT = '00'
               DISPLAY 'CUSTOMER CREDIT FILE NOT FOUND, ISSUES NOT '
                   'CREDIT-CHECKED.'
               SET TRDCUST-EOF TO TRUE
           ELSE
               PERFORM 1350-TRDCUST-READ-PARA UNTIL TRDCUST-EOF
               CLOSE TRDCUST
           END-IF.

       1350-TRDCUST-READ-PARA.
           READ TRDCUST
               AT END
                   SET TRDCUST-EOF TO TRUE
               NOT AT END
                   IF WS-CRD-CNT < 200
                       ADD 1 TO WS-CRD-CNT
                       MOVE TCU-CUSTOMER TO WS-CRD-CUSTOMER(WS-CRD-CNT)
                       IF TCU-CREDIT-LIMIT NUMERIC
                           MOVE TCU-CREDIT-LIMIT
                               TO WS-CRD-LIMIT(WS-CRD-CNT)
                       ELSE
                           MOVE ZEROES TO WS-CRD-LIMIT(WS-CRD-CNT)
                       END-IF
                       MOVE ZEROES TO WS-CRD-EXPOSURE(WS-CRD-CNT)
                   ELSE
                       DISPLAY 'WS-CRD-TABLE FULL, ENTRY IGNORED: '
                           TCU-CUSTOMER
                   END-IF
           END-READ.

      * ONLY CUSTOMERS UNDER CREDIT CONTROL NEED THEIR BALANCE.
       1400-ARLEDG-LOAD-PARA.
           OPEN INPUT ARLEDG.
           DISPLAY 'FILE STATUS FOR ARLEDG:', WS-ARLEDG-STATUS.
           IF WS-ARLEDG-STATUS NOT = '00'
               DISPLAY 'SALES LEDGER NOT FOUND, NO OPEN BALANCES.'
               SET ARLEDG-EOF TO TRUE
           ELSE
               PERFORM 1450-ARLEDG-READ-PARA UNTIL ARLEDG-EOF
               CLOSE ARLEDG
           END-IF.

       1450-ARLEDG-READ-PARA.
           READ ARLEDG
               AT END
                   SET ARLEDG-EOF TO TRUE
               NOT AT END
                   MOVE ARL-CUSTOMER TO WS-CRD-KEY
                   PERFORM 2450-CREDIT-FIND-PARA
                   IF WS-CRD-FOUND AND ARL-PAID < ARL-AMOUNT
                       COMPUTE WS-CRD-EXPOSURE(WS-CRD-SRCH-IDX) =
                           WS-CRD-EXPOSURE(WS-CRD-SRCH-IDX) +
                           ARL-AMOUNT - ARL-PAID
                   END-IF
           END-READ.

      * THE LOCATION FILE IS CREATED EMPTY THE FIRST TIME THROUGH
      * (AS NOMMAINT.CBL CREATES ITS MASTER); EVERY PRODUCT THEN SEEDS
      * AT THE MAIN WAREHOUSE. ONE PASS OF THE PRODUCT MASTER
      * RE-DERIVES EACH COMPANY ON-HAND FIGURE FROM THE LOCATIONS SO
      * THE TWO FILES CANNOT DRIFT APART.
       1500-STKLOC-LOAD-PARA.
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
               SET WS-LOAD-ABANDONED TO TRUE
           ELSE
               SET STKLOC-WAS-OPEN TO TRUE
               PERFORM 1100-PRODFL-READ-PARA
                   UNTIL PRODFL-EOF OR WS-LOAD-ABANDONED
           END-IF.

       1100-PRODFL-READ-PARA.
           READ PRODFL NEXT
               AT END
                   SET PRODFL-EOF TO TRUE
               NOT AT END
                   PERFORM 1600-STKLOC-SEED-PARA
                   IF NOT WS-LOAD-ABANDONED
                       PERFORM 1700-COMPANY-TOTAL-PARA
                   END-IF
           END-READ.

      * THE PRODUCT'S LOCATION LINES, WALKED IN KEY ORDER, ADD UP TO
      * ITS COMPANY ON HAND: EVERY LOCATION'S STOCK PLUS WHAT IS IN
      * TRANSIT BETWEEN THEM, WHICH IS STILL OURS. A PRODUCT WITH NO
      * LINE IS SEEDED AT THE MAIN WAREHOUSE WITH THE MASTER'S FIGURE.
       1600-STKLOC-SEED-PARA.
           MOVE ZEROES TO WS-COMPANY-QTY.
           MOVE 'N' TO WS-LOC-FOUND-SW.
           MOVE 'N' TO WS-LOC-SCAN-END-SW.
           MOVE PRODFL-CODE TO LOC-PRODUCT-CODE.
           MOVE LOW-VALUES TO LOC-LOCATION.
           START STKLOC KEY >= LOC-KEY
               INVALID KEY
                   SET WS-LOC-SCAN-END TO TRUE
           END-START.
           PERFORM 1650-STKLOC-SCAN-ONE-PARA UNTIL WS-LOC-SCAN-END.
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
                       SET WS-LOAD-ABANDONED TO TRUE
               END-WRITE
               MOVE PRODFL-QTY-ON-HAND TO WS-COMPANY-QTY
           END-IF.

       1650-STKLOC-SCAN-ONE-PARA.
           READ STKLOC NEXT
               AT END
                   SET WS-LOC-SCAN-END TO TRUE
               NOT AT END
                   IF LOC-PRODUCT-CODE NOT = PRODFL-CODE
                       SET WS-LOC-SCAN-END TO TRUE
                   ELSE
                       SET WS-LOC-FOUND TO TRUE
                       IF LOC-QTY-ON-HAND NUMERIC
                           ADD LOC-QTY-ON-HAND TO WS-COMPANY-QTY
                       END-IF
                       IF LOC-IN-TRANSIT NUMERIC
                           ADD LOC-IN-TRANSIT TO WS-COMPANY-QTY
                       END-IF
                   END-IF
           END-READ.

      * ONLY A PRODUCT WHOSE FIGURE HAS DRIFTED IS REWRITTEN.
       1700-COMPANY-TOTAL-PARA.
           IF WS-COMPANY-QTY NOT = PRODFL-QTY-ON-HAND
               MOVE WS-COMPANY-QTY TO PRODFL-QTY-ON-HAND
               PERFORM 2800-PRODFL-REWRITE-PARA
           END-IF.

       2000-STKTRAN-READ-PARA.
           READ STKTRAN
               AT END
                   PERFORM 2900-REGISTER-WRITE-PARA
           END-READ.

      * APPLIES ONE MOVEMENT AT ITS LOCATION: RECEIPTS ADD, ISSUES
      * SUBTRACT, AND AN ISSUE BEYOND THE LOCATION'S ON-HAND QUANTITY
      * IS REJECTED RATHER THAN DRIVING STOCK NEGATIVE. THE COMPANY
      * TOTAL ON THE PRODUCT MOVES WITH EVERY RECEIPT AND ISSUE; A
      * TRANSFER LEAVES IT ALONE.
       2100-MOVEMENT-APPLY-PARA.
           MOVE SPACES TO WS-TRN-RESULT.
           MOVE SPACES TO WS-TRN-REASON.
           MOVE ZEROES TO WS-QTY-BEFORE.
           MOVE ZEROES TO WS-QTY-AFTER.
           MOVE ZEROES TO WS-MOVE-VALUE.
           IF STK-LOCATION = SPACES
               MOVE WS-MAIN-LOCATION TO WS-TRN-LOCATION
           ELSE
               MOVE STK-LOCATION TO WS-TRN-LOCATION
           END-IF.
           MOVE STK-TO-LOCATION TO WS-TRN-TO-LOCATION.
           PERFORM 2200-PRODUCT-FIND-PARA.
           IF NOT WS-PROD-FOUND
               MOVE 'PRODUCT NOT ON MASTER' TO WS-TRN-REASON
               PERFORM 2190-MOVEMENT-REJECT-PARA
           ELSE
               MOVE WS-TRN-LOCATION TO WS-LOC-KEY-LOCATION
               PERFORM 2700-LOCATION-KNOWN-PARA
               IF NOT WS-LOC-KNOWN
                   MOVE 'UNKNOWN STOCK LOCATION' TO WS-TRN-REASON
                   PERFORM 2190-MOVEMENT-REJECT-PARA
               ELSE
                   MOVE STK-CODE TO WS-LOC-KEY-PRODUCT
                   PERFORM 2750-LOCATION-FIND-PARA
                   IF WS-LOC-FOUND
                       MOVE LOC-QTY-ON-HAND TO WS-QTY-BEFORE
                       MOVE WS-QTY-BEFORE TO WS-QTY-AFTER
                   END-IF
                   EVALUATE TRUE
                       WHEN STK-RECEIPT
                           PERFORM 2110-RECEIPT-APPLY-PARA
                       WHEN STK-ISSUE
                           PERFORM 2120-ISSUE-APPLY-PARA
                       WHEN STK-TRANSFER
                           PERFORM 2130-TRANSFER-APPLY-PARA
                       WHEN STK-TRANSFER-IN
                           PERFORM 2140-TRANSFER-IN-APPLY-PARA
                       WHEN OTHER
                           MOVE 'INVALID MOVEMENT TYPE'
                               TO WS-TRN-REASON
                           PERFORM 2190-MOVEMENT-REJECT-PARA
                   END-EVALUATE
                   IF WS-TRN-RESULT = 'APPLIED '
                       PERFORM 2780-LOCATION-PUT-PARA
                       PERFORM 2800-PRODFL-REWRITE-PARA
                   END-IF
               END-IF
           END-IF.

      * THE FIRST RECEIPT OF A PRODUCT AT A LOCATION OPENS ITS
      * LOCATION LINE.
       2110-RECEIPT-APPLY-PARA.
           IF NOT WS-LOC-FOUND
               PERFORM 2760-LOCATION-ADD-PARA
           END-IF.
           PERFORM 2300-AVG-COST-ROLL-PARA.
           ADD STK-QTY TO PRODFL-QTY-ON-HAND.
           ADD STK-QTY TO LOC-QTY-ON-HAND.
           MOVE LOC-QTY-ON-HAND TO WS-QTY-AFTER.
           MOVE 'APPLIED ' TO WS-TRN-RESULT.
           ADD 1 TO WS-APPLIED-CNT.

       2120-ISSUE-APPLY-PARA.
           IF NOT WS-LOC-FOUND
               MOVE 'ISSUE EXCEEDS STOCK AT LOCATION' TO WS-TRN-REASON
               PERFORM 2190-MOVEMENT-REJECT-PARA
           ELSE
               IF STK-QTY > LOC-QTY-ON-HAND
                   MOVE 'ISSUE EXCEEDS STOCK AT LOCATION'
                       TO WS-TRN-REASON
                   PERFORM 2190-MOVEMENT-REJECT-PARA
               ELSE
                   PERFORM 2400-CREDIT-CHECK-PARA
                   IF WS-CREDIT-BLOCKED
                       MOVE 'CUSTOMER OVER CREDIT LIMIT'
                           TO WS-TRN-REASON
                       PERFORM 2190-MOVEMENT-REJECT-PARA
                       ADD 1 TO WS-CREDIT-BLOCK-CNT
                   ELSE
                       SUBTRACT STK-QTY FROM
                           PRODFL-QTY-ON-HAND
                       SUBTRACT STK-QTY FROM LOC-QTY-ON-HAND
                       MOVE LOC-QTY-ON-HAND TO WS-QTY-AFTER
                       COMPUTE WS-MOVE-VALUE = STK-QTY *
                           PRODFL-AVG-COST
                       MOVE 'APPLIED ' TO WS-TRN-RESULT
                       ADD 1 TO WS-APPLIED-CNT
                       PERFORM 2500-SALES-INVOICE-PARA
                       PERFORM 2550-ISSUE-HISTORY-PARA
                   END-IF
               END-IF
           END-IF.

      * A TRANSFER SHIPS OUT OF THE SENDING LOCATION'S STOCK AT ONCE
      * AND SITS IN TRANSIT AGAINST THE RECEIVING LOCATION UNTIL ITS
      * TRANSFER-RECEIPT ARRIVES, VALUED AT THE AVERAGE COST. THE
      * RECEIVING LINE IS PUT BACK HERE; THE SENDING LINE IS RESTORED
      * TO STKLOC-REC FOR THE MOVEMENT'S OWN PUT.
       2130-TRANSFER-APPLY-PARA.
           MOVE STKLOC-REC TO WS-FROM-REC.
           MOVE WS-LOC-FOUND-SW TO WS-FROM-FOUND-SW.
           MOVE WS-TRN-TO-LOCATION TO WS-LOC-KEY-LOCATION.
           PERFORM 2700-LOCATION-KNOWN-PARA.
           EVALUATE TRUE
               WHEN WS-TRN-TO-LOCATION = SPACES
                   OR WS-TRN-TO-LOCATION = WS-TRN-LOCATION
                   MOVE 'NO OTHER LOCATION TO SHIP TO' TO WS-TRN-REASON
               WHEN NOT WS-LOC-KNOWN
                   MOVE 'UNKNOWN STOCK LOCATION' TO WS-TRN-REASON
               WHEN NOT WS-FROM-FOUND
                   MOVE 'TRANSFER EXCEEDS STOCK AT LOCATION'
                       TO WS-TRN-REASON
               WHEN STK-QTY > WS-QTY-BEFORE
                   MOVE 'TRANSFER EXCEEDS STOCK AT LOCATION'
                       TO WS-TRN-REASON
               WHEN OTHER
                   PERFORM 2750-LOCATION-FIND-PARA
                   IF NOT WS-LOC-FOUND
                       PERFORM 2760-LOCATION-ADD-PARA
                   END-IF
                   ADD STK-QTY TO LOC-IN-TRANSIT
                   PERFORM 2780-LOCATION-PUT-PARA
                   MOVE WS-FROM-REC TO STKLOC-REC
                   MOVE 'N' TO WS-LOC-NEW-SW
                   SUBTRACT STK-QTY FROM LOC-QTY-ON-HAND
                   MOVE LOC-QTY-ON-HAND TO WS-QTY-AFTER
                   COMPUTE WS-MOVE-VALUE = STK-QTY *
                       PRODFL-AVG-COST
                   MOVE 'APPLIED ' TO WS-TRN-RESULT
                   ADD 1 TO WS-APPLIED-CNT
           END-EVALUATE.
           IF WS-TRN-REASON NOT = SPACES
               PERFORM 2190-MOVEMENT-REJECT-PARA
           END-IF.

      * THE RECEIVING LOCATION BOOKS IN A TRANSFER: IN-TRANSIT STOCK
      * BECOMES ON-HAND THERE. MORE THAN IS IN TRANSIT IS REFUSED.
       2140-TRANSFER-IN-APPLY-PARA.
           IF NOT WS-LOC-FOUND
               MOVE 'NOTHING IN TRANSIT TO LOCATION' TO WS-TRN-REASON
               PERFORM 2190-MOVEMENT-REJECT-PARA
           ELSE
               IF STK-QTY > LOC-IN-TRANSIT
                   MOVE 'RECEIPT EXCEEDS QTY IN TRANSIT'
                       TO WS-TRN-REASON
                   PERFORM 2190-MOVEMENT-REJECT-PARA
               ELSE
                   SUBTRACT STK-QTY FROM LOC-IN-TRANSIT
                   ADD STK-QTY TO LOC-QTY-ON-HAND
                   MOVE LOC-QTY-ON-HAND TO WS-QTY-AFTER
                   COMPUTE WS-MOVE-VALUE = STK-QTY *
                       PRODFL-AVG-COST
                   MOVE 'APPLIED ' TO WS-TRN-RESULT
                   ADD 1 TO WS-APPLIED-CNT
               END-IF
           END-IF.

       2190-MOVEMENT-REJECT-PARA.
           MOVE 'REJECTED' TO WS-TRN-RESULT.
           ADD 1 TO WS-REJECTED-CNT.

      * PERPETUAL WEIGHTED AVERAGE: (ON-HAND VALUE + RECEIPT VALUE)
      * OVER THE NEW ON-HAND QUANTITY, ROUNDED TO THE CENT. THE
      * RECEIPT'S VALUE IS ALSO CAPTURED FOR THE MOVEMENT LEDGER; A
      * COSTLESS RECEIPT MOVES QUANTITY AT THE STANDING AVERAGE.
       2300-AVG-COST-ROLL-PARA.
           IF STK-UNIT-COST NUMERIC AND STK-UNIT-COST > 0
               COMPUTE PRODFL-AVG-COST ROUNDED =
                   (PRODFL-QTY-ON-HAND *
                    PRODFL-AVG-COST +
                    STK-QTY * STK-UNIT-COST) /
                   (PRODFL-QTY-ON-HAND + STK-QTY)
               COMPUTE WS-MOVE-VALUE = STK-QTY * STK-UNIT-COST
           ELSE
               COMPUTE WS-MOVE-VALUE = STK-QTY *
                   PRODFL-AVG-COST
           END-IF.

      * A SALE TO A CUSTOMER UNDER CREDIT CONTROL IS REFUSED WHEN IT
      * WOULD TAKE THE OPEN BALANCE, PLUS WHAT THIS RUN HAS ALREADY
      * INVOICED THEM, OVER THEIR LIMIT. A CUSTOMER NOT ON THE CREDIT
      * FILE, OR AN INTERNAL ISSUE, IS NOT CHECKED.
       2400-CREDIT-CHECK-PARA.
           MOVE 'N' TO WS-CREDIT-BLOCK-SW.
           MOVE 'N' TO WS-CRD-FOUND-SW.
           IF STK-CUSTOMER NOT = SPACES
               MOVE STK-CUSTOMER TO WS-CRD-KEY
               PERFORM 2450-CREDIT-FIND-PARA
               IF WS-CRD-FOUND
                   COMPUTE WS-SALE-AMOUNT = STK-QTY *
                       PRODFL-PRICE
                   IF WS-CRD-EXPOSURE(WS-CRD-SRCH-IDX) + WS-SALE-AMOUNT
                           > WS-CRD-LIMIT(WS-CRD-SRCH-IDX)
                       SET WS-CREDIT-BLOCKED TO TRUE
                   END-IF
               END-IF
           END-IF.

       2450-CREDIT-FIND-PARA.
           MOVE 'N' TO WS-CRD-FOUND-SW.
           MOVE 1 TO WS-CRD-SRCH-IDX.
           PERFORM 2460-CREDIT-FIND-ONE-PARA
               UNTIL WS-CRD-SRCH-IDX > WS-CRD-CNT
                  OR WS-CRD-FOUND.

       2460-CREDIT-FIND-ONE-PARA.
           IF WS-CRD-CUSTOMER(WS-CRD-SRCH-IDX) = WS-CRD-KEY
               SET WS-CRD-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-CRD-SRCH-IDX
           END-IF.

      * AN APPLIED ISSUE WITH A CUSTOMER SELLS AT THE PRODUCT'S
           IF STK-CUSTOMER NOT = SPACES
               ADD 1 TO WS-LAST-INVOICE
               COMPUTE WS-SALE-AMOUNT = STK-QTY *
                   PRODFL-PRICE
               MOVE SPACES TO SALESINV-REC
               MOVE WS-LAST-INVOICE TO SIN-INVOICE-NO
               MOVE WS-RUN-DATE TO SIN-DATE
               MOVE STK-CUSTOMER TO SIN-CUSTOMER
               MOVE STK-CODE TO SIN-PRODUCT-CODE
               MOVE STK-QTY TO SIN-QTY
               MOVE PRODFL-PRICE TO SIN-PRICE
               MOVE WS-SALE-AMOUNT TO SIN-AMOUNT
               WRITE SALESINV-REC
               ADD 1 TO WS-INVOICE-WT-CNT
               ADD WS-SALE-AMOUNT TO WS-REVENUE-TOTAL
               IF WS-CRD-FOUND
                   ADD WS-SALE-AMOUNT TO
                       WS-CRD-EXPOSURE(WS-CRD-SRCH-IDX)
               END-IF
               PERFORM 2600-SALES-ROLLUP-PARA
           END-IF.

               ADD 1 TO WS-SALES-SRCH-IDX
           END-IF.

      * ONE KEYED READ; THE PRODUCT STAYS IN PRODFL-REC FOR THE
      * MOVEMENT TO UPDATE.
       2200-PRODUCT-FIND-PARA.
           MOVE 'N' TO WS-PROD-FOUND-SW.
           MOVE STK-CODE TO PRODFL-CODE.
           READ PRODFL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-PROD-FOUND TO TRUE
                   IF PRODFL-AVG-COST NOT NUMERIC
                       MOVE ZEROES TO PRODFL-AVG-COST
                   END-IF
           END-READ.

      * A LOCATION IS KNOWN IF IT IS THE MAIN WAREHOUSE OR ANY
      * PRODUCT IS ALREADY STOCKED THERE, WHICH ONE START ON THE
      * LOCATION ALTERNATE KEY ANSWERS.
       2700-LOCATION-KNOWN-PARA.
           MOVE 'N' TO WS-LOC-KNOWN-SW.
           IF WS-LOC-KEY-LOCATION = WS-MAIN-LOCATION
               SET WS-LOC-KNOWN TO TRUE
           ELSE
               MOVE WS-LOC-KEY-LOCATION TO LOC-LOCATION
               START STKLOC KEY = LOC-LOCATION
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-LOC-KNOWN TO TRUE
               END-START
           END-IF.

      * ONE KEYED READ ON PRODUCT AND LOCATION; THE LINE STAYS IN
      * STKLOC-REC FOR THE MOVEMENT TO UPDATE.
       2750-LOCATION-FIND-PARA.
           MOVE 'N' TO WS-LOC-FOUND-SW.
           MOVE 'N' TO WS-LOC-NEW-SW.
           MOVE WS-LOC-KEY-PRODUCT TO LOC-PRODUCT-CODE.
           MOVE WS-LOC-KEY-LOCATION TO LOC-LOCATION.
           READ STKLOC KEY IS LOC-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-LOC-FOUND TO TRUE
                   IF LOC-QTY-ON-HAND NOT NUMERIC
                       MOVE ZEROES TO LOC-QTY-ON-HAND
                   END-IF
                   IF LOC-IN-TRANSIT NOT NUMERIC
                       MOVE ZEROES TO LOC-IN-TRANSIT
                   END-IF
                   IF LOC-REORDER-MIN NOT NUMERIC
                       MOVE WS-REORDER-MIN-QTY TO LOC-REORDER-MIN
                   END-IF
           END-READ.

      * OPENS AN EMPTY LOCATION LINE AT THE DEFAULT THRESHOLD, FOR
      * STOCK CONTROL TO ADJUST ON THE FILE. IT IS WRITTEN WHEN THE
      * MOVEMENT PUTS IT BACK.
       2760-LOCATION-ADD-PARA.
           MOVE SPACES TO STKLOC-REC.
           MOVE WS-LOC-KEY-PRODUCT TO LOC-PRODUCT-CODE.
           MOVE WS-LOC-KEY-LOCATION TO LOC-LOCATION.
           MOVE ZEROES TO LOC-QTY-ON-HAND.
           MOVE ZEROES TO LOC-IN-TRANSIT.
           MOVE WS-REORDER-MIN-QTY TO LOC-REORDER-MIN.
           SET WS-LOC-FOUND TO TRUE.
           SET WS-LOC-NEW TO TRUE.

      * PUTS THE LOCATION LINE BACK: A NEW LINE IS WRITTEN, AN
      * EXISTING ONE REWRITTEN IN PLACE. A FAILURE FAILS THE RUN, AS
      * A FAILED PRODUCT REWRITE DOES.
       2780-LOCATION-PUT-PARA.
           IF WS-LOC-NEW
               WRITE STKLOC-REC
                   INVALID KEY
                       DISPLAY 'STOCK LOCATION WRITE FAILED: '
                           LOC-KEY ' STATUS ' WS-STKLOC-STATUS
                       MOVE 16 TO RETURN-CODE
               END-WRITE
           ELSE
               REWRITE STKLOC-REC
                   INVALID KEY
                       DISPLAY 'STOCK LOCATION REWRITE FAILED: '
                           LOC-KEY ' STATUS ' WS-STKLOC-STATUS
                       MOVE 16 TO RETURN-CODE
               END-REWRITE
           END-IF.
           MOVE 'N' TO WS-LOC-NEW-SW.

      * EVERY APPLIED ISSUE, SOLD OR INTERNAL, IS DEMAND ON THE
      * STOCK AND GOES ON THE HISTORY.
       2550-ISSUE-HISTORY-PARA.
           MOVE SPACES TO ISSHIST-REC.
           MOVE WS-RUN-DATE TO ISH-DATE.
           MOVE STK-CODE TO ISH-PRODUCT-CODE.
           MOVE WS-TRN-LOCATION TO ISH-LOCATION.
           MOVE STK-QTY TO ISH-QTY.
           MOVE WS-MOVE-VALUE TO ISH-VALUE.
           WRITE ISSHIST-REC.

      * PUTS THE UPDATED PRODUCT BACK IN PLACE. A FAILED REWRITE
      * LEAVES THE RECORD AS IT WAS ON DISK AND FAILS THE RUN.
       2800-PRODFL-REWRITE-PARA.
           REWRITE PRODFL-REC
               INVALID KEY
                   DISPLAY 'PRODUCT MASTER REWRITE FAILED: '
                       PRODFL-CODE ' STATUS ' WS-PRODFL-STATUS
                   MOVE 16 TO RETURN-CODE
           END-REWRITE.

       2900-REGISTER-WRITE-PARA.
           MOVE SPACES TO STKREG-REC.
           IF WS-PROD-FOUND
               MOVE WS-MOVE-VALUE TO WS-FORMATTED-VALUE
               MOVE SPACES TO WS-REG-LOCATION
               IF STK-TRANSFER
                   STRING WS-TRN-LOCATION DELIMITED BY SIZE
                       '>' DELIMITED BY SIZE
                       WS-TRN-TO-LOCATION DELIMITED BY SIZE
                       INTO WS-REG-LOCATION
               ELSE
                   MOVE WS-TRN-LOCATION TO WS-REG-LOCATION
               END-IF
               STRING STK-TYPE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   STK-CODE DELIMITED BY SIZE
                   ' QTY ' DELIMITED BY SIZE
                   STK-QTY DELIMITED BY SIZE
                   ' @' DELIMITED BY SIZE
                   WS-REG-LOCATION DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-QTY-BEFORE DELIMITED BY SIZE
                   ' -> ' DELIMITED BY SIZE
                   WS-QTY-AFTER DELIMITED BY SIZE
                   ' VALUE ' DELIMITED BY SIZE
                   WS-FORMATTED-VALUE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
           END-IF.
           WRITE STKREG-REC.

      * DAILY SALES SUMMARY BY PRODUCT, THEN THE REVENUE TOTAL.
       5300-SALES-SUMMARY-PARA.
           MOVE 'DAILY SALES SUMMARY BY PRODUCT' TO SALESSUM-REC.
           END-IF.

       3900-FILES-CLOSE-PARA.
           IF PRODFL-WAS-OPEN
               CLOSE PRODFL
           END-IF.
           IF STKLOC-WAS-OPEN
               CLOSE STKLOC
           END-IF.
           IF WS-STKTRAN-STATUS = '00'
               CLOSE STKTRAN
           END-IF.
           WRITE STKREG-REC.
           CLOSE STKREG.
           CLOSE SALESINV.
           CLOSE ISSHIST.
           CLOSE SALESSUM.

      * RESOLVES EVERY FILE ASSIGNMENT FROM THE EXTERNAL FILE
           MOVE 'SALESINVOICE' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-SALESINV-PATH.
           MOVE 'STOCKISSHIST' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-ISSHIST-PATH.
           MOVE 'SALESSUMMARY' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-SALESSUM-PATH.
           MOVE 'DASHBOARD' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-DASHFL-PATH.
           MOVE 'TRADECUST' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-TRDCUST-PATH.
           MOVE 'SALESLEDGER' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-ARLEDG-PATH.
           MOVE 'STOCKLOCN' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-STKLOC-PATH.

       0060-FILECFG-ONE-PARA.
           CALL 'FILECFG' USING WS-CFG-NAME, WS-CFG-PATH,

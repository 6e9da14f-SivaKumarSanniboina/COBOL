       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVMATCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * VENDOR INVOICE LINES AS KEYED FROM THE BILLS: VENDOR, THEIR
      * INVOICE NUMBER AND DATE, PRODUCT, QUANTITY AND UNIT PRICE.
           SELECT VENDINV ASSIGN TO DYNAMIC WS-VENDINV-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-VENDINV-STATUS.

      * SAME ASSIGN/LAYOUT AS POGEN.CBL'S POOPENFL, TABLE-THEN-
      * REWRITE THE WAY GRMATCH.CBL TREATS IT: EACH MATCHED INVOICE
      * LINE ADDS TO THE PO LINE'S INVOICED QUANTITY SO THE SAME
      * RECEIPT IS NEVER BILLED TWICE.
           SELECT POOPENFL ASSIGN TO DYNAMIC WS-POOPENFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-POOPENFL-STATUS.

      * SAME ASSIGN/LAYOUT AS POGEN.CBL'S VENDFL, READ FOR EACH
      * VENDOR'S PAYMENT TERMS.
           SELECT VENDFL ASSIGN TO DYNAMIC WS-VENDFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-VENDFL-STATUS.

      * SAME ASSIGN/LAYOUT/KEY AS ARR2.CBL'S PRODFL. A PRODUCT ON
      * IT IS STOCK; ANYTHING ELSE ORDERED IS AN EXPENSE.
           SELECT PRODFL ASSIGN TO DYNAMIC WS-PRODFL-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRODFL-CODE
           FILE STATUS WS-PRODFL-STATUS.

      * MATCH TOLERANCES: HOW FAR, IN PERCENT, THE BILLED PRICE MAY
      * STRAY FROM THE PO PRICE AND THE BILLED QUANTITY MAY EXCEED
      * WHAT WAS RECEIVED, EXTERNAL SO PURCHASING CAN TUNE THEM
      * WITHOUT A RECOMPILE. A MISSING FILE FALLS BACK TO THE HOUSE
      * DEFAULTS.
           SELECT MATCHPRM ASSIGN TO DYNAMIC WS-MATCHPRM-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-MATCHPRM-STATUS.

      * PAYABLES LEDGER: ONE ENTRY PER MATCHED INVOICE LINE WITH ITS
      * DUE DATE, CARRIED FROM RUN TO RUN AND REWRITTEN AT CLOSE.
      * APPAYRUN.CBL POSTS AND PAYS FROM IT.
           SELECT APLEDG ASSIGN TO DYNAMIC WS-APLEDG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-APLEDG-STATUS.

      * EXCEPTION REPORT: EVERY INVOICE LINE THAT FAILED THE MATCH,
      * WITH THE REASON, FOR PURCHASING TO TAKE UP WITH THE VENDOR.
           SELECT APEXC ASSIGN TO DYNAMIC WS-APEXC-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-APEXC-STATUS.

      * EXTERNALLY-SUPPLIED RUN DATE (RUNPARM.CPY), SAME DEFAULTING
      * AS GRMATCH.CBL.
           SELECT RUNPARM ASSIGN TO DYNAMIC WS-RUNPARM-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-RUNPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDINV.
       01  VENDINV-REC.
           05  VIN-VENDOR-ID           PIC X(05).
           05  VIN-INVOICE-NO          PIC X(10).
           05  VIN-INVOICE-DATE        PIC X(08).
           05  VIN-INVOICE-DATE-NUM REDEFINES VIN-INVOICE-DATE
                                       PIC 9(08).
           05  VIN-PRODUCT-CODE        PIC X(03).
           05  VIN-QTY                 PIC 9(05).
           05  VIN-UNIT-PRICE          PIC 9(5)V99.
           05  FILLER                  PIC X(42).

      * SAME LAYOUT AS POGEN.CBL'S POOPENFL-REC.
       FD  POOPENFL.
       01  POOPENFL-REC.
           05  POL-PO-DATE         PIC 9(08).
           05  POL-VENDOR-ID       PIC X(05).
           05  POL-PRODUCT-CODE    PIC X(03).
           05  POL-ORDER-QTY       PIC 9(05).
           05  POL-RECEIVED-QTY    PIC 9(05).
           05  POL-LEAD-TIME       PIC 9(03).
           05  POL-STATUS          PIC X(01).
           05  POL-UNIT-PRICE      PIC 9(5)V99.
           05  POL-INVOICED-QTY    PIC 9(05).
           05  POL-DELIVER-LOCN    PIC X(04).
           05  FILLER              PIC X(34).

      * SAME LAYOUT AS POGEN.CBL'S VENDFL-REC.
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

      * SAME LAYOUT AS ARR2.CBL'S PRODFL-REC.
       FD  PRODFL.
       01  PRODFL-REC.
           05  PRODFL-CODE             PIC X(3).
           05  PRODFL-NAME             PIC X(15).
           05  PRODFL-PRICE            PIC 9(5)V99.
           05  PRODFL-QTY-ON-HAND      PIC 9(5).
           05  PRODFL-AVG-COST         PIC 9(5)V99.

       FD  MATCHPRM.
       01  MATCHPRM-REC.
           05  PRM-PRICE-TOL-PCT       PIC 9(3)V99.
           05  PRM-QTY-TOL-PCT         PIC 9(3)V99.
           05  FILLER                  PIC X(70).

       FD  APLEDG.
       01  APLEDG-REC.
           05  APL-VENDOR-ID           PIC X(05).
           05  APL-INVOICE-NO          PIC X(10).
           05  APL-PRODUCT-CODE        PIC X(03).
           05  APL-INVOICE-DATE        PIC 9(08).
           05  APL-DUE-DATE            PIC 9(08).
           05  APL-AMOUNT              PIC 9(8)V99.
           05  APL-GL-CLASS            PIC X(01).
               88  APL-STOCK                   VALUE 'S'.
               88  APL-EXPENSE                 VALUE 'E'.
           05  APL-STATUS              PIC X(01).
               88  APL-OPEN                    VALUE 'O'.
               88  APL-PAID                    VALUE 'P'.
           05  APL-POSTED-SW           PIC X(01).
           05  APL-PAID-DATE           PIC 9(08).
           05  FILLER                  PIC X(25).

       FD  APEXC.
       01  APEXC-REC                   PIC X(80).

       FD  RUNPARM.
       COPY 'RUNPARM'.

       WORKING-STORAGE SECTION.
      * RESOLVED FILE PATHS. EVERY ASSIGNMENT COMES FROM THE
      * EXTERNAL FILE CONFIGURATION (FILECFG) AT STARTUP -- SEE
      * 0050-FILECFG-LOAD-PARA -- SO A DISK MOVE OR A TEST RUN
      * NEVER MEANS EDITING AND RECOMPILING THIS PROGRAM.
       77  WS-VENDINV-PATH             PIC X(80) VALUE SPACES.
       77  WS-POOPENFL-PATH            PIC X(80) VALUE SPACES.
       77  WS-VENDFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-PRODFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-MATCHPRM-PATH            PIC X(80) VALUE SPACES.
       77  WS-APLEDG-PATH              PIC X(80) VALUE SPACES.
       77  WS-APEXC-PATH               PIC X(80) VALUE SPACES.
       77  WS-RUNPARM-PATH             PIC X(80) VALUE SPACES.
       77  WS-CFG-NAME             PIC X(12)   VALUE SPACES.
       77  WS-CFG-PATH             PIC X(80)   VALUE SPACES.
       77  WS-CFG-RESULT           PIC X(01)   VALUE 'N'.

       01  WS-FILE-STATUS.
           05  WS-VENDINV-STATUS       PIC X(2).
           05  WS-POOPENFL-STATUS      PIC X(2).
           05  WS-VENDFL-STATUS        PIC X(2).
           05  WS-PRODFL-STATUS        PIC X(2).
           05  WS-MATCHPRM-STATUS      PIC X(2).
           05  WS-APLEDG-STATUS        PIC X(2).
           05  WS-APEXC-STATUS         PIC X(2).
           05  WS-RUNPARM-STATUS       PIC X(2).

       01  WS-EOF-SWITCHES.
           05  WS-VENDINV-EOF-SW       PIC X(01)   VALUE 'N'.
               88  VENDINV-EOF                     VALUE 'Y'.
           05  WS-POOPENFL-EOF-SW      PIC X(01)   VALUE 'N'.
               88  POOPENFL-EOF                    VALUE 'Y'.
           05  WS-VENDFL-EOF-SW        PIC X(01)   VALUE 'N'.
               88  VENDFL-EOF                      VALUE 'Y'.
           05  WS-PRODFL-OPEN-SW       PIC X(01)   VALUE 'N'.
               88  PRODFL-WAS-OPEN                 VALUE 'Y'.
           05  WS-APLEDG-EOF-SW        PIC X(01)   VALUE 'N'.
               88  APLEDG-EOF                      VALUE 'Y'.

      * OPEN-PO TABLE, SAME SHAPE AS GRMATCH.CBL'S, UPDATED IN PLACE
      * AND REWRITTEN AT CLOSE.
       01  WS-PO-TABLE.
           05  WS-PO-ENTRY OCCURS 500 TIMES.
               10  WS-PO-DATE           PIC 9(08).
               10  WS-PO-VENDOR         PIC X(05).
               10  WS-PO-PRODUCT        PIC X(03).
               10  WS-PO-ORDER-QTY      PIC 9(05).
               10  WS-PO-RECEIVED-QTY   PIC 9(05).
               10  WS-PO-LEAD-TIME      PIC 9(03).
               10  WS-PO-STATUS         PIC X(01).
               10  WS-PO-UNIT-PRICE     PIC 9(5)V99.
               10  WS-PO-INVOICED-QTY   PIC 9(05).
               10  WS-PO-DELIVER-LOCN   PIC X(04).
       77  WS-PO-CNT                   PIC 9(3)    VALUE ZEROES.
       77  WS-PO-IDX                   PIC 9(3)    VALUE ZEROES.
       77  WS-PO-SRCH-IDX              PIC 9(3)    VALUE ZEROES.
       77  WS-PO-FOUND-SW              PIC X(01)   VALUE 'N'.
           88  WS-PO-FOUND                         VALUE 'Y'.
       77  WS-PO-ANY-SW                PIC X(01)   VALUE 'N'.
           88  WS-PO-ANY                           VALUE 'Y'.
      * SET WHEN AN IN-MEMORY COPY OVERFLOWS: NOTHING IS MATCHED AND
      * NO FILE IS REWRITTEN FROM A PARTIAL TABLE.
       77  WS-LOAD-ABANDON-SW          PIC X(01)   VALUE 'N'.
           88  WS-LOAD-ABANDONED                   VALUE 'Y'.

      * PAYMENT TERMS PER VENDOR, TAKEN FROM THE FIRST VENDOR MASTER
      * LINE FOR THAT VENDOR.
       01  WS-VND-TABLE.
           05  WS-VND-ENTRY OCCURS 100 TIMES.
               10  WS-VND-VENDOR-ID     PIC X(05).
               10  WS-VND-PAY-TERMS     PIC 9(03).
       77  WS-VND-CNT                  PIC 9(3)    VALUE ZEROES.
       77  WS-VND-SRCH-IDX             PIC 9(3)    VALUE ZEROES.
       77  WS-VND-FOUND-SW             PIC X(01)   VALUE 'N'.
           88  WS-VND-FOUND                        VALUE 'Y'.
       77  WS-VND-KEY                  PIC X(05)   VALUE SPACES.
      * TERMS USED WHEN THE VENDOR MASTER CARRIES NONE.
       77  WS-DEFAULT-PAY-TERMS        PIC 9(03)   VALUE 30.

      * SET BY THE KEYED READ OF AN INVOICE LINE'S PRODUCT.
       77  WS-PROD-FOUND-SW            PIC X(01)   VALUE 'N'.
           88  WS-PROD-FOUND                       VALUE 'Y'.

      * THE PAYABLES LEDGER HELD IN STORAGE FOR THE RUN.
       01  WS-APL-TABLE.
           05  WS-APL-ENTRY OCCURS 2000 TIMES.
               10  WS-APL-VENDOR-ID     PIC X(05).
               10  WS-APL-INVOICE-NO    PIC X(10).
               10  WS-APL-PRODUCT-CODE  PIC X(03).
               10  WS-APL-INVOICE-DATE  PIC 9(08).
               10  WS-APL-DUE-DATE      PIC 9(08).
               10  WS-APL-AMOUNT        PIC 9(8)V99.
               10  WS-APL-GL-CLASS      PIC X(01).
               10  WS-APL-STATUS        PIC X(01).
               10  WS-APL-POSTED-SW     PIC X(01).
               10  WS-APL-PAID-DATE     PIC 9(08).
       77  WS-APL-CNT                  PIC 9(4)    VALUE ZEROES.
       77  WS-APL-IDX                  PIC 9(4)    VALUE ZEROES.
       77  WS-APL-SRCH-IDX             PIC 9(4)    VALUE ZEROES.
       77  WS-APL-FOUND-SW             PIC X(01)   VALUE 'N'.
           88  WS-APL-FOUND                        VALUE 'Y'.

      * MATCH TOLERANCES, PERCENT. HOUSE DEFAULTS UNLESS MATCHPRM
      * SAYS OTHERWISE.
       77  WS-PRICE-TOL-PCT            PIC 9(3)V99 VALUE 2.00.
       77  WS-QTY-TOL-PCT              PIC 9(3)V99 VALUE ZEROES.

      * MATCH WORK FIELDS FOR THE INVOICE LINE IN HAND.
       77  WS-PRICE-VAR-PCT            PIC 9(7)V99 VALUE ZEROES.
       77  WS-BILLABLE-QTY             PIC 9(05)   VALUE ZEROES.
       77  WS-UNBILLED-ORDER-QTY       PIC 9(05)   VALUE ZEROES.
       77  WS-QTY-ALLOWED              PIC 9(07)   VALUE ZEROES.
       77  WS-ORDER-ALLOWED            PIC 9(07)   VALUE ZEROES.
       77  WS-LINE-AMOUNT              PIC 9(8)V99 VALUE ZEROES.
       77  WS-MATCH-REASON             PIC X(26)   VALUE SPACES.
       77  WS-DATEVAL-DATE             PIC X(08)   VALUE SPACES.
       77  WS-DATEVAL-RESULT           PIC X(01)   VALUE 'N'.
       77  WS-DUE-DAYS                 PIC 9(08)   VALUE ZEROES.

       77  WS-RUN-DATE                 PIC 9(8)    VALUE ZEROES.
       77  WS-FMT-PRICE                PIC ZZZZ9.99.
       77  WS-FMT-AMOUNT               PIC Z(7)9.99.
       77  WS-MATCHED-TOTAL            PIC 9(9)V99 VALUE ZEROES.

       01  WS-COUNTERS.
           05  WS-VENDINV-RD-CNT       PIC 9(5)    VALUE ZEROES.
           05  WS-MATCHED-CNT          PIC 9(5)    VALUE ZEROES.
           05  WS-EXCEPTION-CNT        PIC 9(5)    VALUE ZEROES.
           05  WS-APLEDG-WT-CNT        PIC 9(5)    VALUE ZEROES.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0050-FILECFG-LOAD-PARA.
           PERFORM 1000-FILES-OPEN-PARA.
           IF WS-POOPENFL-STATUS = '00'
                   AND WS-VENDINV-STATUS = '00' THEN
               PERFORM 1500-POOPEN-LOAD-PARA UNTIL POOPENFL-EOF
               CLOSE POOPENFL
               PERFORM 1600-VENDFL-LOAD-PARA
               PERFORM 1700-PRODFL-OPEN-PARA
               PERFORM 1800-APLEDG-LOAD-PARA
               IF NOT WS-LOAD-ABANDONED
                   PERFORM 2000-VENDINV-READ-PARA UNTIL VENDINV-EOF
                   PERFORM 3200-POOPEN-REWRITE-PARA
                   PERFORM 3400-APLEDG-REWRITE-PARA
               END-IF
           ELSE
               DISPLAY 'OPEN-PO FILE OR VENDOR INVOICE FILE CANNOT '
                   'BE OPENED.'
               MOVE 16 TO RETURN-CODE
           END-IF.
           PERFORM 3900-FILES-CLOSE-PARA.

           DISPLAY 'INVOICE LINES READ: ', WS-VENDINV-RD-CNT.
           DISPLAY 'INVOICE LINES MATCHED: ', WS-MATCHED-CNT.
           DISPLAY 'INVOICE LINES IN EXCEPTION: ', WS-EXCEPTION-CNT.
           DISPLAY 'MATCHED VALUE: ', WS-MATCHED-TOTAL.
           DISPLAY 'PAYABLES LEDGER ENTRIES: ', WS-APLEDG-WT-CNT.
           STOP RUN.

       1000-FILES-OPEN-PARA.
           OPEN INPUT POOPENFL.
           DISPLAY 'FILE STATUS FOR POOPENFL:', WS-POOPENFL-STATUS.

           OPEN INPUT VENDINV.
           DISPLAY 'FILE STATUS FOR VENDINV:', WS-VENDINV-STATUS.

           PERFORM 1050-RUNPARM-LOAD-PARA.
           PERFORM 1100-MATCHPRM-LOAD-PARA.

           OPEN OUTPUT APEXC.
           MOVE SPACES TO APEXC-REC.
           STRING 'VENDOR INVOICE MATCH EXCEPTIONS ' DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO APEXC-REC.
           WRITE APEXC-REC.

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

       1100-MATCHPRM-LOAD-PARA.
           OPEN INPUT MATCHPRM.
           IF WS-MATCHPRM-STATUS NOT = '00'
               DISPLAY 'MATCH PARAMETERS NOT FOUND, USING DEFAULT '
                   'TOLERANCES.'
           ELSE
               READ MATCHPRM
                   AT END
                       DISPLAY 'MATCH PARAMETERS EMPTY, USING '
                           'DEFAULT TOLERANCES.'
                   NOT AT END
                       IF PRM-PRICE-TOL-PCT NUMERIC
                           MOVE PRM-PRICE-TOL-PCT TO WS-PRICE-TOL-PCT
                       END-IF
                       IF PRM-QTY-TOL-PCT NUMERIC
                           MOVE PRM-QTY-TOL-PCT TO WS-QTY-TOL-PCT
                       END-IF
               END-READ
               CLOSE MATCHPRM
           END-IF.
           DISPLAY 'PRICE TOLERANCE PCT: ', WS-PRICE-TOL-PCT.
           DISPLAY 'QUANTITY TOLERANCE PCT: ', WS-QTY-TOL-PCT.

      * A LINE WRITTEN BEFORE PRICES WERE CARRIED HAS NO PRICE AND
      * NOTHING INVOICED; IT LOADS WITH ZEROES AND CAN ONLY GO TO
      * EXCEPTION UNTIL PURCHASING PRICES IT.
       1500-POOPEN-LOAD-PARA.
           READ POOPENFL
               AT END
                   SET POOPENFL-EOF TO TRUE
               NOT AT END
                   IF WS-PO-CNT < 500
                       ADD 1 TO WS-PO-CNT
                       MOVE POL-PO-DATE TO WS-PO-DATE(WS-PO-CNT)
                       MOVE POL-VENDOR-ID TO
                           WS-PO-VENDOR(WS-PO-CNT)
                       MOVE POL-PRODUCT-CODE TO
                           WS-PO-PRODUCT(WS-PO-CNT)
                       MOVE POL-ORDER-QTY TO
                           WS-PO-ORDER-QTY(WS-PO-CNT)
                       MOVE POL-RECEIVED-QTY TO
                           WS-PO-RECEIVED-QTY(WS-PO-CNT)
                       MOVE POL-LEAD-TIME TO
                           WS-PO-LEAD-TIME(WS-PO-CNT)
                       MOVE POL-STATUS TO WS-PO-STATUS(WS-PO-CNT)
                       IF POL-UNIT-PRICE NUMERIC
                           MOVE POL-UNIT-PRICE TO
                               WS-PO-UNIT-PRICE(WS-PO-CNT)
                       ELSE
                           MOVE ZEROES TO WS-PO-UNIT-PRICE(WS-PO-CNT)
                       END-IF
                       IF POL-INVOICED-QTY NUMERIC
                           MOVE POL-INVOICED-QTY TO
                               WS-PO-INVOICED-QTY(WS-PO-CNT)
                       ELSE
                           MOVE ZEROES TO
                               WS-PO-INVOICED-QTY(WS-PO-CNT)
                       END-IF
                       MOVE POL-DELIVER-LOCN TO
                           WS-PO-DELIVER-LOCN(WS-PO-CNT)
                   ELSE
                       DISPLAY 'WS-PO-TABLE FULL, RUN ABANDONED.'
                       MOVE 16 TO RETURN-CODE
                       SET POOPENFL-EOF TO TRUE
                       SET WS-LOAD-ABANDONED TO TRUE
                   END-IF
           END-READ.

       1600-VENDFL-LOAD-PARA.
           OPEN INPUT VENDFL.
           DISPLAY 'FILE STATUS FOR VENDFL:', WS-VENDFL-STATUS.
           IF WS-VENDFL-STATUS NOT = '00'
               DISPLAY 'VENDOR MASTER NOT FOUND, EVERY LINE GOES TO '
                   'EXCEPTION.'
               SET VENDFL-EOF TO TRUE
           ELSE
               PERFORM 1650-VENDFL-READ-PARA UNTIL VENDFL-EOF
               CLOSE VENDFL
           END-IF.

       1650-VENDFL-READ-PARA.
           READ VENDFL
               AT END
                   SET VENDFL-EOF TO TRUE
               NOT AT END
                   MOVE VND-VENDOR-ID TO WS-VND-KEY
                   PERFORM 2300-VENDOR-FIND-PARA
                   IF NOT WS-VND-FOUND
                       IF WS-VND-CNT < 100
                           ADD 1 TO WS-VND-CNT
                           MOVE VND-VENDOR-ID TO
                               WS-VND-VENDOR-ID(WS-VND-CNT)
                           IF VND-PAY-TERMS NUMERIC
                               MOVE VND-PAY-TERMS TO
                                   WS-VND-PAY-TERMS(WS-VND-CNT)
                           ELSE
                               MOVE WS-DEFAULT-PAY-TERMS TO
                                   WS-VND-PAY-TERMS(WS-VND-CNT)
                           END-IF
                       ELSE
                           DISPLAY 'WS-VND-TABLE FULL, ENTRY IGNORED: '
                               VND-VENDOR-ID
                       END-IF
                   END-IF
           END-READ.

      * THE MASTER STAYS OPEN FOR THE RUN; EACH MATCHED LINE LOOKS
      * ITS PRODUCT UP BY KEY.
       1700-PRODFL-OPEN-PARA.
           OPEN INPUT PRODFL.
           DISPLAY 'FILE STATUS FOR PRODFL:', WS-PRODFL-STATUS.
           IF WS-PRODFL-STATUS NOT = '00'
               DISPLAY 'PRODUCT MASTER NOT FOUND, EVERY LINE TREATED '
                   'AS EXPENSE.'
           ELSE
               SET PRODFL-WAS-OPEN TO TRUE
           END-IF.

      * THE LEDGER IS EMPTY THE FIRST TIME THROUGH.
       1800-APLEDG-LOAD-PARA.
           OPEN INPUT APLEDG.
           DISPLAY 'FILE STATUS FOR APLEDG:', WS-APLEDG-STATUS.
           IF WS-APLEDG-STATUS NOT = '00'
               DISPLAY 'PAYABLES LEDGER NOT FOUND, STARTING EMPTY.'
               SET APLEDG-EOF TO TRUE
           ELSE
               PERFORM 1850-APLEDG-READ-PARA UNTIL APLEDG-EOF
               CLOSE APLEDG
           END-IF.

       1850-APLEDG-READ-PARA.
           READ APLEDG
               AT END
                   SET APLEDG-EOF TO TRUE
               NOT AT END
                   IF WS-APL-CNT < 2000
                       ADD 1 TO WS-APL-CNT
                       MOVE APLEDG-REC TO WS-APL-ENTRY(WS-APL-CNT)
                   ELSE
                       DISPLAY 'WS-APL-TABLE FULL, RUN ABANDONED.'
                       MOVE 16 TO RETURN-CODE
                       SET APLEDG-EOF TO TRUE
                       SET WS-LOAD-ABANDONED TO TRUE
                   END-IF
           END-READ.

       2000-VENDINV-READ-PARA.
           READ VENDINV
               AT END
                   SET VENDINV-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-VENDINV-RD-CNT
                   PERFORM 2100-INVOICE-MATCH-PARA
           END-READ.

      * THREE-WAY MATCH OF ONE INVOICE LINE: THE VENDOR'S BILL
      * AGAINST THE OLDEST PO LINE FOR THAT VENDOR AND PRODUCT WITH
      * RECEIVED GOODS NOT YET BILLED, AND AGAINST WHAT GRMATCH.CBL
      * SAYS ACTUALLY ARRIVED. THE PRICE MUST BE WITHIN THE PRICE
      * TOLERANCE OF THE PO PRICE, AND THE QUANTITY WITHIN THE
      * QUANTITY TOLERANCE OF BOTH THE RECEIVED-BUT-UNBILLED AND
      * ORDERED-BUT-UNBILLED QUANTITIES. THE FIRST FAILURE FOUND IS
      * THE REASON REPORTED.
       2100-INVOICE-MATCH-PARA.
           MOVE SPACES TO WS-MATCH-REASON.
           MOVE VIN-VENDOR-ID TO WS-VND-KEY.
           PERFORM 2300-VENDOR-FIND-PARA.
           MOVE VIN-INVOICE-DATE TO WS-DATEVAL-DATE.
           CALL 'DATEVAL' USING WS-DATEVAL-DATE, WS-DATEVAL-RESULT.
           PERFORM 2400-DUPLICATE-FIND-PARA.
           PERFORM 2200-PO-PICK-PARA.
           PERFORM 2500-VARIANCE-COMPUTE-PARA.
           EVALUATE TRUE
               WHEN NOT WS-VND-FOUND
                   MOVE 'VENDOR NOT ON MASTER' TO WS-MATCH-REASON
               WHEN VIN-QTY NOT NUMERIC OR VIN-QTY = 0
                   MOVE 'QUANTITY NOT VALID' TO WS-MATCH-REASON
               WHEN VIN-UNIT-PRICE NOT NUMERIC OR VIN-UNIT-PRICE = 0
                   MOVE 'PRICE NOT VALID' TO WS-MATCH-REASON
               WHEN WS-DATEVAL-RESULT NOT = 'Y'
                   MOVE 'INVOICE DATE NOT VALID' TO WS-MATCH-REASON
               WHEN WS-APL-FOUND
                   MOVE 'DUPLICATE INVOICE LINE' TO WS-MATCH-REASON
               WHEN NOT WS-PO-FOUND AND WS-PO-ANY
                   MOVE 'NOTHING RECEIVED TO BILL' TO WS-MATCH-REASON
               WHEN NOT WS-PO-FOUND
                   MOVE 'NO PO FOR VENDOR/PRODUCT' TO WS-MATCH-REASON
               WHEN WS-PO-UNIT-PRICE(WS-PO-SRCH-IDX) = 0
                   MOVE 'NO PRICE ON PO LINE' TO WS-MATCH-REASON
               WHEN WS-PRICE-VAR-PCT > WS-PRICE-TOL-PCT
                   MOVE 'PRICE OUTSIDE TOLERANCE' TO WS-MATCH-REASON
               WHEN VIN-QTY > WS-QTY-ALLOWED
                   MOVE 'QTY EXCEEDS RECEIVED' TO WS-MATCH-REASON
               WHEN VIN-QTY > WS-ORDER-ALLOWED
                   MOVE 'QTY EXCEEDS ORDERED' TO WS-MATCH-REASON
               WHEN WS-APL-CNT NOT < 2000
                   MOVE 'PAYABLES LEDGER FULL' TO WS-MATCH-REASON
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   PERFORM 2600-LEDGER-ADD-PARA
           END-EVALUATE.
           IF WS-MATCH-REASON NOT = SPACES
               PERFORM 2900-EXCEPTION-WRITE-PARA
           END-IF.

      * PICKS THE OLDEST PO LINE FOR THE VENDOR AND PRODUCT THAT HAS
      * RECEIVED GOODS STILL UNBILLED, OPEN OR CLOSED -- A LINE
      * GRMATCH.CBL HAS CLOSED ON FULL RECEIPT IS STILL TO BE BILLED.
       2200-PO-PICK-PARA.
           MOVE 'N' TO WS-PO-FOUND-SW.
           MOVE 'N' TO WS-PO-ANY-SW.
           MOVE ZEROES TO WS-PO-SRCH-IDX.
           PERFORM 2250-PO-PICK-ONE-PARA
               VARYING WS-PO-IDX FROM 1 BY 1
               UNTIL WS-PO-IDX > WS-PO-CNT.

       2250-PO-PICK-ONE-PARA.
           IF WS-PO-VENDOR(WS-PO-IDX) = VIN-VENDOR-ID
               AND WS-PO-PRODUCT(WS-PO-IDX) = VIN-PRODUCT-CODE
               SET WS-PO-ANY TO TRUE
               IF WS-PO-RECEIVED-QTY(WS-PO-IDX) >
                       WS-PO-INVOICED-QTY(WS-PO-IDX)
                   IF NOT WS-PO-FOUND
                       OR WS-PO-DATE(WS-PO-IDX) <
                           WS-PO-DATE(WS-PO-SRCH-IDX)
                       SET WS-PO-FOUND TO TRUE
                       MOVE WS-PO-IDX TO WS-PO-SRCH-IDX
                   END-IF
               END-IF
           END-IF.

       2300-VENDOR-FIND-PARA.
           MOVE 'N' TO WS-VND-FOUND-SW.
           MOVE 1 TO WS-VND-SRCH-IDX.
           PERFORM 2350-VENDOR-FIND-ONE-PARA
               UNTIL WS-VND-SRCH-IDX > WS-VND-CNT
                  OR WS-VND-FOUND.

       2350-VENDOR-FIND-ONE-PARA.
           IF WS-VND-VENDOR-ID(WS-VND-SRCH-IDX) = WS-VND-KEY
               SET WS-VND-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-VND-SRCH-IDX
           END-IF.

      * THE SAME VENDOR INVOICE NUMBER AND PRODUCT ALREADY ON THE
      * LEDGER, PAID OR NOT, IS A BILL SENT TWICE.
       2400-DUPLICATE-FIND-PARA.
           MOVE 'N' TO WS-APL-FOUND-SW.
           MOVE 1 TO WS-APL-SRCH-IDX.
           PERFORM 2450-DUPLICATE-FIND-ONE-PARA
               UNTIL WS-APL-SRCH-IDX > WS-APL-CNT
                  OR WS-APL-FOUND.

       2450-DUPLICATE-FIND-ONE-PARA.
           IF WS-APL-VENDOR-ID(WS-APL-SRCH-IDX) = VIN-VENDOR-ID
               AND WS-APL-INVOICE-NO(WS-APL-SRCH-IDX) = VIN-INVOICE-NO
               AND WS-APL-PRODUCT-CODE(WS-APL-SRCH-IDX) =
                   VIN-PRODUCT-CODE
               SET WS-APL-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-APL-SRCH-IDX
           END-IF.

      * PRICE VARIANCE AS A PERCENTAGE OF THE PO PRICE EITHER WAY,
      * AND THE MOST THAT MAY BE BILLED AGAINST THE PICKED LINE.
       2500-VARIANCE-COMPUTE-PARA.
           MOVE ZEROES TO WS-PRICE-VAR-PCT.
           MOVE ZEROES TO WS-QTY-ALLOWED.
           MOVE ZEROES TO WS-ORDER-ALLOWED.
           IF WS-PO-FOUND AND VIN-UNIT-PRICE NUMERIC
                   AND WS-PO-UNIT-PRICE(WS-PO-SRCH-IDX) > 0
               IF VIN-UNIT-PRICE > WS-PO-UNIT-PRICE(WS-PO-SRCH-IDX)
                   COMPUTE WS-PRICE-VAR-PCT ROUNDED =
                       (VIN-UNIT-PRICE -
                        WS-PO-UNIT-PRICE(WS-PO-SRCH-IDX)) * 100 /
                       WS-PO-UNIT-PRICE(WS-PO-SRCH-IDX)
               ELSE
                   COMPUTE WS-PRICE-VAR-PCT ROUNDED =
                       (WS-PO-UNIT-PRICE(WS-PO-SRCH-IDX) -
                        VIN-UNIT-PRICE) * 100 /
                       WS-PO-UNIT-PRICE(WS-PO-SRCH-IDX)
               END-IF
           END-IF.
           IF WS-PO-FOUND
               COMPUTE WS-BILLABLE-QTY =
                   WS-PO-RECEIVED-QTY(WS-PO-SRCH-IDX) -
                   WS-PO-INVOICED-QTY(WS-PO-SRCH-IDX)
               COMPUTE WS-QTY-ALLOWED =
                   WS-BILLABLE-QTY +
                   WS-BILLABLE-QTY * WS-QTY-TOL-PCT / 100
               MOVE ZEROES TO WS-UNBILLED-ORDER-QTY
               IF WS-PO-ORDER-QTY(WS-PO-SRCH-IDX) >
                       WS-PO-INVOICED-QTY(WS-PO-SRCH-IDX)
                   COMPUTE WS-UNBILLED-ORDER-QTY =
                       WS-PO-ORDER-QTY(WS-PO-SRCH-IDX) -
                       WS-PO-INVOICED-QTY(WS-PO-SRCH-IDX)
               END-IF
               COMPUTE WS-ORDER-ALLOWED =
                   WS-UNBILLED-ORDER-QTY +
                   WS-UNBILLED-ORDER-QTY * WS-QTY-TOL-PCT / 100
           END-IF.

      * A MATCHED LINE IS PAYABLE AT THE BILLED PRICE, DUE THE
      * VENDOR'S TERMS AFTER THE INVOICE DATE, AND NOT YET POSTED.
       2600-LEDGER-ADD-PARA.
           ADD VIN-QTY TO WS-PO-INVOICED-QTY(WS-PO-SRCH-IDX).
           COMPUTE WS-LINE-AMOUNT ROUNDED = VIN-QTY * VIN-UNIT-PRICE.
           COMPUTE WS-DUE-DAYS =
               FUNCTION INTEGER-OF-DATE(VIN-INVOICE-DATE-NUM) +
               WS-VND-PAY-TERMS(WS-VND-SRCH-IDX).
           ADD 1 TO WS-APL-CNT.
           MOVE VIN-VENDOR-ID TO WS-APL-VENDOR-ID(WS-APL-CNT).
           MOVE VIN-INVOICE-NO TO WS-APL-INVOICE-NO(WS-APL-CNT).
           MOVE VIN-PRODUCT-CODE TO WS-APL-PRODUCT-CODE(WS-APL-CNT).
           MOVE VIN-INVOICE-DATE-NUM TO
               WS-APL-INVOICE-DATE(WS-APL-CNT).
           COMPUTE WS-APL-DUE-DATE(WS-APL-CNT) =
               FUNCTION DATE-OF-INTEGER(WS-DUE-DAYS).
           MOVE WS-LINE-AMOUNT TO WS-APL-AMOUNT(WS-APL-CNT).
           PERFORM 2700-PRODUCT-FIND-PARA.
           IF WS-PROD-FOUND
               MOVE 'S' TO WS-APL-GL-CLASS(WS-APL-CNT)
           ELSE
               MOVE 'E' TO WS-APL-GL-CLASS(WS-APL-CNT)
           END-IF.
           MOVE 'O' TO WS-APL-STATUS(WS-APL-CNT).
           MOVE 'N' TO WS-APL-POSTED-SW(WS-APL-CNT).
           MOVE ZEROES TO WS-APL-PAID-DATE(WS-APL-CNT).
           ADD 1 TO WS-MATCHED-CNT.
           ADD WS-LINE-AMOUNT TO WS-MATCHED-TOTAL.

       2700-PRODUCT-FIND-PARA.
           MOVE 'N' TO WS-PROD-FOUND-SW.
           IF PRODFL-WAS-OPEN
               MOVE VIN-PRODUCT-CODE TO PRODFL-CODE
               READ PRODFL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-PROD-FOUND TO TRUE
               END-READ
           END-IF.

       2900-EXCEPTION-WRITE-PARA.
           ADD 1 TO WS-EXCEPTION-CNT.
           MOVE 8 TO RETURN-CODE.
           IF VIN-UNIT-PRICE NUMERIC
               MOVE VIN-UNIT-PRICE TO WS-FMT-PRICE
           ELSE
               MOVE ZEROES TO WS-FMT-PRICE
           END-IF.
           MOVE SPACES TO APEXC-REC.
           STRING VIN-VENDOR-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               VIN-INVOICE-NO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               VIN-PRODUCT-CODE DELIMITED BY SIZE
               ' QTY ' DELIMITED BY SIZE
               VIN-QTY DELIMITED BY SIZE
               ' @' DELIMITED BY SIZE
               WS-FMT-PRICE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-MATCH-REASON DELIMITED BY SIZE
               INTO APEXC-REC.
           WRITE APEXC-REC.
           IF WS-PO-FOUND
               MOVE WS-PO-UNIT-PRICE(WS-PO-SRCH-IDX) TO WS-FMT-PRICE
               MOVE SPACES TO APEXC-REC
               STRING '      PO ' DELIMITED BY SIZE
                   WS-PO-DATE(WS-PO-SRCH-IDX) DELIMITED BY SIZE
                   ' ORDERED ' DELIMITED BY SIZE
                   WS-PO-ORDER-QTY(WS-PO-SRCH-IDX) DELIMITED BY SIZE
                   ' RECEIVED ' DELIMITED BY SIZE
                   WS-PO-RECEIVED-QTY(WS-PO-SRCH-IDX)
                   DELIMITED BY SIZE
                   ' BILLED ' DELIMITED BY SIZE
                   WS-PO-INVOICED-QTY(WS-PO-SRCH-IDX)
                   DELIMITED BY SIZE
                   ' @' DELIMITED BY SIZE
                   WS-FMT-PRICE DELIMITED BY SIZE
                   INTO APEXC-REC
               WRITE APEXC-REC
           END-IF.

       3200-POOPEN-REWRITE-PARA.
           OPEN OUTPUT POOPENFL.
           IF WS-POOPENFL-STATUS NOT = '00'
               DISPLAY 'OPEN-PO FILE CANNOT BE REWRITTEN, STATUS '
                   WS-POOPENFL-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 3250-POOPEN-WRITE-ONE-PARA
                   VARYING WS-PO-IDX FROM 1 BY 1
                   UNTIL WS-PO-IDX > WS-PO-CNT
               CLOSE POOPENFL
           END-IF.

       3250-POOPEN-WRITE-ONE-PARA.
           MOVE SPACES TO POOPENFL-REC.
           MOVE WS-PO-DATE(WS-PO-IDX)         TO POL-PO-DATE.
           MOVE WS-PO-VENDOR(WS-PO-IDX)       TO POL-VENDOR-ID.
           MOVE WS-PO-PRODUCT(WS-PO-IDX)      TO POL-PRODUCT-CODE.
           MOVE WS-PO-ORDER-QTY(WS-PO-IDX)    TO POL-ORDER-QTY.
           MOVE WS-PO-RECEIVED-QTY(WS-PO-IDX) TO POL-RECEIVED-QTY.
           MOVE WS-PO-LEAD-TIME(WS-PO-IDX)    TO POL-LEAD-TIME.
           MOVE WS-PO-STATUS(WS-PO-IDX)       TO POL-STATUS.
           MOVE WS-PO-UNIT-PRICE(WS-PO-IDX)   TO POL-UNIT-PRICE.
           MOVE WS-PO-INVOICED-QTY(WS-PO-IDX) TO POL-INVOICED-QTY.
           MOVE WS-PO-DELIVER-LOCN(WS-PO-IDX) TO POL-DELIVER-LOCN.
           WRITE POOPENFL-REC.

       3400-APLEDG-REWRITE-PARA.
           OPEN OUTPUT APLEDG.
           IF WS-APLEDG-STATUS NOT = '00'
               DISPLAY 'PAYABLES LEDGER CANNOT BE REWRITTEN, STATUS '
                   WS-APLEDG-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 3450-APLEDG-WRITE-ONE-PARA
                   VARYING WS-APL-IDX FROM 1 BY 1
                   UNTIL WS-APL-IDX > WS-APL-CNT
               CLOSE APLEDG
           END-IF.

       3450-APLEDG-WRITE-ONE-PARA.
           MOVE SPACES TO APLEDG-REC.
           MOVE WS-APL-ENTRY(WS-APL-IDX) TO APLEDG-REC.
           WRITE APLEDG-REC.
           ADD 1 TO WS-APLEDG-WT-CNT.

       3900-FILES-CLOSE-PARA.
           IF WS-VENDINV-STATUS = '00' OR WS-VENDINV-STATUS = '10'
               CLOSE VENDINV
           END-IF.
           IF PRODFL-WAS-OPEN
               CLOSE PRODFL
           END-IF.
           MOVE WS-MATCHED-TOTAL TO WS-FMT-AMOUNT.
           MOVE SPACES TO APEXC-REC.
           STRING 'READ: ' DELIMITED BY SIZE
               WS-VENDINV-RD-CNT DELIMITED BY SIZE
               ' MATCHED: ' DELIMITED BY SIZE
               WS-MATCHED-CNT DELIMITED BY SIZE
               ' EXCEPTIONS: ' DELIMITED BY SIZE
               WS-EXCEPTION-CNT DELIMITED BY SIZE
               ' VALUE: ' DELIMITED BY SIZE
               WS-FMT-AMOUNT DELIMITED BY SIZE
               INTO APEXC-REC.
           WRITE APEXC-REC.
           CLOSE APEXC.

      * RESOLVES EVERY FILE ASSIGNMENT FROM THE EXTERNAL FILE
      * CONFIGURATION BEFORE ANYTHING IS OPENED, REPORTING EACH
      * RESOLVED PATH. A LOGICAL NAME MISSING FROM THE
      * CONFIGURATION ENDS THE RUN CLEANLY WITH RC 16 BEFORE ANY
      * FILE IS TOUCHED.
       0050-FILECFG-LOAD-PARA.
           MOVE 'VENDORINV' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-VENDINV-PATH.
           MOVE 'POOPENFILE' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-POOPENFL-PATH.
           MOVE 'VENDORMASTER' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-VENDFL-PATH.
           MOVE 'PRODUCTMASTE' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-PRODFL-PATH.
           MOVE 'APMATCHPARM' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-MATCHPRM-PATH.
           MOVE 'APLEDGER' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-APLEDG-PATH.
           MOVE 'APEXCEPTION' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-APEXC-PATH.
           MOVE 'RUNPARM' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-RUNPARM-PATH.

       0060-FILECFG-ONE-PARA.
           CALL 'FILECFG' USING WS-CFG-NAME, WS-CFG-PATH,
               WS-CFG-RESULT.
           IF WS-CFG-RESULT NOT = 'Y'
               DISPLAY 'FILE PATH NOT CONFIGURED: ' WS-CFG-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'USING ' WS-CFG-NAME ' AT ' WS-CFG-PATH.

           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-BILLRPT-STATUS.

      * PREMIUM TAX (GST) RATES BY LOBCODE, EACH WITH THE DATES IT
      * APPLIES FROM AND TO, SO A RATE CHANGE IS A NEW LINE RATHER
      * THAN AN EDIT THAT WOULD RE-PRICE HISTORY. LOADED WHOLE AT
      * OPEN.
           SELECT TAXRATE ASSIGN TO DYNAMIC WS-TAXRATE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-TAXRATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POLICYFL.

      * BILL-INVOICE-NO IS ZERO AT GENERATION; THE INVOICE
      * CONSOLIDATION RUN (INVGEN.CBL) TAGS EACH INSTALLMENT WITH
      * THE CUSTOMER INVOICE IT WAS DEMANDED ON. BILL-AMOUNT IS THE
      * PREMIUM (THE TAXABLE VALUE); THE TAX CHARGED ON IT, AND THE
      * RATE IT WAS CHARGED AT, RIDE ALONGSIDE. THE CUSTOMER OWES
      * THE TWO TOGETHER.
       FD  BILLFL.
       01  BILLFL-REC.
           05  BILL-POLICYNO       PIC 9(07).
           05  BILL-DUE-DATE       PIC 9(08).
           05  BILL-AMOUNT         PIC 9(8)V99.
           05  BILL-INVOICE-NO     PIC 9(08).
           05  BILL-TAX-RATE       PIC 9(2)V99.
           05  BILL-TAX-AMOUNT     PIC 9(8)V99.
           05  FILLER              PIC X(31).

       FD  BILLRPT.
       01  BILLRPT-REC             PIC X(80).

      * TXR-EFF-TO OF ZERO MEANS THE RATE IS STILL CURRENT. THE RATE
      * IS A PERCENTAGE OF PREMIUM.
       FD  TAXRATE.
       01  TAXRATE-REC.
           05  TXR-LOBCODE         PIC X(01).
           05  TXR-EFF-FROM        PIC 9(08).
           05  TXR-EFF-TO          PIC 9(08).
           05  TXR-RATE            PIC 9(2)V99.
           05  FILLER              PIC X(59).

       WORKING-STORAGE SECTION.
      * RESOLVED FILE PATHS. EVERY ASSIGNMENT COMES FROM THE
      * EXTERNAL FILE CONFIGURATION (FILECFG) AT STARTUP -- SEE
       77  WS-POLICYFL-PATH            PIC X(80) VALUE SPACES.
       77  WS-BILLFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-BILLRPT-PATH             PIC X(80) VALUE SPACES.
       77  WS-TAXRATE-PATH             PIC X(80) VALUE SPACES.
       77  WS-CFG-NAME             PIC X(12)   VALUE SPACES.
       77  WS-CFG-PATH             PIC X(80)   VALUE SPACES.
       77  WS-CFG-RESULT           PIC X(01)   VALUE 'N'.
           05  WS-POLICYFL-STATUS  PIC X(2).
           05  WS-BILLFL-STATUS    PIC X(2).
           05  WS-BILLRPT-STATUS   PIC X(2).
           05  WS-TAXRATE-STATUS   PIC X(2).

       77  WS-PFL-EOF              PIC X(1)    VALUE 'N'.
           88  PFL-EOF                         VALUE 'Y'.
       77  WS-TAXRATE-EOF          PIC X(1)    VALUE 'N'.
           88  TAXRATE-EOF                     VALUE 'Y'.

      * TAX RATE TABLE. THE RATE FOR AN INSTALLMENT IS THE LINE FOR
      * ITS POLICY'S LOB WHOSE DATES SPAN THE DUE DATE; IF SEVERAL
      * DO, THE ONE THAT STARTED LATEST WINS. AN INSTALLMENT WITH NO
      * RATE IS BILLED WITHOUT TAX AND COUNTED, SO A LOB MISSING
      * FROM THE FILE SHOWS ON THE CONTROL REPORT -- AN EXEMPT LOB
      * SHOULD CARRY A ZERO-RATE LINE INSTEAD.
       01  WS-TXR-TABLE.
           05  WS-TXR-ENTRY OCCURS 100 TIMES.
               10  WS-TXR-LOBCODE       PIC X(01).
               10  WS-TXR-EFF-FROM      PIC 9(08).
               10  WS-TXR-EFF-TO        PIC 9(08).
               10  WS-TXR-RATE          PIC 9(2)V99.
       77  WS-TXR-CNT              PIC 9(4)    VALUE ZEROES.
       77  WS-TXR-IDX              PIC 9(4)    VALUE ZEROES.
       77  WS-TXR-FOUND-SW         PIC X(01)   VALUE 'N'.
           88  WS-TXR-FOUND                    VALUE 'Y'.
       77  WS-TXR-BEST-FROM        PIC 9(08)   VALUE ZEROES.
       77  WS-TAX-RATE             PIC 9(2)V99 VALUE ZEROES.
       77  WS-NO-RATE-CNT          PIC 9(6)    VALUE ZEROES.
       77  WS-TAX-TOTAL            PIC 9(12)V99 VALUE ZEROES.

       01  WS-COUNTERS.
           05  WS-POLICYFL-RD-CNT  PIC 9(6)    VALUE ZEROES.
               WS-BAD-DATE-CNT.
           DISPLAY 'NO. OF PREMIUM OVERFLOWS REJECTED: ',
               WS-OVERFLOW-CNT.
           DISPLAY 'NO. OF INSTALLMENTS WITH NO TAX RATE: ',
               WS-NO-RATE-CNT.
           DISPLAY 'TOTAL TAX BILLED: ', WS-TAX-TOTAL.
           IF (WS-OVERFLOW-CNT > 0 OR WS-NO-RATE-CNT > 0)
               AND RETURN-CODE = 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
           OPEN OUTPUT BILLRPT.
           DISPLAY 'FILE STATUS FOR BILLRPT:', WS-BILLRPT-STATUS.

           OPEN INPUT TAXRATE.
           IF WS-TAXRATE-STATUS NOT = '00'
               DISPLAY 'TAX RATE FILE NOT FOUND, NO TAX BILLED.'
           ELSE
               PERFORM 1100-TAXRATE-LOAD-PARA UNTIL TAXRATE-EOF
               CLOSE TAXRATE
           END-IF.

       1100-TAXRATE-LOAD-PARA.
           READ TAXRATE
               AT END
                   SET TAXRATE-EOF TO TRUE
               NOT AT END
                   IF TXR-EFF-FROM NUMERIC AND TXR-EFF-TO NUMERIC
                       AND TXR-RATE NUMERIC
                       IF WS-TXR-CNT < 100
                           ADD 1 TO WS-TXR-CNT
                           MOVE TXR-LOBCODE TO
                               WS-TXR-LOBCODE(WS-TXR-CNT)
                           MOVE TXR-EFF-FROM TO
                               WS-TXR-EFF-FROM(WS-TXR-CNT)
                           MOVE TXR-EFF-TO TO
                               WS-TXR-EFF-TO(WS-TXR-CNT)
                           MOVE TXR-RATE TO WS-TXR-RATE(WS-TXR-CNT)
                       ELSE
                           DISPLAY 'WS-TXR-TABLE FULL, RATE IGNORED: '
                               TXR-LOBCODE ' ' TXR-EFF-FROM
                       END-IF
                   ELSE
                       DISPLAY 'MALFORMED TAX RATE LINE IGNORED: '
                           TXR-LOBCODE ' ' TXR-EFF-FROM
                   END-IF
           END-READ.

       2000-POLICYFL-READ-PARA.
           READ POLICYFL
               AT END
           ELSE
               MOVE WS-INST-AMOUNT TO BILL-AMOUNT
           END-IF.
           PERFORM 2450-INSTALLMENT-TAX-PARA.
           WRITE BILLFL-REC.
           ADD 1 TO WS-BILLFL-WT-CNT.
           PERFORM 2500-DUE-DATE-STEP-PARA.
           ADD 1 TO WS-INST-IDX.

      * TAX ON THE INSTALLMENT AT THE RATE IN FORCE FOR THE POLICY'S
      * LOB ON THE DUE DATE, ROUNDED TO THE CENT PER INSTALLMENT SO
      * THE INVOICE'S TAX IS THE SUM OF ITS LINES.
       2450-INSTALLMENT-TAX-PARA.
           MOVE 'N' TO WS-TXR-FOUND-SW.
           MOVE ZEROES TO WS-TXR-BEST-FROM.
           MOVE ZEROES TO WS-TAX-RATE.
           PERFORM 2460-TAX-RATE-ONE-PARA
               VARYING WS-TXR-IDX FROM 1 BY 1
               UNTIL WS-TXR-IDX > WS-TXR-CNT.
           IF NOT WS-TXR-FOUND
               ADD 1 TO WS-NO-RATE-CNT
           END-IF.
           MOVE WS-TAX-RATE TO BILL-TAX-RATE.
           COMPUTE BILL-TAX-AMOUNT ROUNDED =
               BILL-AMOUNT * WS-TAX-RATE / 100.
           ADD BILL-TAX-AMOUNT TO WS-TAX-TOTAL.

       2460-TAX-RATE-ONE-PARA.
           IF WS-TXR-LOBCODE(WS-TXR-IDX) = LOB OF POLICYFL-REC
               AND WS-TXR-EFF-FROM(WS-TXR-IDX) NOT > BILL-DUE-DATE
               AND (WS-TXR-EFF-TO(WS-TXR-IDX) = ZEROES
                   OR WS-TXR-EFF-TO(WS-TXR-IDX) NOT < BILL-DUE-DATE)
               AND WS-TXR-EFF-FROM(WS-TXR-IDX) NOT < WS-TXR-BEST-FROM
               SET WS-TXR-FOUND TO TRUE
               MOVE WS-TXR-EFF-FROM(WS-TXR-IDX) TO WS-TXR-BEST-FROM
               MOVE WS-TXR-RATE(WS-TXR-IDX) TO WS-TAX-RATE
           END-IF.

      * STEPS THE DUE DATE FORWARD BY THE MONTH INTERVAL, WRAPPING
      * THE YEAR WHEN THE MONTH RUNS PAST DECEMBER. THE ANCHOR
      * DAY-OF-MONTH IS RE-APPLIED EACH STEP AND CLAMPED TO THE
               INTO BILLRPT-REC.
           WRITE BILLRPT-REC.

           MOVE WS-TAX-TOTAL TO WS-FORMATTED-TOTAL.
           MOVE SPACES TO BILLRPT-REC.
           STRING 'TOTAL TAX BILLED:     ' DELIMITED BY SIZE
               WS-FORMATTED-TOTAL DELIMITED BY SIZE
               ' NO RATE: ' DELIMITED BY SIZE
               WS-NO-RATE-CNT DELIMITED BY SIZE
               INTO BILLRPT-REC.
           WRITE BILLRPT-REC.

       3550-CONTROL-LINE-PARA.
           ADD WS-MODE-SUMM-PREMIUM(WS-MODE-SRCH-IDX) TO
               WS-OVERALL-BILLED-TOTAL.
           MOVE 'BILLCONTROL' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-BILLRPT-PATH.
           MOVE 'GSTRATE' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-TAXRATE-PATH.

       0060-FILECFG-ONE-PARA.
           CALL 'FILECFG' USING WS-CFG-NAME, WS-CFG-PATH,

           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-INVCTL-STATUS.

      * ONE CONSOLIDATED TAX INVOICE PER CUSTOMER WITH A LINE PER
      * POLICY INSTALLMENT (TAXABLE VALUE, TAX, GROSS), THE INVOICE
      * TOTALS AND A TAX SUMMARY BY RATE, SEPARATED SO THE PRINT
      * SHOP CAN BURST THE FILE.
           SELECT INVFL ASSIGN TO DYNAMIC WS-INVFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-INVFL-STATUS.

      * NO-VALID-ADDRESS EXCEPTION LIST: ONE LINE PER INVOICE RAISED
      * BUT NOT MAILED BECAUSE THE CUSTOMER IS ON RETURNED-MAIL
      * ADDRESS HOLD (RETMAIL.CBL).
           SELECT NOADDRFL ASSIGN TO DYNAMIC WS-NOADDRFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-NOADDRFL-STATUS.

      * EXTERNALLY-SUPPLIED RUN DATE (RUNPARM.CPY); ITS YYYYMM PICKS
      * THE MONTH BEING CONSOLIDATED.
           SELECT RUNPARM ASSIGN TO DYNAMIC WS-RUNPARM-PATH
           05  BILL-DUE-DATE       PIC 9(08).
           05  BILL-AMOUNT         PIC 9(8)V99.
           05  BILL-INVOICE-NO     PIC 9(08).
           05  BILL-TAX-RATE       PIC 9(2)V99.
           05  BILL-TAX-AMOUNT     PIC 9(8)V99.
           05  FILLER              PIC X(31).

      * SAME LAYOUT AS FILERD.CBL'S POLICYFL-REC.
       FD  POLICYFL.
           05  CUST-CUSTOMERID PIC     X(08).
           05  CUST-CUSTNAME   PIC     X(30).
           05  CUST-CUSTADDR   PIC     X(40).
           05  CUST-ADDR-PARTS REDEFINES CUST-CUSTADDR.
               10  CUST-ADDR-LINES PIC X(26).
               10  CUST-ADDR-CITY  PIC X(14).
           05  CUST-ADDR-HOLD  PIC     X(01).
               88  CUST-ADDRESS-HELD           VALUE 'H'.
           05  CUST-HOLD-RSN   PIC     X(01).
           05  CUST-HOLD-DATE  PIC     X(08).
           05  CUST-POSTCODE   PIC     X(06).
           05  CUST-REGION     PIC     X(04).
           05  CUST-ADDR-STAT  PIC     X(01).
               88  CUST-ADDR-VALIDATED         VALUE 'V'.
               88  CUST-ADDR-UNRESOLVED        VALUE 'U'.
           05  FILLER          PIC     X(01).

       FD  INVCTL.
       01  INVCTL-REC.
       FD  INVFL.
       01  INVFL-REC               PIC X(80).

       FD  NOADDRFL.
       01  NOADDRFL-REC            PIC X(80).

       FD  RUNPARM.
       COPY 'RUNPARM'.

       77  WS-CUSTFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-INVCTL-PATH              PIC X(80) VALUE SPACES.
       77  WS-INVFL-PATH               PIC X(80) VALUE SPACES.
       77  WS-NOADDRFL-PATH            PIC X(80) VALUE SPACES.
       77  WS-RUNPARM-PATH             PIC X(80) VALUE SPACES.
       77  WS-CFG-NAME             PIC X(12)   VALUE SPACES.
       77  WS-CFG-PATH             PIC X(80)   VALUE SPACES.
           05  WS-CUSTFL-STATUS       PIC X(2).
           05  WS-INVCTL-STATUS        PIC X(2).
           05  WS-INVFL-STATUS         PIC X(2).
           05  WS-NOADDRFL-STATUS      PIC X(2).
           05  WS-RUNPARM-STATUS       PIC X(2).

       01  WS-EOF-SWITCHES.
               10  WS-BILL-DUE-DATE     PIC 9(08).
               10  WS-BILL-AMOUNT       PIC 9(8)V99.
               10  WS-BILL-INVOICE-NO   PIC 9(08).
               10  WS-BILL-TAX-RATE     PIC 9(2)V99.
               10  WS-BILL-TAX-AMOUNT   PIC 9(8)V99.
       77  WS-BILL-CNT                 PIC 9(4)    VALUE ZEROES.
       77  WS-BILL-IDX                 PIC 9(4)    VALUE ZEROES.
      * SET WHEN THE IN-MEMORY COPY OVERFLOWS: THE FILE MUST NOT BE
           88  WS-PC-FOUND                         VALUE 'Y'.

      * ONE ENTRY PER CUSTOMER INVOICED THIS MONTH, CARRYING THE
      * ASSIGNED INVOICE NUMBER AND THE RUNNING TOTALS. WS-INV-TOTAL
      * IS THE GROSS THE CUSTOMER PAYS, TAXABLE VALUE PLUS TAX.
       01  WS-INVOICE-TABLE.
           05  WS-INV-ENTRY OCCURS 1000 TIMES.
               10  WS-INV-CUSTOMERCODE  PIC X(05).
               10  WS-INV-NUMBER        PIC 9(08).
               10  WS-INV-TAXABLE       PIC 9(9)V99.
               10  WS-INV-TAX           PIC 9(9)V99.
               10  WS-INV-TOTAL         PIC 9(9)V99.
               10  WS-INV-LINE-CNT      PIC 9(04).
       77  WS-INV-CNT                  PIC 9(4)    VALUE ZEROES.
           88  WS-INV-FOUND                        VALUE 'Y'.
       77  WS-INV-IDX                  PIC 9(4)    VALUE ZEROES.

      * ONE INVOICE'S TAX SUMMARY, REBUILT FOR EACH INVOICE AS ITS
      * LINES PRINT: TAXABLE VALUE AND TAX BY RATE CHARGED.
       01  WS-TXS-TABLE.
           05  WS-TXS-ENTRY OCCURS 20 TIMES.
               10  WS-TXS-RATE          PIC 9(2)V99.
               10  WS-TXS-TAXABLE       PIC 9(9)V99.
               10  WS-TXS-TAX           PIC 9(9)V99.
       77  WS-TXS-CNT                  PIC 9(4)    VALUE ZEROES.
       77  WS-TXS-IDX                  PIC 9(4)    VALUE ZEROES.
       77  WS-TXS-FOUND-SW             PIC X(01)   VALUE 'N'.
           88  WS-TXS-FOUND                        VALUE 'Y'.

      * NEXT INVOICE NUMBER, SEEDED FROM THE CONTROL FILE.
       77  WS-LAST-INVOICE             PIC 9(8)    VALUE ZEROES.

      * MASTER'S 8-BYTE KEY, THE SAME NORMALIZATION RENEWLTR.CBL
      * APPLIES.
       77  WS-MATCH-CUSTOMERID         PIC X(08)   VALUE SPACES.
       77  WS-CUST-FOUND-SW            PIC X(01)   VALUE 'N'.
           88  WS-CUST-FOUND                       VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-BILLFL-RD-CNT        PIC 9(6)    VALUE ZEROES.
           05  WS-TAGGED-CNT           PIC 9(6)    VALUE ZEROES.
           05  WS-NO-CUST-CNT          PIC 9(6)    VALUE ZEROES.
           05  WS-CUST-MISS-CNT        PIC 9(6)    VALUE ZEROES.
           05  WS-ADDR-HELD-CNT        PIC 9(6)    VALUE ZEROES.

       77  WS-FORMATTED-AMOUNT         PIC Z(9)9.99.
       77  WS-FORMATTED-TAX            PIC Z(7)9.99.
       77  WS-FORMATTED-GROSS          PIC Z(9)9.99.
       77  WS-FORMATTED-RATE           PIC Z9.99.
       77  WS-FORMATTED-TOTAL          PIC Z(11)9.99.
       77  WS-LINE-GROSS               PIC 9(9)V99 VALUE ZEROES.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           DISPLAY 'INSTALLMENTS WITH NO CUSTOMER LINK: ',
               WS-NO-CUST-CNT.
           DISPLAY 'CUSTOMER LOOKUPS MISSED: ', WS-CUST-MISS-CNT.
           DISPLAY 'INVOICES HELD, NO VALID ADDRESS: ',
               WS-ADDR-HELD-CNT.
           STOP RUN.

       1000-FILES-OPEN-PARA.
           OPEN OUTPUT INVFL.
           DISPLAY 'FILE STATUS FOR INVFL:', WS-INVFL-STATUS.

           OPEN OUTPUT NOADDRFL.
           DISPLAY 'FILE STATUS FOR NOADDRFL:', WS-NOADDRFL-STATUS.
           MOVE 'NO VALID ADDRESS - INVOICES RAISED, NOT MAILED'
               TO NOADDRFL-REC.
           WRITE NOADDRFL-REC.

       1050-RUNPARM-LOAD-PARA.
           OPEN INPUT RUNPARM.
           IF WS-RUNPARM-STATUS NOT = '00' THEN
                           MOVE ZEROES TO
                               WS-BILL-INVOICE-NO(WS-BILL-CNT)
                       END-IF
                       IF BILL-TAX-RATE NUMERIC
                           AND BILL-TAX-AMOUNT NUMERIC
                           MOVE BILL-TAX-RATE TO
                               WS-BILL-TAX-RATE(WS-BILL-CNT)
                           MOVE BILL-TAX-AMOUNT TO
                               WS-BILL-TAX-AMOUNT(WS-BILL-CNT)
                       ELSE
                           MOVE ZEROES TO
                               WS-BILL-TAX-RATE(WS-BILL-CNT)
                           MOVE ZEROES TO
                               WS-BILL-TAX-AMOUNT(WS-BILL-CNT)
                       END-IF
                   ELSE
                       DISPLAY 'WS-BILL-TABLE FULL, RUN ABANDONED.'
                       MOVE 16 TO RETURN-CODE
                       MOVE WS-INV-NUMBER(WS-INV-SRCH-IDX) TO
                           WS-BILL-INVOICE-NO(WS-BILL-IDX)
                       ADD WS-BILL-AMOUNT(WS-BILL-IDX) TO
                           WS-INV-TAXABLE(WS-INV-SRCH-IDX)
                       ADD WS-BILL-TAX-AMOUNT(WS-BILL-IDX) TO
                           WS-INV-TAX(WS-INV-SRCH-IDX)
                       ADD WS-BILL-AMOUNT(WS-BILL-IDX)
                           WS-BILL-TAX-AMOUNT(WS-BILL-IDX) TO
                           WS-INV-TOTAL(WS-INV-SRCH-IDX)
                       ADD 1 TO WS-INV-LINE-CNT(WS-INV-SRCH-IDX)
                       ADD 1 TO WS-TAGGED-CNT
                   ADD 1 TO WS-LAST-INVOICE
                   MOVE WS-LAST-INVOICE TO
                       WS-INV-NUMBER(WS-INV-SRCH-IDX)
                   MOVE ZEROES TO WS-INV-TAXABLE(WS-INV-SRCH-IDX)
                   MOVE ZEROES TO WS-INV-TAX(WS-INV-SRCH-IDX)
                   MOVE ZEROES TO WS-INV-TOTAL(WS-INV-SRCH-IDX)
                   MOVE ZEROES TO WS-INV-LINE-CNT(WS-INV-SRCH-IDX)
               ELSE
           MOVE WS-BILL-DUE-DATE(WS-BILL-IDX)   TO BILL-DUE-DATE.
           MOVE WS-BILL-AMOUNT(WS-BILL-IDX)     TO BILL-AMOUNT.
           MOVE WS-BILL-INVOICE-NO(WS-BILL-IDX) TO BILL-INVOICE-NO.
           MOVE WS-BILL-TAX-RATE(WS-BILL-IDX)   TO BILL-TAX-RATE.
           MOVE WS-BILL-TAX-AMOUNT(WS-BILL-IDX) TO BILL-TAX-AMOUNT.
           WRITE BILLFL-REC.
           ADD 1 TO WS-BILL-IDX.

           PERFORM 3550-ONE-INVOICE-PARA
               UNTIL WS-INV-IDX > WS-INV-CNT.

      * THE INVOICE IS RAISED AND NUMBERED EITHER WAY; ONLY THE
      * MAILING IS HELD. A CUSTOMER ON ADDRESS HOLD GOES TO THE
      * EXCEPTION LIST INSTEAD OF THE PRINT FILE.
       3550-ONE-INVOICE-PARA.
           PERFORM 3540-CUST-LOOKUP-PARA.
           IF WS-CUST-FOUND AND CUST-ADDRESS-HELD
               PERFORM 3580-NOADDR-WRITE-PARA
           ELSE
               PERFORM 3560-INVOICE-PRINT-PARA
           END-IF.
           ADD 1 TO WS-INV-IDX.

       3540-CUST-LOOKUP-PARA.
           MOVE 'N' TO WS-CUST-FOUND-SW.
           IF CUSTFL-AVAILABLE
               MOVE SPACES TO WS-MATCH-CUSTOMERID
               MOVE WS-INV-CUSTOMERCODE(WS-INV-IDX)
                   TO WS-MATCH-CUSTOMERID
               MOVE WS-MATCH-CUSTOMERID TO CUST-CUSTOMERID
               READ CUSTFL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-CUST-FOUND TO TRUE
               END-READ
           END-IF.

      * ONE INVOICE DOCUMENT: NUMBER AND CUSTOMER HEAD, A LINE PER
      * INSTALLMENT TAGGED WITH THIS INVOICE, THE TAXABLE VALUE, TAX
      * AND THE ONE GROSS TOTAL THE CUSTOMER IS ASKED TO PAY, THEN
      * THE TAX SUMMARY BY RATE.
       3560-INVOICE-PRINT-PARA.
           MOVE ALL '=' TO INVFL-REC.
           WRITE INVFL-REC.
           MOVE SPACES TO INVFL-REC.
               INTO INVFL-REC.
           WRITE INVFL-REC.
           PERFORM 3600-INVOICE-HEAD-PARA.
           MOVE SPACES TO INVFL-REC.
           STRING '  POLICY  IN DUE DATE       TAXABLE'
               DELIMITED BY SIZE
               '         TAX         GROSS' DELIMITED BY SIZE
               INTO INVFL-REC.
           WRITE INVFL-REC.
           MOVE ZEROES TO WS-TXS-CNT.
           PERFORM 3650-INVOICE-LINE-PARA
               VARYING WS-BILL-IDX FROM 1 BY 1
               UNTIL WS-BILL-IDX > WS-BILL-CNT.
           MOVE WS-INV-TAXABLE(WS-INV-IDX) TO WS-FORMATTED-TOTAL.
           MOVE SPACES TO INVFL-REC.
           STRING 'TAXABLE VALUE: ' DELIMITED BY SIZE
               WS-FORMATTED-TOTAL DELIMITED BY SIZE
               INTO INVFL-REC.
           WRITE INVFL-REC.
           MOVE WS-INV-TAX(WS-INV-IDX) TO WS-FORMATTED-TOTAL.
           MOVE SPACES TO INVFL-REC.
           STRING 'TAX:           ' DELIMITED BY SIZE
               WS-FORMATTED-TOTAL DELIMITED BY SIZE
               INTO INVFL-REC.
           WRITE INVFL-REC.
           MOVE WS-INV-TOTAL(WS-INV-IDX) TO WS-FORMATTED-TOTAL.
           MOVE SPACES TO INVFL-REC.
           STRING 'TOTAL DUE:     ' DELIMITED BY SIZE
               WS-FORMATTED-TOTAL DELIMITED BY SIZE
               INTO INVFL-REC.
           WRITE INVFL-REC.
           MOVE 'TAX SUMMARY' TO INVFL-REC.
           WRITE INVFL-REC.
           PERFORM 3700-TAX-SUMMARY-LINE-PARA
               VARYING WS-TXS-IDX FROM 1 BY 1
               UNTIL WS-TXS-IDX > WS-TXS-CNT.

       3580-NOADDR-WRITE-PARA.
           ADD 1 TO WS-ADDR-HELD-CNT.
           MOVE WS-INV-TOTAL(WS-INV-IDX) TO WS-FORMATTED-AMOUNT.
           MOVE SPACES TO NOADDRFL-REC.
           STRING 'CUSTOMER ' DELIMITED BY SIZE
               CUST-CUSTOMERID DELIMITED BY SIZE
               ' INVOICE ' DELIMITED BY SIZE
               WS-INV-NUMBER(WS-INV-IDX) DELIMITED BY SIZE
               ' HOLD ' DELIMITED BY SIZE
               CUST-HOLD-RSN DELIMITED BY SIZE
               ' SINCE ' DELIMITED BY SIZE
               CUST-HOLD-DATE DELIMITED BY SIZE
               ' DUE ' DELIMITED BY SIZE
               WS-FORMATTED-AMOUNT DELIMITED BY SIZE
               INTO NOADDRFL-REC.
           WRITE NOADDRFL-REC.

       3600-INVOICE-HEAD-PARA.
           IF CUSTFL-AVAILABLE
               IF WS-CUST-FOUND
                   MOVE CUST-CUSTNAME TO INVFL-REC
                   WRITE INVFL-REC
                   MOVE SPACES TO INVFL-REC
                   STRING CUST-CUSTADDR DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       CUST-POSTCODE DELIMITED BY SIZE
                       INTO INVFL-REC
                   WRITE INVFL-REC
               ELSE
                   ADD 1 TO WS-CUST-MISS-CNT
                   MOVE 'CUSTOMER NAME/ADDRESS NOT ON MASTER'
                       TO INVFL-REC
                   WRITE INVFL-REC
               END-IF
           END-IF.

       3650-INVOICE-LINE-PARA.
                   WS-INV-NUMBER(WS-INV-IDX)
               MOVE WS-BILL-AMOUNT(WS-BILL-IDX)
                   TO WS-FORMATTED-AMOUNT
               MOVE WS-BILL-TAX-AMOUNT(WS-BILL-IDX)
                   TO WS-FORMATTED-TAX
               COMPUTE WS-LINE-GROSS = WS-BILL-AMOUNT(WS-BILL-IDX)
                   + WS-BILL-TAX-AMOUNT(WS-BILL-IDX)
               MOVE WS-LINE-GROSS TO WS-FORMATTED-GROSS
               MOVE SPACES TO INVFL-REC
               STRING '  ' DELIMITED BY SIZE
                   WS-BILL-POLICYNO(WS-BILL-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-BILL-INST-NO(WS-BILL-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-BILL-DUE-DATE(WS-BILL-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-FORMATTED-AMOUNT DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-FORMATTED-TAX DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-FORMATTED-GROSS DELIMITED BY SIZE
                   INTO INVFL-REC
               WRITE INVFL-REC
               PERFORM 3660-TAX-SUMMARY-ADD-PARA
           END-IF.

      * FOLDS THE LINE INTO THE INVOICE'S TAX SUMMARY UNDER ITS RATE.
      * MORE RATES THAN THE SUMMARY HOLDS ON ONE INVOICE IS NOT A
      * REAL CASE, BUT IS SHOWN RATHER THAN DROPPED.
       3660-TAX-SUMMARY-ADD-PARA.
           MOVE 'N' TO WS-TXS-FOUND-SW.
           MOVE 1 TO WS-TXS-IDX.
           PERFORM 3670-TAX-SUMMARY-FIND-PARA
               UNTIL WS-TXS-IDX > WS-TXS-CNT
                  OR WS-TXS-FOUND.
           IF NOT WS-TXS-FOUND
               IF WS-TXS-CNT < 20
                   ADD 1 TO WS-TXS-CNT
                   MOVE WS-TXS-CNT TO WS-TXS-IDX
                   MOVE WS-BILL-TAX-RATE(WS-BILL-IDX) TO
                       WS-TXS-RATE(WS-TXS-IDX)
                   MOVE ZEROES TO WS-TXS-TAXABLE(WS-TXS-IDX)
                   MOVE ZEROES TO WS-TXS-TAX(WS-TXS-IDX)
               ELSE
                   DISPLAY 'WS-TXS-TABLE FULL, INVOICE '
                       WS-INV-NUMBER(WS-INV-IDX)
                       ' TAX SUMMARY INCOMPLETE'
               END-IF
           END-IF.
           IF WS-TXS-IDX <= WS-TXS-CNT
               ADD WS-BILL-AMOUNT(WS-BILL-IDX) TO
                   WS-TXS-TAXABLE(WS-TXS-IDX)
               ADD WS-BILL-TAX-AMOUNT(WS-BILL-IDX) TO
                   WS-TXS-TAX(WS-TXS-IDX)
           END-IF.

       3670-TAX-SUMMARY-FIND-PARA.
           IF WS-TXS-RATE(WS-TXS-IDX) = WS-BILL-TAX-RATE(WS-BILL-IDX)
               SET WS-TXS-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-TXS-IDX
           END-IF.

       3700-TAX-SUMMARY-LINE-PARA.
           MOVE WS-TXS-RATE(WS-TXS-IDX) TO WS-FORMATTED-RATE.
           MOVE WS-TXS-TAXABLE(WS-TXS-IDX) TO WS-FORMATTED-AMOUNT.
           MOVE WS-TXS-TAX(WS-TXS-IDX) TO WS-FORMATTED-TAX.
           MOVE SPACES TO INVFL-REC.
           STRING '  GST AT ' DELIMITED BY SIZE
               WS-FORMATTED-RATE DELIMITED BY SIZE
               '% ON ' DELIMITED BY SIZE
               WS-FORMATTED-AMOUNT DELIMITED BY SIZE
               ' TAX ' DELIMITED BY SIZE
               WS-FORMATTED-TAX DELIMITED BY SIZE
               INTO INVFL-REC.
           WRITE INVFL-REC.

       3900-FILES-CLOSE-PARA.
           IF WS-POLICYFL-STATUS = '00' OR WS-POLICYFL-STATUS = '10'
               CLOSE POLICYFL
               CLOSE CUSTFL
           END-IF.
           CLOSE INVFL.
           CLOSE NOADDRFL.

      * RESOLVES EVERY FILE ASSIGNMENT FROM THE EXTERNAL FILE
      * CONFIGURATION BEFORE ANYTHING IS OPENED, REPORTING EACH
           MOVE 'INVOICES' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-INVFL-PATH.
           MOVE 'INVNOADDR' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-NOADDRFL-PATH.
           MOVE 'RUNPARM2' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-RUNPARM-PATH.

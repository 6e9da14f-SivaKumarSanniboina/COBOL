           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-DASHFL-STATUS.

      * RECEIPT APPLICATION LOG: ONE LINE FOR EVERY LEDGER ENTRY A
      * NUMBERED RECEIPT PAID AND HOW MUCH WENT ON IT, OPENED EXTEND.
      * AN INVOICE-LEVEL RECEIPT SPREAD OVER SEVERAL INSTALLMENTS
      * LEAVES ONE LINE PER INSTALLMENT, SO RCPTREV.CBL CAN UNDO A
      * DISHONOURED RECEIPT EXACTLY WHERE IT LANDED.
           SELECT APPLFL ASSIGN TO DYNAMIC WS-APPLFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-APPLFL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * SAME LAYOUT AS BILLGEN.CBL'S BILLFL-REC, INCLUDING THE
           05  BILL-DUE-DATE       PIC 9(08).
           05  BILL-AMOUNT         PIC 9(8)V99.
           05  BILL-INVOICE-NO     PIC 9(08).
           05  BILL-TAX-RATE       PIC 9(2)V99.
           05  BILL-TAX-AMOUNT     PIC 9(8)V99.
           05  FILLER              PIC X(31).

      * A RECEIPT MAY QUOTE EITHER THE INSTALLMENT (POLICY AND DUE
      * DATE) OR THE CONSOLIDATED INVOICE NUMBER; THE INVOICE PATH
           05  LEDG-PAID           PIC 9(8)V99.
           05  LEDG-OUTSTANDING    PIC 9(8)V99.
           05  LEDG-INVOICE-NO     PIC 9(08).
      * CLEARED BY WRITEOFF.CBL; SPACES READ AS ZERO.
           05  LEDG-WRITTEN-OFF    PIC 9(8)V99.
      * THE TAX PART OF LEDG-BILLED, SO THE TAX COLLECTED ON A
      * RECEIPT CAN BE SPLIT OUT FOR THE TAX LIABILITY REGISTER.
           05  LEDG-TAX-AMOUNT     PIC 9(8)V99.
           05  FILLER              PIC X(07).

       FD  ARRSRPT.
       01  ARRSRPT-REC             PIC X(80).
       FD  DASHFL.
       COPY 'DASHCOPY'.

       FD  APPLFL.
       01  APPLFL-REC.
           05  APL-RECEIPT-NO      PIC 9(08).
           05  APL-POLICYNO        PIC 9(07).
           05  APL-DUE-DATE        PIC 9(08).
           05  APL-AMOUNT          PIC 9(8)V99.
           05  APL-APPLY-DATE      PIC 9(08).
           05  FILLER              PIC X(39).

       WORKING-STORAGE SECTION.
      * RESOLVED FILE PATHS. EVERY ASSIGNMENT COMES FROM THE
      * EXTERNAL FILE CONFIGURATION (FILECFG) AT STARTUP -- SEE
       77  WS-RUNPARM-PATH             PIC X(80) VALUE SPACES.
       77  WS-SUSPFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-DASHFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-APPLFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-CFG-NAME             PIC X(12)   VALUE SPACES.
       77  WS-CFG-PATH             PIC X(80)   VALUE SPACES.
       77  WS-CFG-RESULT           PIC X(01)   VALUE 'N'.
           05  WS-RUNPARM-STATUS   PIC X(2).
           05  WS-SUSPFL-STATUS    PIC X(2).
           05  WS-DASHFL-STATUS    PIC X(2).
           05  WS-APPLFL-STATUS    PIC X(2).

       01  WS-EOF-SWITCHES.
           05  WS-BILLFL-EOF-SW    PIC X(01)   VALUE 'N'.
       77  WS-INV-PASS-DONE-SW     PIC X(01)   VALUE 'N'.
           88  WS-INV-PASS-DONE                VALUE 'Y'.

      * THE AMOUNT ONE RECEIPT PUT ON ONE LEDGER ENTRY, FOR THE
      * APPLICATION LOG.
       77  WS-APPLY-AMOUNT         PIC 9(8)V99 VALUE ZEROES.

       01  WS-COUNTERS.
           05  WS-LEDGFL-RD-CNT    PIC 9(6)    VALUE ZEROES.
           05  WS-BILLFL-RD-CNT    PIC 9(6)    VALUE ZEROES.
           OPEN EXTEND SUSPFL.
           DISPLAY 'FILE STATUS FOR SUSPFL:', WS-SUSPFL-STATUS.

           OPEN EXTEND APPLFL.
           DISPLAY 'FILE STATUS FOR APPLFL:', WS-APPLFL-STATUS.

           PERFORM 1050-RUNPARM-LOAD-PARA.
           ACCEPT WS-RUN-TIME FROM TIME.
           COMPUTE WS-RUN-DATE-DAYS =
                   PERFORM 2050-BILL-TAKE-UP-PARA
           END-READ.

      * A NEW INSTALLMENT GOES ON THE LEDGER AT WHAT THE CUSTOMER
      * OWES -- PREMIUM PLUS TAX -- WITH THE TAX PART KEPT BESIDE IT.
       2050-BILL-TAKE-UP-PARA.
           MOVE 'N' TO WS-LEDG-FOUND-SW.
           MOVE BILL-POLICYNO TO LEDG-POLICYNO.
                   MOVE SPACES TO LEDGFL-REC
                   MOVE BILL-POLICYNO TO LEDG-POLICYNO
                   MOVE BILL-DUE-DATE TO LEDG-DUE-DATE
                   IF BILL-TAX-AMOUNT NOT NUMERIC
                       MOVE ZEROES TO BILL-TAX-AMOUNT
                   END-IF
                   MOVE BILL-TAX-AMOUNT TO LEDG-TAX-AMOUNT
                   COMPUTE LEDG-BILLED = BILL-AMOUNT + BILL-TAX-AMOUNT
                   MOVE ZEROES TO LEDG-PAID
                   MOVE LEDG-BILLED TO LEDG-OUTSTANDING
                   MOVE ZEROES TO LEDG-WRITTEN-OFF
                   IF BILL-INVOICE-NO NUMERIC
                       MOVE BILL-INVOICE-NO TO LEDG-INVOICE-NO
                   ELSE
                           DISPLAY 'LEDGER REWRITE FAILED, STATUS '
                               WS-LEDGFL-STATUS
                           MOVE 16 TO RETURN-CODE
                       ELSE
                           MOVE RCPT-AMOUNT TO WS-APPLY-AMOUNT
                           PERFORM 2790-APPLICATION-LOG-PARA
                       END-IF
               END-ADD
           ELSE
                       NOT INVALID KEY
                           ADD WS-INV-REMAINING TO LEDG-PAID
                           REWRITE LEDGFL-REC
                           MOVE WS-INV-REMAINING TO WS-APPLY-AMOUNT
                           PERFORM 2790-APPLICATION-LOG-PARA
                   END-READ
                   MOVE ZEROES TO WS-INV-REMAINING
               END-IF
                       SET WS-INV-PASS-DONE TO TRUE
                   NOT INVALID KEY
                       IF WS-INV-REMAINING >= LEDG-OUTSTANDING
                           MOVE LEDG-OUTSTANDING TO WS-APPLY-AMOUNT
                           ADD LEDG-OUTSTANDING TO LEDG-PAID
                           SUBTRACT LEDG-OUTSTANDING
                               FROM WS-INV-REMAINING
                           MOVE ZEROES TO LEDG-OUTSTANDING
                       ELSE
                           MOVE WS-INV-REMAINING TO WS-APPLY-AMOUNT
                           ADD WS-INV-REMAINING TO LEDG-PAID
                           SUBTRACT WS-INV-REMAINING
                               FROM LEDG-OUTSTANDING
                           MOVE ZEROES TO WS-INV-REMAINING
                       END-IF
                       REWRITE LEDGFL-REC
                       PERFORM 2790-APPLICATION-LOG-PARA
               END-READ
           END-IF.

                   END-IF
           END-READ.

      * ONE LOG LINE PER LEDGER ENTRY THE RECEIPT PAID. AN
      * UNNUMBERED RECEIPT IS LOGGED UNDER ZERO AND CANNOT BE
      * REVERSED BY NUMBER.
       2790-APPLICATION-LOG-PARA.
           IF WS-APPLFL-STATUS = '00'
               MOVE SPACES TO APPLFL-REC
               IF RCPT-RECEIPT-NO NUMERIC
                   MOVE RCPT-RECEIPT-NO TO APL-RECEIPT-NO
               ELSE
                   MOVE ZEROES TO APL-RECEIPT-NO
               END-IF
               MOVE LEDG-POLICYNO TO APL-POLICYNO
               MOVE LEDG-DUE-DATE TO APL-DUE-DATE
               MOVE WS-APPLY-AMOUNT TO APL-AMOUNT
               MOVE WS-RUN-DATE TO APL-APPLY-DATE
               WRITE APPLFL-REC
           END-IF.

      * AN UNMATCHED RECEIPT GOES ON THE REPORT AND, WITH ITS
      * RECEIPT NUMBER, INTO THE SUSPENSE FILE SUSPRES.CBL CLEARS
      * FROM -- THE MONEY STAYS VISIBLE UNTIL SOMEONE RESOLVES IT.
           END-IF.
           CLOSE ARRSRPT.
           CLOSE SUSPFL.
           IF WS-APPLFL-STATUS = '00'
               CLOSE APPLFL
           END-IF.

      * ONE DASHBOARD ENTRY WITH THE CASH MATCHED TO THE LEDGER AS
      * ITS CONTROL TOTAL, THE SAME CLOSE-TIME EXTEND STOCKUPD.CBL
           MOVE 'DASHBOARD' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-DASHFL-PATH.
           MOVE 'RCPTAPPLY' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-APPLFL-PATH.

       0060-FILECFG-ONE-PARA.
           CALL 'FILECFG' USING WS-CFG-NAME, WS-CFG-PATH,

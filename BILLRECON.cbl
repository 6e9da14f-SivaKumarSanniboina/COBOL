           05  BILL-DUE-DATE       PIC 9(08).
           05  BILL-AMOUNT         PIC 9(8)V99.
           05  BILL-INVOICE-NO     PIC 9(08).
           05  BILL-TAX-RATE       PIC 9(2)V99.
           05  BILL-TAX-AMOUNT     PIC 9(8)V99.
           05  FILLER              PIC X(31).

      * SAME LAYOUT AS RECEIPTS.CBL'S RCPTFL-REC.
       FD  RCPTFL.
           05  RCPT-RECEIPT-NO     PIC 9(08).
           05  FILLER              PIC X(39).

      * SAME LAYOUT AS WRITEOFF.CBL'S LEDGFL-REC.
       FD  LEDGFL.
       01  LEDGFL-REC.
           05  LEDG-KEY.
           05  LEDG-PAID           PIC 9(8)V99.
           05  LEDG-OUTSTANDING    PIC 9(8)V99.
           05  LEDG-INVOICE-NO     PIC 9(08).
           05  LEDG-WRITTEN-OFF    PIC 9(8)V99.
           05  FILLER              PIC X(17).

      * SAME LINE SHAPE GLPOST.CBL'S 3100-JOURNAL-LINE-PARA WRITES.
       FD  GLFL.
               88  GLFL-EOF                        VALUE 'Y'.

      * LEDGER MONEY ROLLED UP PER POLICY SO THE BILLED = PAID +
      * OUTSTANDING + WRITTEN OFF IDENTITY CAN BE PROVED AT POLICY
      * LEVEL.
       01  WS-POL-TABLE.
           05  WS-POL-ENTRY OCCURS 2000 TIMES.
               10  WS-POL-POLICYNO      PIC 9(07).
               10  WS-POL-BILLED        PIC 9(9)V99.
               10  WS-POL-PAID          PIC 9(9)V99.
               10  WS-POL-OUTSTANDING   PIC 9(9)V99.
               10  WS-POL-WRITTEN-OFF   PIC 9(9)V99.
       77  WS-POL-CNT                  PIC 9(4)    VALUE ZEROES.
       77  WS-POL-SRCH-IDX             PIC 9(4)    VALUE ZEROES.
       77  WS-POL-FOUND-SW             PIC X(01)   VALUE 'N'.
       77  WS-LEDG-BILLED-TOTAL        PIC 9(11)V99 VALUE ZEROES.
       77  WS-LEDG-PAID-TOTAL          PIC 9(11)V99 VALUE ZEROES.
       77  WS-LEDG-OUTST-TOTAL         PIC 9(11)V99 VALUE ZEROES.
       77  WS-LEDG-WO-TOTAL            PIC 9(11)V99 VALUE ZEROES.
       77  WS-GL-RECEIPTS-TOTAL        PIC 9(11)V99 VALUE ZEROES.
       77  WS-GL-REVERSED-TOTAL        PIC 9(11)V99 VALUE ZEROES.
       77  WS-GL-NET-RECEIPTS          PIC S9(11)V99 VALUE ZEROES.
       77  WS-GL-WRITEOFF-TOTAL        PIC 9(11)V99 VALUE ZEROES.
       77  WS-GL-LINES-CNT             PIC 9(4)     VALUE ZEROES.
       77  WS-IDENTITY-SUM             PIC 9(11)V99 VALUE ZEROES.

           DISPLAY 'LEDGER BILLED: ', WS-LEDG-BILLED-TOTAL.
           DISPLAY 'LEDGER PAID: ', WS-LEDG-PAID-TOTAL.
           DISPLAY 'LEDGER OUTSTANDING: ', WS-LEDG-OUTST-TOTAL.
           DISPLAY 'LEDGER WRITTEN OFF: ', WS-LEDG-WO-TOTAL.
           DISPLAY 'GL RECEIPTS POSTED: ', WS-GL-RECEIPTS-TOTAL.
           DISPLAY 'GL RECEIPTS REVERSED: ', WS-GL-REVERSED-TOTAL.
           DISPLAY 'RECONCILIATION BREAKS: ', WS-BREAK-CNT.
           IF WS-BREAK-CNT > 0
               MOVE 16 TO RETURN-CODE
                   SET BILLFL-EOF TO TRUE
               NOT AT END
                   ADD BILL-AMOUNT TO WS-BILL-TOTAL
                   IF BILL-TAX-AMOUNT NUMERIC
                       ADD BILL-TAX-AMOUNT TO WS-BILL-TOTAL
                   END-IF
           END-READ.

       2100-RCPTFL-READ-PARA.
                   ADD LEDG-BILLED TO WS-LEDG-BILLED-TOTAL
                   ADD LEDG-PAID TO WS-LEDG-PAID-TOTAL
                   ADD LEDG-OUTSTANDING TO WS-LEDG-OUTST-TOTAL
                   IF LEDG-WRITTEN-OFF NOT NUMERIC
                       MOVE ZEROES TO LEDG-WRITTEN-OFF
                   END-IF
                   ADD LEDG-WRITTEN-OFF TO WS-LEDG-WO-TOTAL
                   PERFORM 2250-POLICY-ROLLUP-PARA
           END-READ.

                   MOVE ZEROES TO WS-POL-BILLED(WS-POL-SRCH-IDX)
                   MOVE ZEROES TO WS-POL-PAID(WS-POL-SRCH-IDX)
                   MOVE ZEROES TO WS-POL-OUTSTANDING(WS-POL-SRCH-IDX)
                   MOVE ZEROES TO WS-POL-WRITTEN-OFF(WS-POL-SRCH-IDX)
               ELSE
                   ADD 1 TO WS-POL-OVFL-CNT
               END-IF
               ADD LEDG-PAID TO WS-POL-PAID(WS-POL-SRCH-IDX)
               ADD LEDG-OUTSTANDING TO
                   WS-POL-OUTSTANDING(WS-POL-SRCH-IDX)
               ADD LEDG-WRITTEN-OFF TO
                   WS-POL-WRITTEN-OFF(WS-POL-SRCH-IDX)
           END-IF.

       2260-POLICY-FIND-PARA.
           END-IF.

      * ONLY THE RECEIPTS STEP'S DEBIT LINES TIE TO THE LEDGER'S
      * PAID SIDE, LESS RCPTREV.CBL'S DISHONOURED RECEIPTS TAKEN
      * BACK OFF IT; EVERY JOURNAL LINE IS A DEBIT/CREDIT PAIR SO ONE
      * SIDE IS ENOUGH. WRITEOFF.CBL'S LINES ARE SUMMED FOR THE
      * WRITTEN-OFF COLUMN.
       2300-GLFL-READ-PARA.
           READ GLFL
               AT END
                       ADD 1 TO WS-GL-LINES-CNT
                       ADD GL-AMOUNT TO WS-GL-RECEIPTS-TOTAL
                   END-IF
                   IF GL-PROGRAM = 'RCPTREV' AND GL-DC = 'D'
                       AND GL-AMOUNT NUMERIC
                       ADD GL-AMOUNT TO WS-GL-REVERSED-TOTAL
                   END-IF
                   IF GL-PROGRAM = 'WRITEOFF' AND GL-DC = 'D'
                       AND GL-AMOUNT NUMERIC
                       ADD GL-AMOUNT TO WS-GL-WRITEOFF-TOTAL
                   END-IF
           END-READ.

      * BILLED = PAID + OUTSTANDING + WRITTEN OFF MUST HOLD FOR EVERY
      * POLICY ON THE LEDGER; AN OVERPAYMENT OR A ONE-CENT LEAK SHOWS
      * UP HERE AS A KEYED BREAK INSTEAD OF WAITING FOR THE AUDITORS.
      * A SMALL BALANCE CLEARED BY WRITEOFF.CBL IS NOT A BREAK.
       3000-POLICY-IDENTITY-PARA.
           MOVE 1 TO WS-POL-IDX.
           PERFORM 3100-POLICY-IDENTITY-ONE-PARA
       3100-POLICY-IDENTITY-ONE-PARA.
           COMPUTE WS-IDENTITY-SUM =
               WS-POL-PAID(WS-POL-IDX) +
               WS-POL-OUTSTANDING(WS-POL-IDX) +
               WS-POL-WRITTEN-OFF(WS-POL-IDX).
           IF WS-POL-BILLED(WS-POL-IDX) NOT = WS-IDENTITY-SUM
               ADD 1 TO WS-BREAK-CNT
               MOVE WS-POL-BILLED(WS-POL-IDX) TO WS-FORMATTED-A
                   WS-POL-POLICYNO(WS-POL-IDX) DELIMITED BY SIZE
                   ' BILLED ' DELIMITED BY SIZE
                   WS-FORMATTED-A DELIMITED BY SIZE
                   ' PAID+OUTST+W/OFF ' DELIMITED BY SIZE
                   WS-FORMATTED-B DELIMITED BY SIZE
                   INTO RECONRPT-REC
               WRITE RECONRPT-REC

       3500-TOTALS-REPORT-PARA.
           COMPUTE WS-IDENTITY-SUM =
               WS-LEDG-PAID-TOTAL + WS-LEDG-OUTST-TOTAL +
               WS-LEDG-WO-TOTAL.
           IF WS-LEDG-BILLED-TOTAL NOT = WS-IDENTITY-SUM
               ADD 1 TO WS-BREAK-CNT
               MOVE 'BREAK: LEDGER TOTALS DO NOT BALANCE'
               INTO RECONRPT-REC.
           WRITE RECONRPT-REC.

      * WRITTEN-OFF MONEY IS SHOWN BESIDE THE OUTSTANDING BALANCE SO
      * THE LEDGER'S SPLIT OF BILLED MONEY IS VISIBLE, WITH THE
      * JOURNAL'S WRITE-OFF POSTINGS FOR COMPARISON.
           MOVE WS-LEDG-OUTST-TOTAL TO WS-FORMATTED-A.
           MOVE WS-LEDG-WO-TOTAL TO WS-FORMATTED-B.
           MOVE SPACES TO RECONRPT-REC.
           STRING 'OUTSTANDING ' DELIMITED BY SIZE
               WS-FORMATTED-A DELIMITED BY SIZE
               ' WRITTEN OFF ' DELIMITED BY SIZE
               WS-FORMATTED-B DELIMITED BY SIZE
               INTO RECONRPT-REC.
           WRITE RECONRPT-REC.
           IF WS-GL-WRITEOFF-TOTAL > 0
               MOVE WS-GL-WRITEOFF-TOTAL TO WS-FORMATTED-A
               MOVE SPACES TO RECONRPT-REC
               STRING 'GL WRITE-OFFS POSTED ' DELIMITED BY SIZE
                   WS-FORMATTED-A DELIMITED BY SIZE
                   INTO RECONRPT-REC
               WRITE RECONRPT-REC
           END-IF.

      * THE GL TIE: WHAT THE LEDGER SAYS WAS PAID MUST BE WHAT THE
      * JOURNAL SAYS WAS POSTED FOR THE RECEIPTS STEP. NO POSTED
      * LINES AT ALL IS REPORTED BUT NOT A HARD BREAK -- THE GL MAP
                   TO RECONRPT-REC
               WRITE RECONRPT-REC
           ELSE
               COMPUTE WS-GL-NET-RECEIPTS =
                   WS-GL-RECEIPTS-TOTAL - WS-GL-REVERSED-TOTAL
               IF WS-GL-REVERSED-TOTAL > 0
                   MOVE WS-GL-RECEIPTS-TOTAL TO WS-FORMATTED-A
                   MOVE WS-GL-REVERSED-TOTAL TO WS-FORMATTED-B
                   MOVE SPACES TO RECONRPT-REC
                   STRING 'GL RECEIPTS ' DELIMITED BY SIZE
                       WS-FORMATTED-A DELIMITED BY SIZE
                       ' LESS REVERSED ' DELIMITED BY SIZE
                       WS-FORMATTED-B DELIMITED BY SIZE
                       INTO RECONRPT-REC
                   WRITE RECONRPT-REC
               END-IF
               IF WS-GL-NET-RECEIPTS NOT = WS-LEDG-PAID-TOTAL
                   ADD 1 TO WS-BREAK-CNT
                   MOVE WS-GL-NET-RECEIPTS TO WS-FORMATTED-A
                   MOVE WS-LEDG-PAID-TOTAL TO WS-FORMATTED-B
                   MOVE SPACES TO RECONRPT-REC
                   STRING 'BREAK: GL POSTED ' DELIMITED BY SIZE

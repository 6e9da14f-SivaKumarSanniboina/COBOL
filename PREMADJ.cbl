       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREMADJ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * PENDING PREMIUM ADJUSTMENTS WRITTEN BY POLMAINT.CBL (A
      * PREMIUM-CHANGING 'C') AND RATEREV.CBL (AN APPLIED RE-RATE),
      * ONE LINE PER ENDORSEMENT WITH THE PRO-RATA ADDITIONAL OR
      * RETURN PREMIUM. LOADED WHOLE AT OPEN AND REWRITTEN AT CLOSE
      * WITH EACH ADJUSTMENT APPLIED TONIGHT MARKED, THE SAME
      * TABLE-THEN-REWRITE IDIOM REFUNDPAY.CBL USES, SO AN
      * ADJUSTMENT CAN NEVER HIT THE LEDGER TWICE.
           SELECT PADJFL ASSIGN TO DYNAMIC
           WS-PADJFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-PADJFL-STATUS.

      * SAME ASSIGN/LAYOUT/KEY AS RECEIPTS.CBL'S LEDGFL, OPENED I-O
      * SO THE POLICY'S FUTURE UNPAID INSTALLMENTS CAN BE RE-SPREAD
      * IN PLACE. RECEIPTS.CBL NEVER RE-PRICES AN INSTALLMENT ALREADY
      * ON THE LEDGER, SO THE LEDGER IS WHERE THE NEW PREMIUM HAS TO
      * LAND.
           SELECT LEDGFL ASSIGN TO DYNAMIC
           WS-LEDGFL-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LEDG-KEY
           FILE STATUS WS-LEDGFL-STATUS.

      * SAME ASSIGN/LAYOUT AS POLMAINT.CBL'S REFUNDFL, OPENED EXTEND.
      * RETURN PREMIUM THE REMAINING INSTALLMENTS AND ARREARS CANNOT
      * ABSORB IS RAISED HERE FOR REFUNDPAY.CBL TO PAY.
           SELECT REFUNDFL ASSIGN TO DYNAMIC
           WS-REFUNDFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-REFUNDFL-STATUS.

      * ADJUSTMENT REGISTER FOR BILLING TO REVIEW: ONE LINE PER
      * ADJUSTMENT AND ONE PER INSTALLMENT IT TOUCHED, WITH CONTROL
      * TOTALS AT THE END.
           SELECT PADJREG ASSIGN TO DYNAMIC
           WS-PADJREG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-PADJREG-STATUS.

      * SAME ASSIGN/LAYOUT/KEYS AS DUNNING.CBL'S POLICYFYL, READ
      * RANDOMLY FOR THE POLICY'S LOB, WHICH PICKS THE TAX RATE.
           SELECT POLICYFYL ASSIGN TO DYNAMIC
           WS-POLICYFYL-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PFY-POLICYNO
           ALTERNATE RECORD KEY IS PFY-CUSTOMERID WITH DUPLICATES
           FILE STATUS WS-POLICYFYL-STATUS.

      * SAME ASSIGN/LAYOUT AS BILLGEN.CBL'S TAXRATE. THE LEDGER
      * CARRIES PREMIUM PLUS TAX, SO AN ADJUSTMENT MOVES BOTH.
           SELECT TAXRATE ASSIGN TO DYNAMIC
           WS-TAXRATE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-TAXRATE-STATUS.

      * EXTERNALLY-SUPPLIED RUN DATE (RUNPARM.CPY), STAMPED ON EACH
      * ADJUSTMENT AS ITS APPLIED DATE.
           SELECT RUNPARM ASSIGN TO DYNAMIC
           WS-RUNPARM-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-RUNPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * SAME LAYOUT AS POLMAINT.CBL'S PADJFL-REC.
       FD  PADJFL.
       01  PADJFL-REC.
           05  PADJ-POLICYNO       PIC X(08).
           05  PADJ-CUSTOMERID     PIC X(08).
           05  PADJ-SOURCE         PIC X(01).
               88  PADJ-FROM-MAINT             VALUE 'C'.
               88  PADJ-FROM-REVISION          VALUE 'R'.
           05  PADJ-EFF-DATE       PIC 9(08).
           05  PADJ-OLD-PREMIUM    PIC 9(8)V99.
           05  PADJ-NEW-PREMIUM    PIC 9(8)V99.
           05  PADJ-DAYS-LEFT      PIC 9(05).
           05  PADJ-TERM-DAYS      PIC 9(05).
           05  PADJ-TYPE           PIC X(01).
               88  PADJ-ADDITIONAL             VALUE 'A'.
               88  PADJ-RETURN                 VALUE 'R'.
           05  PADJ-AMOUNT         PIC 9(8)V99.
           05  PADJ-APPLIED-SW     PIC X(01).
               88  PADJ-PENDING                VALUE SPACE.
               88  PADJ-RESPREAD               VALUE 'S'.
               88  PADJ-NEW-INSTALLMENT        VALUE 'I'.
               88  PADJ-REFUNDED               VALUE 'F'.
               88  PADJ-REJECTED               VALUE 'X'.
           05  PADJ-APPLIED-DATE   PIC X(08).
           05  FILLER              PIC X(05).

      * SAME LAYOUT AS RECEIPTS.CBL'S LEDGFL-REC.
       FD  LEDGFL.
       01  LEDGFL-REC.
           05  LEDG-KEY.
               10  LEDG-POLICYNO   PIC 9(07).
               10  LEDG-DUE-DATE   PIC 9(08).
           05  LEDG-BILLED         PIC 9(8)V99.
           05  LEDG-PAID           PIC 9(8)V99.
           05  LEDG-OUTSTANDING    PIC 9(8)V99.
           05  LEDG-INVOICE-NO     PIC 9(08).
      * CLEARED BY WRITEOFF.CBL; SPACES READ AS ZERO.
           05  LEDG-WRITTEN-OFF    PIC 9(8)V99.
      * THE TAX PART OF LEDG-BILLED.
           05  LEDG-TAX-AMOUNT     PIC 9(8)V99.
           05  FILLER              PIC X(07).

      * SAME LAYOUT AS POLMAINT.CBL'S REFUNDFL-REC.
       FD  REFUNDFL.
       01  REFUNDFL-REC.
           05  RFD-POLICYNO        PIC X(08).
           05  RFD-CUSTOMERID      PIC X(08).
           05  RFD-DATE            PIC 9(08).
           05  RFD-GROSS-REFUND    PIC 9(8)V99.
           05  RFD-ARREARS-NETTED  PIC 9(8)V99.
           05  RFD-NET-REFUND      PIC 9(8)V99.
           05  RFD-PAID-SW         PIC X(01).
           05  RFD-PAID-DATE       PIC X(08).
      * TAX HANDED BACK WITH THE REFUND, ALREADY INSIDE THE NET
      * REFUND; TAXLIAB.CBL REVERSES IT OUT OF THE MONTH'S LIABILITY.
           05  RFD-TAX-REFUND      PIC 9(8)V99.
           05  RFD-LOBCODE         PIC X(01).
           05  FILLER              PIC X(06).

       FD  PADJREG.
       01  PADJREG-REC                 PIC X(80).

       FD  POLICYFYL.
       01  POLICY_REC.
           05  PFY-POLICYNO    PIC     X(08).
           05  PFY-CUSTOMERID  PIC     X(08).
           05  PFY-LOBCODE     PIC     X(01).
           05  FILLER          PIC     X(86).

      * SAME LAYOUT AS BILLGEN.CBL'S TAXRATE-REC.
       FD  TAXRATE.
       01  TAXRATE-REC.
           05  TXR-LOBCODE         PIC X(01).
           05  TXR-EFF-FROM        PIC 9(08).
           05  TXR-EFF-TO          PIC 9(08).
           05  TXR-RATE            PIC 9(2)V99.
           05  FILLER              PIC X(59).

       FD  RUNPARM.
       COPY 'RUNPARM'.

       WORKING-STORAGE SECTION.
      * RESOLVED FILE PATHS. EVERY ASSIGNMENT COMES FROM THE
      * EXTERNAL FILE CONFIGURATION (FILECFG) AT STARTUP -- SEE
      * 0050-FILECFG-LOAD-PARA -- SO A DISK MOVE OR A TEST RUN
      * NEVER MEANS EDITING AND RECOMPILING THIS PROGRAM.
       77  WS-PADJFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-LEDGFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-REFUNDFL-PATH            PIC X(80) VALUE SPACES.
       77  WS-PADJREG-PATH             PIC X(80) VALUE SPACES.
       77  WS-RUNPARM-PATH             PIC X(80) VALUE SPACES.
       77  WS-POLICYFYL-PATH           PIC X(80) VALUE SPACES.
       77  WS-TAXRATE-PATH             PIC X(80) VALUE SPACES.
       77  WS-CFG-NAME             PIC X(12)   VALUE SPACES.
       77  WS-CFG-PATH             PIC X(80)   VALUE SPACES.
       77  WS-CFG-RESULT           PIC X(01)   VALUE 'N'.

       01  WS-FILE-STATUS.
           05  WS-PADJFL-STATUS        PIC X(2).
           05  WS-LEDGFL-STATUS        PIC X(2).
           05  WS-REFUNDFL-STATUS      PIC X(2).
           05  WS-PADJREG-STATUS       PIC X(2).
           05  WS-RUNPARM-STATUS       PIC X(2).
           05  WS-POLICYFYL-STATUS     PIC X(2).
           05  WS-TAXRATE-STATUS       PIC X(2).

       01  WS-EOF-SWITCHES.
           05  WS-PADJFL-EOF-SW        PIC X(01)   VALUE 'N'.
               88  PADJFL-EOF                      VALUE 'Y'.
           05  WS-LEDG-PASS-EOF-SW     PIC X(01)   VALUE 'N'.
               88  LEDG-PASS-EOF                   VALUE 'Y'.
           05  WS-LEDGFL-OPEN-SW       PIC X(01)   VALUE 'N'.
               88  LEDGFL-WAS-OPEN                 VALUE 'Y'.
           05  WS-POLICYFYL-OPEN-SW    PIC X(01)   VALUE 'N'.
               88  POLICYFYL-WAS-OPEN              VALUE 'Y'.
           05  WS-TAXRATE-EOF-SW       PIC X(01)   VALUE 'N'.
               88  TAXRATE-EOF                     VALUE 'Y'.

      * THE WHOLE ADJUSTMENT FILE, HELD AS RECORD IMAGES SO THE
      * REWRITE PUTS BACK EXACTLY WHAT WAS READ PLUS TONIGHT'S
      * APPLIED MARKS. A FILE TOO BIG FOR THE TABLE IS REFUSED
      * OUTRIGHT: REWRITING A TRUNCATED COPY WOULD LOSE ADJUSTMENTS.
       01  WS-PADJ-TABLE.
           05  WS-PADJ-ENTRY OCCURS 2000 TIMES
                                       PIC X(80).
       77  WS-PADJ-CNT                 PIC 9(4)    VALUE ZEROES.
       77  WS-PADJ-IDX                 PIC 9(4)    VALUE ZEROES.
       77  WS-PADJ-FULL-SW             PIC X(01)   VALUE 'N'.
           88  WS-PADJ-FULL                        VALUE 'Y'.

      * THE MASTER'S 8-BYTE POLICY NUMBER SPLIT INTO THE LEDGER'S
      * 7-DIGIT KEY, THE SAME NORMALIZATION RECONPOL.CBL USES. A
      * NUMBER THAT DOES NOT FIT THE LEDGER KEY CANNOT BE ADJUSTED.
       01  WS-LEDG-KEY-X.
           05  WS-LEDG-KEY-LEAD        PIC X(01)   VALUE '0'.
           05  WS-LEDG-KEY-NUM         PIC 9(07)   VALUE ZEROES.

      * THE POLICY'S UNPAID INSTALLMENTS DUE ON OR AFTER THE
      * EFFECTIVE DATE, WITH EACH ONE'S SHARE OF THE ADJUSTMENT. THE
      * SHARE FOLLOWS THE INSTALLMENT'S OWN BILLED AMOUNT, SO AN
      * EVEN SCHEDULE STAYS EVEN; THE LAST ONE TAKES THE ROUNDING.
       01  WS-INST-TABLE.
           05  WS-INST-ENTRY OCCURS 24 TIMES.
               10  WS-INST-DUE-DATE     PIC 9(08).
               10  WS-INST-BILLED       PIC 9(8)V99.
               10  WS-INST-SHARE        PIC 9(8)V99.
       77  WS-INST-CNT                 PIC 9(2)    VALUE ZEROES.
       77  WS-INST-IDX                 PIC 9(2)    VALUE ZEROES.
       77  WS-INST-TOTAL               PIC 9(9)V99 VALUE ZEROES.
       77  WS-ALLOCATED                PIC 9(8)V99 VALUE ZEROES.

      * RETURN PREMIUM LEFT OVER ONCE THE REMAINING INSTALLMENTS ARE
      * DOWN TO NIL, NETTED AGAINST ARREARS BEFORE ANY OF IT IS
      * REFUNDED -- THE SAME NETTING POLMAINT.CBL APPLIES TO A
      * CANCELLATION REFUND.
       77  WS-UNABSORBED               PIC 9(8)V99 VALUE ZEROES.
       77  WS-CREDIT-LEFT              PIC 9(8)V99 VALUE ZEROES.
       77  WS-NETTED                   PIC 9(8)V99 VALUE ZEROES.
       77  WS-APPLY-AMT                PIC 9(8)V99 VALUE ZEROES.
       77  WS-OLD-BILLED               PIC 9(8)V99 VALUE ZEROES.
       77  WS-RAISE-DUE-DATE           PIC 9(08)   VALUE ZEROES.

      * TAX RATE TABLE, AS BILLGEN.CBL HOLDS IT. THE TAX ON A SHARE OF
      * THE ADJUSTMENT IS AT THE RATE IN FORCE FOR THE POLICY'S LOB ON
      * THE INSTALLMENT'S DUE DATE, AS THE INSTALLMENT WAS FIRST
      * BILLED; THE TAX ON A REFUND IS AT THE RUN DATE'S RATE, AS
      * POLMAINT.CBL REFUNDS IT. A POLICY NOT ON THE MASTER, OR A LOB
      * WITH NO RATE, MOVES PREMIUM ONLY AND IS COUNTED.
       01  WS-TXR-TABLE.
           05  WS-TXR-ENTRY OCCURS 100 TIMES.
               10  WS-TXR-LOBCODE       PIC X(01).
               10  WS-TXR-EFF-FROM      PIC 9(08).
               10  WS-TXR-EFF-TO        PIC 9(08).
               10  WS-TXR-RATE          PIC 9(2)V99.
       77  WS-TXR-CNT                  PIC 9(4)    VALUE ZEROES.
       77  WS-TXR-IDX                  PIC 9(4)    VALUE ZEROES.
       77  WS-TXR-FOUND-SW             PIC X(01)   VALUE 'N'.
           88  WS-TXR-FOUND                        VALUE 'Y'.
       77  WS-TXR-BEST-FROM            PIC 9(08)   VALUE ZEROES.
       77  WS-TAX-RATE                 PIC 9(2)V99 VALUE ZEROES.
       77  WS-TAX-DATE                 PIC 9(08)   VALUE ZEROES.
       77  WS-POLICY-LOB               PIC X(01)   VALUE SPACE.
       77  WS-APPLY-TAX                PIC 9(8)V99 VALUE ZEROES.
       77  WS-APPLY-GROSS              PIC 9(8)V99 VALUE ZEROES.
       77  WS-INST-PREMIUM             PIC 9(8)V99 VALUE ZEROES.
       77  WS-REFUND-TAX               PIC 9(8)V99 VALUE ZEROES.

       01  WS-COUNTERS.
           05  WS-PADJFL-RD-CNT        PIC 9(6)    VALUE ZEROES.
           05  WS-ALREADY-DONE-CNT     PIC 9(6)    VALUE ZEROES.
           05  WS-RESPREAD-CNT         PIC 9(6)    VALUE ZEROES.
           05  WS-NEW-INST-CNT         PIC 9(6)    VALUE ZEROES.
           05  WS-REFUND-CNT           PIC 9(6)    VALUE ZEROES.
           05  WS-REJECTED-CNT         PIC 9(6)    VALUE ZEROES.
           05  WS-NO-RATE-CNT          PIC 9(6)    VALUE ZEROES.

       77  WS-ADDL-TOTAL               PIC 9(9)V99 VALUE ZEROES.
       77  WS-RETURN-TOTAL             PIC 9(9)V99 VALUE ZEROES.
       77  WS-REFUND-TOTAL             PIC 9(9)V99 VALUE ZEROES.
       77  WS-TAX-ADDED-TOTAL          PIC 9(9)V99 VALUE ZEROES.
       77  WS-TAX-RETURNED-TOTAL       PIC 9(9)V99 VALUE ZEROES.
       77  WS-TAX-REFUND-TOTAL         PIC 9(9)V99 VALUE ZEROES.
       77  WS-FORMATTED-AMOUNT         PIC Z(7)9.99.
       77  WS-FORMATTED-OLD            PIC Z(7)9.99.
       77  WS-FORMATTED-NEW            PIC Z(7)9.99.
       77  WS-FORMATTED-TOTAL          PIC Z(8)9.99.
       77  WS-TYPE-TEXT                PIC X(10)   VALUE SPACES.
       77  WS-RUN-DATE                 PIC 9(8)    VALUE ZEROES.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0050-FILECFG-LOAD-PARA.
           PERFORM 1000-FILES-OPEN-PARA.
           EVALUATE TRUE
               WHEN WS-PADJFL-STATUS NOT = '00'
                   DISPLAY 'NO PREMIUM ADJUSTMENT FILE, NOTHING TO '
                       'DO.'
               WHEN WS-PADJ-FULL
                   DISPLAY 'ADJUSTMENT FILE EXCEEDS WS-PADJ-TABLE, '
                       'NOTHING APPLIED.'
                   MOVE 16 TO RETURN-CODE
               WHEN NOT LEDGFL-WAS-OPEN
                   DISPLAY 'ARREARS LEDGER CANNOT BE OPENED.'
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   PERFORM 2000-ADJUST-PARA
                   PERFORM 3500-PADJFL-REWRITE-PARA
           END-EVALUATE.
           PERFORM 3900-FILES-CLOSE-PARA.

           DISPLAY 'ADJUSTMENT LINES READ: ', WS-PADJFL-RD-CNT.
           DISPLAY 'ALREADY APPLIED: ', WS-ALREADY-DONE-CNT.
           DISPLAY 'RE-SPREAD OVER INSTALLMENTS: ', WS-RESPREAD-CNT.
           DISPLAY 'ADJUSTMENT INSTALLMENTS RAISED: ',
               WS-NEW-INST-CNT.
           DISPLAY 'REFUNDS RAISED: ', WS-REFUND-CNT.
           DISPLAY 'REJECTED: ', WS-REJECTED-CNT.
           DISPLAY 'ADJUSTED WITHOUT A TAX RATE: ', WS-NO-RATE-CNT.
           STOP RUN.

       1000-FILES-OPEN-PARA.
           OPEN INPUT PADJFL.
           DISPLAY 'FILE STATUS FOR PADJFL:', WS-PADJFL-STATUS.
           IF WS-PADJFL-STATUS = '00'
               PERFORM 1100-PADJFL-LOAD-PARA UNTIL PADJFL-EOF
               CLOSE PADJFL
           END-IF.

           PERFORM 1050-RUNPARM-LOAD-PARA.

           OPEN I-O LEDGFL.
           DISPLAY 'FILE STATUS FOR LEDGFL:', WS-LEDGFL-STATUS.
           IF WS-LEDGFL-STATUS = '00'
               SET LEDGFL-WAS-OPEN TO TRUE
           END-IF.

           OPEN INPUT POLICYFYL.
           DISPLAY 'FILE STATUS FOR POLICYFYL:', WS-POLICYFYL-STATUS.
           IF WS-POLICYFYL-STATUS = '00'
               SET POLICYFYL-WAS-OPEN TO TRUE
           END-IF.

           OPEN INPUT TAXRATE.
           IF WS-TAXRATE-STATUS NOT = '00'
               DISPLAY 'TAX RATE FILE NOT FOUND, NO TAX ON ADJUSTMENTS.'
           ELSE
               PERFORM 1150-TAXRATE-LOAD-PARA UNTIL TAXRATE-EOF
               CLOSE TAXRATE
           END-IF.

           OPEN EXTEND REFUNDFL.
           DISPLAY 'FILE STATUS FOR REFUNDFL:', WS-REFUNDFL-STATUS.

           OPEN OUTPUT PADJREG.
           DISPLAY 'FILE STATUS FOR PADJREG:', WS-PADJREG-STATUS.
           MOVE SPACES TO PADJREG-REC.
           STRING 'PREMIUM ADJUSTMENT REGISTER - RUN ' DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO PADJREG-REC.
           WRITE PADJREG-REC.

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

       1100-PADJFL-LOAD-PARA.
           READ PADJFL
               AT END
                   SET PADJFL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-PADJFL-RD-CNT
                   IF WS-PADJ-CNT < 2000
                       ADD 1 TO WS-PADJ-CNT
                       MOVE PADJFL-REC TO WS-PADJ-ENTRY(WS-PADJ-CNT)
                   ELSE
                       SET WS-PADJ-FULL TO TRUE
                   END-IF
           END-READ.

       1150-TAXRATE-LOAD-PARA.
           READ TAXRATE
               AT END
                   SET TAXRATE-EOF TO TRUE
               NOT AT END
                   IF TXR-EFF-FROM NUMERIC AND TXR-EFF-TO NUMERIC
                       AND TXR-RATE NUMERIC
                       AND WS-TXR-CNT < 100
                       ADD 1 TO WS-TXR-CNT
                       MOVE TXR-LOBCODE TO WS-TXR-LOBCODE(WS-TXR-CNT)
                       MOVE TXR-EFF-FROM TO
                           WS-TXR-EFF-FROM(WS-TXR-CNT)
                       MOVE TXR-EFF-TO TO WS-TXR-EFF-TO(WS-TXR-CNT)
                       MOVE TXR-RATE TO WS-TXR-RATE(WS-TXR-CNT)
                   ELSE
                       DISPLAY 'TAX RATE LINE IGNORED: '
                           TXR-LOBCODE ' ' TXR-EFF-FROM
                   END-IF
           END-READ.

       2000-ADJUST-PARA.
           MOVE 1 TO WS-PADJ-IDX.
           PERFORM 2100-ADJUST-ONE-PARA
               UNTIL WS-PADJ-IDX > WS-PADJ-CNT.

      * AN ADJUSTMENT ALREADY MARKED IS LEFT ALONE; EVERY PENDING ONE
      * IS APPLIED AND STAMPED WITH THE RUN DATE.
       2100-ADJUST-ONE-PARA.
           MOVE WS-PADJ-ENTRY(WS-PADJ-IDX) TO PADJFL-REC.
           IF PADJ-PENDING
               PERFORM 2150-ADJUST-APPLY-PARA
               MOVE WS-RUN-DATE TO PADJ-APPLIED-DATE
               MOVE PADJFL-REC TO WS-PADJ-ENTRY(WS-PADJ-IDX)
           ELSE
               ADD 1 TO WS-ALREADY-DONE-CNT
           END-IF.
           ADD 1 TO WS-PADJ-IDX.

       2150-ADJUST-APPLY-PARA.
           MOVE PADJ-POLICYNO TO WS-LEDG-KEY-X.
           IF WS-LEDG-KEY-LEAD NOT = '0'
                   OR WS-LEDG-KEY-NUM NOT NUMERIC
                   OR PADJ-AMOUNT NOT NUMERIC
                   OR PADJ-EFF-DATE NOT NUMERIC
               SET PADJ-REJECTED TO TRUE
               ADD 1 TO WS-REJECTED-CNT
               MOVE SPACES TO PADJREG-REC
               STRING 'POLICYNO ' DELIMITED BY SIZE
                   PADJ-POLICYNO DELIMITED BY SIZE
                   ' REJECTED - NOT A LEDGER POLICY/AMOUNT'
                       DELIMITED BY SIZE
                   INTO PADJREG-REC
               WRITE PADJREG-REC
           ELSE
               PERFORM 2200-HEADER-LINE-PARA
               PERFORM 2250-POLICY-LOB-PARA
               PERFORM 2300-FUTURE-COLLECT-PARA
               IF PADJ-ADDITIONAL
                   PERFORM 2400-ADDITIONAL-APPLY-PARA
               ELSE
                   PERFORM 2500-RETURN-APPLY-PARA
               END-IF
           END-IF.

      * ONE LINE NAMING THE ADJUSTMENT: WHERE IT CAME FROM ('C' A
      * POLICY CHANGE, 'R' A RE-RATE), THE EFFECTIVE DATE, THE OLD
      * AND NEW ANNUAL PREMIUM, AND THE PRO-RATA AMOUNT.
       2200-HEADER-LINE-PARA.
           IF PADJ-ADDITIONAL
               MOVE 'ADDITIONAL' TO WS-TYPE-TEXT
           ELSE
               MOVE 'RETURN    ' TO WS-TYPE-TEXT
           END-IF.
           MOVE PADJ-OLD-PREMIUM TO WS-FORMATTED-OLD.
           MOVE PADJ-NEW-PREMIUM TO WS-FORMATTED-NEW.
           MOVE PADJ-AMOUNT TO WS-FORMATTED-AMOUNT.
           MOVE SPACES TO PADJREG-REC.
           STRING PADJ-POLICYNO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PADJ-SOURCE DELIMITED BY SIZE
               ' EFF ' DELIMITED BY SIZE
               PADJ-EFF-DATE DELIMITED BY SIZE
               WS-FORMATTED-OLD DELIMITED BY SIZE
               WS-FORMATTED-NEW DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-TYPE-TEXT DELIMITED BY SIZE
               WS-FORMATTED-AMOUNT DELIMITED BY SIZE
               INTO PADJREG-REC.
           WRITE PADJREG-REC.

      * THE POLICY'S LOB FROM THE MASTER, FOR THE TAX RATE.
       2250-POLICY-LOB-PARA.
           MOVE SPACE TO WS-POLICY-LOB.
           IF POLICYFYL-WAS-OPEN
               MOVE PADJ-POLICYNO TO PFY-POLICYNO
               READ POLICYFYL
                   INVALID KEY
                       DISPLAY 'POLICY NOT ON MASTER, NO LOB FOR TAX: '
                           PADJ-POLICYNO
                   NOT INVALID KEY
                       MOVE PFY-LOBCODE TO WS-POLICY-LOB
               END-READ
           END-IF.

      * GATHERS THE POLICY'S INSTALLMENTS DUE ON OR AFTER THE
      * EFFECTIVE DATE THAT HAVE NOT HAD A PENNY PAID AGAINST THEM.
      * A PART-PAID INSTALLMENT IS LEFT AS BILLED.
       2300-FUTURE-COLLECT-PARA.
           MOVE ZEROES TO WS-INST-CNT.
           MOVE ZEROES TO WS-INST-TOTAL.
           MOVE 'N' TO WS-LEDG-PASS-EOF-SW.
           MOVE WS-LEDG-KEY-NUM TO LEDG-POLICYNO.
           MOVE PADJ-EFF-DATE TO LEDG-DUE-DATE.
           START LEDGFL KEY >= LEDG-KEY
               INVALID KEY
                   SET LEDG-PASS-EOF TO TRUE
           END-START.
           PERFORM 2350-FUTURE-COLLECT-ONE-PARA UNTIL LEDG-PASS-EOF.

       2350-FUTURE-COLLECT-ONE-PARA.
           READ LEDGFL NEXT
               AT END
                   SET LEDG-PASS-EOF TO TRUE
               NOT AT END
                   IF LEDG-POLICYNO NOT = WS-LEDG-KEY-NUM
                       SET LEDG-PASS-EOF TO TRUE
                   ELSE
                       IF LEDG-PAID = ZEROES
                               AND LEDG-BILLED > ZEROES
                           IF WS-INST-CNT < 24
                               ADD 1 TO WS-INST-CNT
                               MOVE LEDG-DUE-DATE TO
                                   WS-INST-DUE-DATE(WS-INST-CNT)
                               MOVE LEDG-BILLED TO
                                   WS-INST-BILLED(WS-INST-CNT)
                               ADD LEDG-BILLED TO WS-INST-TOTAL
                           ELSE
                               DISPLAY 'WS-INST-TABLE FULL, '
                                   'INSTALLMENT NOT RE-SPREAD: '
                                   LEDG-KEY
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      * ADDITIONAL PREMIUM GOES ON TOP OF THE REMAINING UNPAID
      * INSTALLMENTS; WITH NONE LEFT A SEPARATE ADJUSTMENT
      * INSTALLMENT IS RAISED FOR IT.
       2400-ADDITIONAL-APPLY-PARA.
           IF WS-INST-CNT > 0
               PERFORM 2600-SHARE-SPREAD-PARA
               MOVE 1 TO WS-INST-IDX
               PERFORM 2700-INSTALLMENT-UPDATE-PARA
                   UNTIL WS-INST-IDX > WS-INST-CNT
               SET PADJ-RESPREAD TO TRUE
               ADD 1 TO WS-RESPREAD-CNT
           ELSE
               PERFORM 2450-INSTALLMENT-RAISE-PARA
               SET PADJ-NEW-INSTALLMENT TO TRUE
               ADD 1 TO WS-NEW-INST-CNT
           END-IF.
           ADD PADJ-AMOUNT TO WS-ADDL-TOTAL.

      * THE ADJUSTMENT INSTALLMENT FALLS DUE ON THE EFFECTIVE DATE,
      * OR THE RUN DATE FOR A BACKDATED ENDORSEMENT. A SETTLED
      * INSTALLMENT ALREADY ON THAT DATE IS REOPENED FOR THE AMOUNT
      * INSTEAD.
       2450-INSTALLMENT-RAISE-PARA.
           IF PADJ-EFF-DATE > WS-RUN-DATE
               MOVE PADJ-EFF-DATE TO WS-RAISE-DUE-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-RAISE-DUE-DATE
           END-IF.
           MOVE PADJ-AMOUNT TO WS-APPLY-AMT.
           MOVE WS-RAISE-DUE-DATE TO WS-TAX-DATE.
           PERFORM 2900-SHARE-TAX-PARA.
           ADD WS-APPLY-TAX TO WS-TAX-ADDED-TOTAL.
           MOVE SPACES TO LEDGFL-REC.
           MOVE WS-LEDG-KEY-NUM TO LEDG-POLICYNO.
           MOVE WS-RAISE-DUE-DATE TO LEDG-DUE-DATE.
           MOVE WS-APPLY-GROSS TO LEDG-BILLED.
           MOVE ZEROES TO LEDG-PAID.
           MOVE WS-APPLY-GROSS TO LEDG-OUTSTANDING.
           MOVE ZEROES TO LEDG-INVOICE-NO.
           MOVE ZEROES TO LEDG-WRITTEN-OFF.
           MOVE WS-APPLY-TAX TO LEDG-TAX-AMOUNT.
           MOVE ZEROES TO WS-OLD-BILLED.
           WRITE LEDGFL-REC
               INVALID KEY
                   PERFORM 2460-INSTALLMENT-REOPEN-PARA
           END-WRITE.
           MOVE LEDG-BILLED TO WS-FORMATTED-NEW.
           MOVE WS-OLD-BILLED TO WS-FORMATTED-OLD.
           MOVE SPACES TO PADJREG-REC.
           STRING '    ADJUSTMENT INSTALLMENT DUE ' DELIMITED BY SIZE
               LEDG-DUE-DATE DELIMITED BY SIZE
               ' WAS ' DELIMITED BY SIZE
               WS-FORMATTED-OLD DELIMITED BY SIZE
               ' NOW ' DELIMITED BY SIZE
               WS-FORMATTED-NEW DELIMITED BY SIZE
               INTO PADJREG-REC.
           WRITE PADJREG-REC.

       2460-INSTALLMENT-REOPEN-PARA.
           READ LEDGFL
               INVALID KEY
                   DISPLAY 'ADJUSTMENT INSTALLMENT NOT RAISED: '
                       LEDG-KEY
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE LEDG-BILLED TO WS-OLD-BILLED
                   IF LEDG-TAX-AMOUNT NOT NUMERIC
                       MOVE ZEROES TO LEDG-TAX-AMOUNT
                   END-IF
                   ADD WS-APPLY-GROSS TO LEDG-BILLED
                   ADD WS-APPLY-GROSS TO LEDG-OUTSTANDING
                   ADD WS-APPLY-TAX TO LEDG-TAX-AMOUNT
                   REWRITE LEDGFL-REC
                   IF WS-LEDGFL-STATUS NOT = '00'
                       DISPLAY 'LEDGER REWRITE FAILED, STATUS '
                           WS-LEDGFL-STATUS ' KEY ' LEDG-KEY
                       MOVE 16 TO RETURN-CODE
                   END-IF
           END-READ.

      * RETURN PREMIUM COMES OFF THE REMAINING UNPAID INSTALLMENTS,
      * NONE TAKEN BELOW NIL. WHATEVER THEY CANNOT ABSORB IS NETTED
      * AGAINST ARREARS AND THE REST RAISED AS A REFUND.
       2500-RETURN-APPLY-PARA.
           MOVE ZEROES TO WS-UNABSORBED.
           IF WS-INST-CNT > 0
               PERFORM 2600-SHARE-SPREAD-PARA
               MOVE 1 TO WS-INST-IDX
               PERFORM 2700-INSTALLMENT-UPDATE-PARA
                   UNTIL WS-INST-IDX > WS-INST-CNT
           ELSE
               MOVE PADJ-AMOUNT TO WS-UNABSORBED
           END-IF.
           IF WS-UNABSORBED > ZEROES
               PERFORM 2800-REFUND-RAISE-PARA
               SET PADJ-REFUNDED TO TRUE
               ADD 1 TO WS-REFUND-CNT
           ELSE
               SET PADJ-RESPREAD TO TRUE
               ADD 1 TO WS-RESPREAD-CNT
           END-IF.
           ADD PADJ-AMOUNT TO WS-RETURN-TOTAL.

       2600-SHARE-SPREAD-PARA.
           MOVE ZEROES TO WS-ALLOCATED.
           MOVE 1 TO WS-INST-IDX.
           PERFORM 2650-SHARE-ONE-PARA
               UNTIL WS-INST-IDX > WS-INST-CNT.

       2650-SHARE-ONE-PARA.
           IF WS-INST-IDX = WS-INST-CNT
               COMPUTE WS-INST-SHARE(WS-INST-IDX) =
                   PADJ-AMOUNT - WS-ALLOCATED
           ELSE
               COMPUTE WS-INST-SHARE(WS-INST-IDX) =
                   PADJ-AMOUNT * WS-INST-BILLED(WS-INST-IDX)
                   / WS-INST-TOTAL
               ADD WS-INST-SHARE(WS-INST-IDX) TO WS-ALLOCATED
           END-IF.
           ADD 1 TO WS-INST-IDX.

      * RE-READS ONE COLLECTED INSTALLMENT BY KEY AND REWRITES IT
      * WITH ITS SHARE ADDED OR TAKEN OFF, LEAVING A DETAIL LINE.
       2700-INSTALLMENT-UPDATE-PARA.
           MOVE WS-LEDG-KEY-NUM TO LEDG-POLICYNO.
           MOVE WS-INST-DUE-DATE(WS-INST-IDX) TO LEDG-DUE-DATE.
           MOVE WS-INST-SHARE(WS-INST-IDX) TO WS-APPLY-AMT.
           READ LEDGFL
               INVALID KEY
                   DISPLAY 'LEDGER ENTRY VANISHED DURING ADJUSTMENT: '
                       LEDG-KEY
                   IF PADJ-RETURN
                       ADD WS-APPLY-AMT TO WS-UNABSORBED
                   END-IF
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   PERFORM 2750-INSTALLMENT-REWRITE-PARA
           END-READ.
           ADD 1 TO WS-INST-IDX.

      * THE SHARE IS PREMIUM; ITS TAX GOES ON OR COMES OFF WITH IT, SO
      * BILLED AND OUTSTANDING STAY PREMIUM PLUS TAX AND
      * LEDG-TAX-AMOUNT STAYS THE TAX PART. A RETURN TAKES NO MORE
      * THAN THE INSTALLMENT'S PREMIUM PART, AND TAKING ALL OF THAT
      * TAKES ALL OF ITS TAX.
       2750-INSTALLMENT-REWRITE-PARA.
           MOVE LEDG-BILLED TO WS-OLD-BILLED.
           IF LEDG-TAX-AMOUNT NOT NUMERIC
               MOVE ZEROES TO LEDG-TAX-AMOUNT
           END-IF.
           MOVE LEDG-DUE-DATE TO WS-TAX-DATE.
           IF PADJ-ADDITIONAL
               PERFORM 2900-SHARE-TAX-PARA
               ADD WS-APPLY-TAX TO WS-TAX-ADDED-TOTAL
               ADD WS-APPLY-GROSS TO LEDG-BILLED
               ADD WS-APPLY-GROSS TO LEDG-OUTSTANDING
               ADD WS-APPLY-TAX TO LEDG-TAX-AMOUNT
           ELSE
               IF LEDG-TAX-AMOUNT > LEDG-BILLED
                   MOVE ZEROES TO WS-INST-PREMIUM
               ELSE
                   COMPUTE WS-INST-PREMIUM =
                       LEDG-BILLED - LEDG-TAX-AMOUNT
               END-IF
               IF WS-APPLY-AMT NOT < WS-INST-PREMIUM
                   COMPUTE WS-UNABSORBED = WS-UNABSORBED
                       + WS-APPLY-AMT - WS-INST-PREMIUM
                   MOVE WS-INST-PREMIUM TO WS-APPLY-AMT
                   MOVE LEDG-TAX-AMOUNT TO WS-APPLY-TAX
                   COMPUTE WS-APPLY-GROSS =
                       WS-APPLY-AMT + WS-APPLY-TAX
               ELSE
                   PERFORM 2900-SHARE-TAX-PARA
                   IF WS-APPLY-TAX > LEDG-TAX-AMOUNT
                       MOVE LEDG-TAX-AMOUNT TO WS-APPLY-TAX
                       COMPUTE WS-APPLY-GROSS =
                           WS-APPLY-AMT + WS-APPLY-TAX
                   END-IF
               END-IF
               IF WS-APPLY-GROSS > LEDG-BILLED
                   MOVE ZEROES TO LEDG-BILLED
               ELSE
                   SUBTRACT WS-APPLY-GROSS FROM LEDG-BILLED
               END-IF
               SUBTRACT WS-APPLY-TAX FROM LEDG-TAX-AMOUNT
               ADD WS-APPLY-TAX TO WS-TAX-RETURNED-TOTAL
               IF WS-APPLY-GROSS > LEDG-OUTSTANDING
                   MOVE ZEROES TO LEDG-OUTSTANDING
               ELSE
                   SUBTRACT WS-APPLY-GROSS FROM LEDG-OUTSTANDING
               END-IF
           END-IF.
           REWRITE LEDGFL-REC.
           IF WS-LEDGFL-STATUS NOT = '00'
               DISPLAY 'LEDGER REWRITE FAILED, STATUS '
                   WS-LEDGFL-STATUS ' KEY ' LEDG-KEY
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE WS-OLD-BILLED TO WS-FORMATTED-OLD
               MOVE LEDG-BILLED TO WS-FORMATTED-NEW
               MOVE SPACES TO PADJREG-REC
               STRING '    INSTALLMENT DUE ' DELIMITED BY SIZE
                   LEDG-DUE-DATE DELIMITED BY SIZE
                   ' WAS ' DELIMITED BY SIZE
                   WS-FORMATTED-OLD DELIMITED BY SIZE
                   ' NOW ' DELIMITED BY SIZE
                   WS-FORMATTED-NEW DELIMITED BY SIZE
                   INTO PADJREG-REC
               WRITE PADJREG-REC
           END-IF.

      * NETS THE LEFTOVER CREDIT AGAINST THE POLICY'S OVERDUE
      * INSTALLMENTS (DUE BEFORE THE EFFECTIVE DATE, STILL
      * OUTSTANDING), OLDEST FIRST, THEN RAISES WHAT REMAINS ON THE
      * REFUND FILE IN THE SHAPE POLMAINT.CBL WRITES. THE CREDIT IS
      * THE UNABSORBED PREMIUM PLUS THE TAX CHARGED ON IT, AS
      * POLMAINT.CBL'S CANCELLATION REFUND IS.
       2800-REFUND-RAISE-PARA.
           PERFORM 2820-REFUND-TAX-PARA.
           COMPUTE WS-CREDIT-LEFT = WS-UNABSORBED + WS-REFUND-TAX.
           MOVE 'N' TO WS-LEDG-PASS-EOF-SW.
           MOVE WS-LEDG-KEY-NUM TO LEDG-POLICYNO.
           MOVE ZEROES TO LEDG-DUE-DATE.
           START LEDGFL KEY >= LEDG-KEY
               INVALID KEY
                   SET LEDG-PASS-EOF TO TRUE
           END-START.
           PERFORM 2850-ARREARS-NET-PARA
               UNTIL LEDG-PASS-EOF OR WS-CREDIT-LEFT = ZEROES.
           COMPUTE WS-NETTED =
               WS-UNABSORBED + WS-REFUND-TAX - WS-CREDIT-LEFT.

           MOVE SPACES TO REFUNDFL-REC.
           MOVE PADJ-POLICYNO TO RFD-POLICYNO.
           MOVE PADJ-CUSTOMERID TO RFD-CUSTOMERID.
           MOVE WS-RUN-DATE TO RFD-DATE.
           MOVE WS-UNABSORBED TO RFD-GROSS-REFUND.
           MOVE WS-NETTED TO RFD-ARREARS-NETTED.
           MOVE WS-CREDIT-LEFT TO RFD-NET-REFUND.
           MOVE WS-REFUND-TAX TO RFD-TAX-REFUND.
           MOVE WS-POLICY-LOB TO RFD-LOBCODE.
           WRITE REFUNDFL-REC.
           ADD WS-CREDIT-LEFT TO WS-REFUND-TOTAL.
           ADD WS-REFUND-TAX TO WS-TAX-REFUND-TOTAL.

           MOVE WS-UNABSORBED TO WS-FORMATTED-OLD.
           MOVE WS-REFUND-TAX TO WS-FORMATTED-AMOUNT.
           MOVE WS-CREDIT-LEFT TO WS-FORMATTED-NEW.
           MOVE SPACES TO PADJREG-REC.
           STRING '    REFUND RAISED GROSS ' DELIMITED BY SIZE
               WS-FORMATTED-OLD DELIMITED BY SIZE
               ' TAX ' DELIMITED BY SIZE
               WS-FORMATTED-AMOUNT DELIMITED BY SIZE
               ' NET OF ARREARS ' DELIMITED BY SIZE
               WS-FORMATTED-NEW DELIMITED BY SIZE
               INTO PADJREG-REC.
           WRITE PADJREG-REC.

      * THE TAX ON THE UNABSORBED PREMIUM AT THE RATE IN FORCE FOR
      * THE POLICY'S LOB ON THE RUN DATE, AS POLMAINT.CBL'S
      * 2430-REFUND-TAX-PARA TAKES IT.
       2820-REFUND-TAX-PARA.
           MOVE WS-RUN-DATE TO WS-TAX-DATE.
           PERFORM 2950-TAX-RATE-FIND-PARA.
           COMPUTE WS-REFUND-TAX ROUNDED =
               WS-UNABSORBED * WS-TAX-RATE / 100.

       2850-ARREARS-NET-PARA.
           READ LEDGFL NEXT
               AT END
                   SET LEDG-PASS-EOF TO TRUE
               NOT AT END
                   IF LEDG-POLICYNO NOT = WS-LEDG-KEY-NUM
                           OR LEDG-DUE-DATE NOT < PADJ-EFF-DATE
                       SET LEDG-PASS-EOF TO TRUE
                   ELSE
                       IF LEDG-OUTSTANDING > ZEROES
                           PERFORM 2870-ARREARS-REWRITE-PARA
                       END-IF
                   END-IF
           END-READ.

      * THE NETTED AMOUNT TAKES ITS SHARE OF THE INSTALLMENT'S TAX
      * WITH IT, IN PROPORTION TO WHAT WAS BILLED, SO THE LEDGER NEVER
      * CARRIES MORE TAX THAN IT BILLS.
       2870-ARREARS-REWRITE-PARA.
           IF LEDG-OUTSTANDING > WS-CREDIT-LEFT
               MOVE WS-CREDIT-LEFT TO WS-APPLY-AMT
           ELSE
               MOVE LEDG-OUTSTANDING TO WS-APPLY-AMT
           END-IF.
           MOVE LEDG-BILLED TO WS-OLD-BILLED.
           IF LEDG-TAX-AMOUNT NOT NUMERIC
               MOVE ZEROES TO LEDG-TAX-AMOUNT
           END-IF.
           IF WS-OLD-BILLED > ZEROES
               COMPUTE WS-APPLY-TAX ROUNDED =
                   WS-APPLY-AMT * LEDG-TAX-AMOUNT / WS-OLD-BILLED
           ELSE
               MOVE ZEROES TO WS-APPLY-TAX
           END-IF.
           IF WS-APPLY-TAX > LEDG-TAX-AMOUNT
               MOVE LEDG-TAX-AMOUNT TO WS-APPLY-TAX
           END-IF.
           SUBTRACT WS-APPLY-AMT FROM LEDG-BILLED.
           SUBTRACT WS-APPLY-AMT FROM LEDG-OUTSTANDING.
           SUBTRACT WS-APPLY-TAX FROM LEDG-TAX-AMOUNT.
           SUBTRACT WS-APPLY-AMT FROM WS-CREDIT-LEFT.
           REWRITE LEDGFL-REC.
           IF WS-LEDGFL-STATUS NOT = '00'
               DISPLAY 'LEDGER REWRITE FAILED, STATUS '
                   WS-LEDGFL-STATUS ' KEY ' LEDG-KEY
               ADD WS-APPLY-AMT TO WS-CREDIT-LEFT
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD WS-APPLY-TAX TO WS-TAX-RETURNED-TOTAL
               MOVE WS-OLD-BILLED TO WS-FORMATTED-OLD
               MOVE LEDG-BILLED TO WS-FORMATTED-NEW
               MOVE SPACES TO PADJREG-REC
               STRING '    ARREARS NETTED DUE ' DELIMITED BY SIZE
                   LEDG-DUE-DATE DELIMITED BY SIZE
                   ' WAS ' DELIMITED BY SIZE
                   WS-FORMATTED-OLD DELIMITED BY SIZE
                   ' NOW ' DELIMITED BY SIZE
                   WS-FORMATTED-NEW DELIMITED BY SIZE
                   INTO PADJREG-REC
               WRITE PADJREG-REC
           END-IF.

      * THE TAX ON WS-APPLY-AMT AT THE RATE FOR WS-TAX-DATE, ROUNDED
      * TO THE CENT PER INSTALLMENT AS BILLGEN.CBL'S
      * 2450-INSTALLMENT-TAX-PARA ROUNDS IT, AND THE GROSS THEY MAKE.
       2900-SHARE-TAX-PARA.
           PERFORM 2950-TAX-RATE-FIND-PARA.
           COMPUTE WS-APPLY-TAX ROUNDED =
               WS-APPLY-AMT * WS-TAX-RATE / 100.
           COMPUTE WS-APPLY-GROSS = WS-APPLY-AMT + WS-APPLY-TAX.

      * THE RATE FOR THE POLICY'S LOB ON WS-TAX-DATE: THE LINE WHOSE
      * DATES SPAN IT, THE LATEST STARTED WINNING, AS BILLGEN.CBL'S
      * 2460-TAX-RATE-ONE-PARA PICKS IT.
       2950-TAX-RATE-FIND-PARA.
           MOVE 'N' TO WS-TXR-FOUND-SW.
           MOVE ZEROES TO WS-TXR-BEST-FROM.
           MOVE ZEROES TO WS-TAX-RATE.
           PERFORM 2960-TAX-RATE-ONE-PARA
               VARYING WS-TXR-IDX FROM 1 BY 1
               UNTIL WS-TXR-IDX > WS-TXR-CNT.
           IF NOT WS-TXR-FOUND
               ADD 1 TO WS-NO-RATE-CNT
           END-IF.

       2960-TAX-RATE-ONE-PARA.
           IF WS-TXR-LOBCODE(WS-TXR-IDX) = WS-POLICY-LOB
               AND WS-TXR-EFF-FROM(WS-TXR-IDX) NOT > WS-TAX-DATE
               AND (WS-TXR-EFF-TO(WS-TXR-IDX) = ZEROES
                   OR WS-TXR-EFF-TO(WS-TXR-IDX) NOT < WS-TAX-DATE)
               AND WS-TXR-EFF-FROM(WS-TXR-IDX) NOT < WS-TXR-BEST-FROM
               SET WS-TXR-FOUND TO TRUE
               MOVE WS-TXR-EFF-FROM(WS-TXR-IDX) TO WS-TXR-BEST-FROM
               MOVE WS-TXR-RATE(WS-TXR-IDX) TO WS-TAX-RATE
           END-IF.

      * PUTS THE ADJUSTMENT FILE BACK WITH TONIGHT'S APPLIED MARKS,
      * SO THE NEXT RUN (AND THE NEXT APPEND) SEES EVERY ADJUSTMENT
      * AND KNOWS WHICH ARE DONE.
       3500-PADJFL-REWRITE-PARA.
           OPEN OUTPUT PADJFL.
           IF WS-PADJFL-STATUS NOT = '00'
               DISPLAY 'ADJUSTMENT FILE CANNOT BE REWRITTEN, STATUS '
                   WS-PADJFL-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 1 TO WS-PADJ-IDX
               PERFORM 3550-PADJFL-WRITE-PARA
                   UNTIL WS-PADJ-IDX > WS-PADJ-CNT
               CLOSE PADJFL
           END-IF.

       3550-PADJFL-WRITE-PARA.
           MOVE WS-PADJ-ENTRY(WS-PADJ-IDX) TO PADJFL-REC.
           WRITE PADJFL-REC.
           ADD 1 TO WS-PADJ-IDX.

      * CONTROL TOTALS FOR BILLING'S REVIEW, THEN CLOSE.
       3900-FILES-CLOSE-PARA.
           MOVE WS-ADDL-TOTAL TO WS-FORMATTED-TOTAL.
           MOVE SPACES TO PADJREG-REC.
           STRING 'ADDITIONAL PREMIUM: ' DELIMITED BY SIZE
               WS-FORMATTED-TOTAL DELIMITED BY SIZE
               ' RE-SPREAD: ' DELIMITED BY SIZE
               WS-RESPREAD-CNT DELIMITED BY SIZE
               ' RAISED: ' DELIMITED BY SIZE
               WS-NEW-INST-CNT DELIMITED BY SIZE
               INTO PADJREG-REC.
           WRITE PADJREG-REC.
           MOVE WS-RETURN-TOTAL TO WS-FORMATTED-TOTAL.
           MOVE SPACES TO PADJREG-REC.
           STRING 'RETURN PREMIUM: ' DELIMITED BY SIZE
               WS-FORMATTED-TOTAL DELIMITED BY SIZE
               INTO PADJREG-REC.
           WRITE PADJREG-REC.
           MOVE WS-REFUND-TOTAL TO WS-FORMATTED-TOTAL.
           MOVE SPACES TO PADJREG-REC.
           STRING 'REFUNDS RAISED: ' DELIMITED BY SIZE
               WS-REFUND-CNT DELIMITED BY SIZE
               ' NET PAYABLE: ' DELIMITED BY SIZE
               WS-FORMATTED-TOTAL DELIMITED BY SIZE
               ' REJECTED: ' DELIMITED BY SIZE
               WS-REJECTED-CNT DELIMITED BY SIZE
               INTO PADJREG-REC.
           WRITE PADJREG-REC.
           MOVE WS-TAX-ADDED-TOTAL TO WS-FORMATTED-TOTAL.
           MOVE SPACES TO PADJREG-REC.
           STRING 'TAX ADDED TO INSTALLMENTS: ' DELIMITED BY SIZE
               WS-FORMATTED-TOTAL DELIMITED BY SIZE
               INTO PADJREG-REC.
           WRITE PADJREG-REC.
           MOVE WS-TAX-RETURNED-TOTAL TO WS-FORMATTED-TOTAL.
           MOVE SPACES TO PADJREG-REC.
           STRING 'TAX TAKEN OFF INSTALLMENTS: ' DELIMITED BY SIZE
               WS-FORMATTED-TOTAL DELIMITED BY SIZE
               INTO PADJREG-REC.
           WRITE PADJREG-REC.
           MOVE WS-TAX-REFUND-TOTAL TO WS-FORMATTED-TOTAL.
           MOVE SPACES TO PADJREG-REC.
           STRING 'TAX REVERSED ON REFUNDS: ' DELIMITED BY SIZE
               WS-FORMATTED-TOTAL DELIMITED BY SIZE
               INTO PADJREG-REC.
           WRITE PADJREG-REC.
           CLOSE PADJREG.
           CLOSE REFUNDFL.
           IF POLICYFYL-WAS-OPEN
               CLOSE POLICYFYL
           END-IF.
           IF LEDGFL-WAS-OPEN
               CLOSE LEDGFL
           END-IF.

      * RESOLVES EVERY FILE ASSIGNMENT FROM THE EXTERNAL FILE
      * CONFIGURATION BEFORE ANYTHING IS OPENED, REPORTING EACH
      * RESOLVED PATH. A LOGICAL NAME MISSING FROM THE
      * CONFIGURATION ENDS THE RUN CLEANLY WITH RC 16 BEFORE ANY
      * FILE IS TOUCHED.
       0050-FILECFG-LOAD-PARA.
           MOVE 'PREMADJUST' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-PADJFL-PATH.
           MOVE 'ARREARSLEDGE' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-LEDGFL-PATH.
           MOVE 'REFUNDFILE' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-REFUNDFL-PATH.
           MOVE 'PREMADJREG' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-PADJREG-PATH.
           MOVE 'RUNPARM' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-RUNPARM-PATH.
           MOVE 'POLICYFILE' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-POLICYFYL-PATH.
           MOVE 'GSTRATE' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-TAXRATE-PATH.

       0060-FILECFG-ONE-PARA.
           CALL 'FILECFG' USING WS-CFG-NAME, WS-CFG-PATH,
               WS-CFG-RESULT.
           IF WS-CFG-RESULT NOT = 'Y'
               DISPLAY 'FILE PATH NOT CONFIGURED: ' WS-CFG-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'USING ' WS-CFG-NAME ' AT ' WS-CFG-PATH.

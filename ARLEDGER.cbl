       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARLEDGER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * SAME ASSIGN/LAYOUT AS STOCKUPD.CBL'S SALESINV: THE INVOICES
      * THAT RUN RAISED, EACH ONE A NEW DEBT ON THE LEDGER. OPTIONAL
      * -- A MISSING FILE SIMPLY MEANS NO NEW SALES.
           SELECT SALESINV ASSIGN TO DYNAMIC WS-SALESINV-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-SALESINV-STATUS.

      * TRADE CUSTOMER CREDIT FILE: ONE LINE PER CUSTOMER WITH ITS
      * NAME AND CREDIT LIMIT, MAINTAINED BY CREDIT CONTROL. ALSO
      * READ BY STOCKUPD.CBL TO STOP ISSUES TO A CUSTOMER OVER ITS
      * LIMIT.
           SELECT TRDCUST ASSIGN TO DYNAMIC WS-TRDCUST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-TRDCUST-STATUS.

      * SALES LEDGER: EVERY INVOICE STILL OWING, WITH WHAT HAS BEEN
      * PAID AGAINST IT SO FAR. CARRIED FROM RUN TO RUN AND
      * REWRITTEN ONLY AFTER THE JOURNAL HAS POSTED; A FULLY PAID
      * INVOICE DROPS OFF IT A MONTH AFTER ITS LAST PAYMENT.
           SELECT ARLEDG ASSIGN TO DYNAMIC WS-ARLEDG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-ARLEDG-STATUS.

      * CUSTOMER PAYMENTS RECEIVED, EACH QUOTING THE INVOICE IT PAYS.
      * A PAYMENT MAY BE FOR PART OF THE INVOICE. OPTIONAL, LIKE THE
      * SALES FEED.
           SELECT CUSTPAY ASSIGN TO DYNAMIC WS-CUSTPAY-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-CUSTPAY-STATUS.

      * UNMATCHED-CASH SUSPENSE: A PAYMENT (OR THE EXCESS OF ONE)
      * THAT CANNOT BE APPLIED TO AN OPEN INVOICE IS PARKED HERE FOR
      * CREDIT CONTROL TO RESOLVE. APPENDED EVERY RUN, SO IT MUST
      * ALREADY EXIST.
           SELECT ARSUSP ASSIGN TO DYNAMIC WS-ARSUSP-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-ARSUSP-STATUS.

      * AGED DEBTORS: EACH CUSTOMER'S OPEN BALANCE SPREAD BY THE AGE
      * OF THE INVOICE, CURRENT / 31-60 / 61-90 / OVER 90 DAYS.
           SELECT AGEDRPT ASSIGN TO DYNAMIC WS-AGEDRPT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-AGEDRPT-STATUS.

      * CUSTOMER STATEMENTS: EVERY OPEN INVOICE PER CUSTOMER WITH
      * THE AMOUNT STILL DUE, READY FOR PRINT/MAIL.
           SELECT ARSTMT ASSIGN TO DYNAMIC WS-ARSTMT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-ARSTMT-STATUS.

      * SAME ASSIGN/LAYOUT AS GLPOST.CBL'S GLMAP. THE ARSALES,
      * ARRECEIPT AND ARSUSPENSE LINES NAME THE DEBIT AND CREDIT
      * ACCOUNTS FOR SALES, MATCHED RECEIPTS AND UNMATCHED CASH.
           SELECT GLMAP ASSIGN TO DYNAMIC WS-GLMAP-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-GLMAP-STATUS.

      * THE SAME GL INTERFACE FILE GLPOST.CBL WRITES, OPENED EXTEND
      * THE WAY PAYGL.CBL APPENDS TO IT.
           SELECT GLOUT ASSIGN TO DYNAMIC WS-GLOUT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-GLOUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * SAME LAYOUT AS STOCKUPD.CBL'S SALESINV-REC.
       FD  SALESINV.
       01  SALESINV-REC.
           05  SIN-INVOICE-NO          PIC 9(08).
           05  SIN-DATE                PIC 9(08).
           05  SIN-CUSTOMER            PIC X(05).
           05  SIN-PRODUCT-CODE        PIC X(03).
           05  SIN-QTY                 PIC 9(05).
           05  SIN-PRICE               PIC 9(5)V99.
           05  SIN-AMOUNT              PIC 9(8)V99.
           05  FILLER                  PIC X(34).

       FD  TRDCUST.
       01  TRDCUST-REC.
           05  TCU-CUSTOMER            PIC X(05).
           05  TCU-NAME                PIC X(30).
           05  TCU-CREDIT-LIMIT        PIC 9(7)V99.
           05  FILLER                  PIC X(36).

       FD  ARLEDG.
       01  ARLEDG-REC.
           05  ARL-INVOICE-NO          PIC 9(08).
           05  ARL-DATE                PIC 9(08).
           05  ARL-CUSTOMER            PIC X(05).
           05  ARL-AMOUNT              PIC 9(8)V99.
           05  ARL-PAID                PIC 9(8)V99.
           05  ARL-LAST-PAID           PIC 9(08).
           05  FILLER                  PIC X(31).

       FD  CUSTPAY.
       01  CUSTPAY-REC.
           05  CPY-CUSTOMER            PIC X(05).
           05  CPY-INVOICE-NO          PIC X(08).
           05  CPY-INVOICE-NUM REDEFINES CPY-INVOICE-NO
                                       PIC 9(08).
           05  CPY-DATE                PIC X(08).
           05  CPY-AMOUNT              PIC 9(8)V99.
           05  CPY-REFERENCE           PIC X(12).
           05  FILLER                  PIC X(37).

       FD  ARSUSP.
       01  ARSUSP-REC.
           05  SUS-CUSTOMER            PIC X(05).
           05  SUS-INVOICE-NO          PIC X(08).
           05  SUS-DATE                PIC X(08).
           05  SUS-AMOUNT              PIC 9(8)V99.
           05  SUS-REFERENCE           PIC X(12).
           05  SUS-REASON              PIC X(20).
           05  SUS-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(09).

       FD  AGEDRPT.
       01  AGEDRPT-REC                 PIC X(80).

       FD  ARSTMT.
       01  ARSTMT-REC                  PIC X(80).

      * SAME LAYOUT AS GLPOST.CBL'S GLMAP-REC.
       FD  GLMAP.
       01  GLMAP-REC.
           05  MAP-PROGRAM             PIC X(10).
           05  MAP-DEBIT-ACCT          PIC X(08).
           05  MAP-CREDIT-ACCT         PIC X(08).
           05  FILLER                  PIC X(54).

       FD  GLOUT.
       01  GLOUT-REC                   PIC X(80).

       WORKING-STORAGE SECTION.
      * RESOLVED FILE PATHS. EVERY ASSIGNMENT COMES FROM THE
      * EXTERNAL FILE CONFIGURATION (FILECFG) AT STARTUP -- SEE
      * 0050-FILECFG-LOAD-PARA -- SO A DISK MOVE OR A TEST RUN
      * NEVER MEANS EDITING AND RECOMPILING THIS PROGRAM.
       77  WS-SALESINV-PATH            PIC X(80) VALUE SPACES.
       77  WS-TRDCUST-PATH             PIC X(80) VALUE SPACES.
       77  WS-ARLEDG-PATH              PIC X(80) VALUE SPACES.
       77  WS-CUSTPAY-PATH             PIC X(80) VALUE SPACES.
       77  WS-ARSUSP-PATH              PIC X(80) VALUE SPACES.
       77  WS-AGEDRPT-PATH             PIC X(80) VALUE SPACES.
       77  WS-ARSTMT-PATH              PIC X(80) VALUE SPACES.
       77  WS-GLMAP-PATH               PIC X(80) VALUE SPACES.
       77  WS-GLOUT-PATH               PIC X(80) VALUE SPACES.
       77  WS-CFG-NAME             PIC X(12)   VALUE SPACES.
       77  WS-CFG-PATH             PIC X(80)   VALUE SPACES.
       77  WS-CFG-RESULT           PIC X(01)   VALUE 'N'.

       01  WS-FILE-STATUS.
           05  WS-SALESINV-STATUS      PIC X(2).
           05  WS-TRDCUST-STATUS       PIC X(2).
           05  WS-ARLEDG-STATUS        PIC X(2).
           05  WS-CUSTPAY-STATUS       PIC X(2).
           05  WS-ARSUSP-STATUS        PIC X(2).
           05  WS-AGEDRPT-STATUS       PIC X(2).
           05  WS-ARSTMT-STATUS        PIC X(2).
           05  WS-GLMAP-STATUS         PIC X(2).
           05  WS-GLOUT-STATUS         PIC X(2).

       01  WS-EOF-SWITCHES.
           05  WS-SALESINV-EOF-SW      PIC X(01)   VALUE 'N'.
               88  SALESINV-EOF                    VALUE 'Y'.
           05  WS-TRDCUST-EOF-SW       PIC X(01)   VALUE 'N'.
               88  TRDCUST-EOF                     VALUE 'Y'.
           05  WS-ARLEDG-EOF-SW        PIC X(01)   VALUE 'N'.
               88  ARLEDG-EOF                      VALUE 'Y'.
           05  WS-CUSTPAY-EOF-SW       PIC X(01)   VALUE 'N'.
               88  CUSTPAY-EOF                     VALUE 'Y'.
           05  WS-GLMAP-EOF-SW         PIC X(01)   VALUE 'N'.
               88  GLMAP-EOF                       VALUE 'Y'.

      * CUSTOMERS FROM THE CREDIT FILE, PLUS ANY CUSTOMER OWING ON
      * THE LEDGER WHO IS NOT ON IT, WITH THE OPEN BALANCE SPREAD
      * OVER THE AGEING BANDS.
       01  WS-CUS-TABLE.
           05  WS-CUS-ENTRY OCCURS 200 TIMES.
               10  WS-CUS-CODE          PIC X(05).
               10  WS-CUS-NAME          PIC X(30).
               10  WS-CUS-LIMIT         PIC 9(7)V99.
               10  WS-CUS-ON-FILE-SW    PIC X(01).
                   88  WS-CUS-ON-FILE              VALUE 'Y'.
               10  WS-CUS-CURRENT       PIC 9(9)V99.
               10  WS-CUS-AGE-60        PIC 9(9)V99.
               10  WS-CUS-AGE-90        PIC 9(9)V99.
               10  WS-CUS-AGE-OVER      PIC 9(9)V99.
               10  WS-CUS-OPEN          PIC 9(9)V99.
       77  WS-CUS-CNT                  PIC 9(3)    VALUE ZEROES.
       77  WS-CUS-IDX                  PIC 9(3)    VALUE ZEROES.
       77  WS-CUS-SRCH-IDX             PIC 9(3)    VALUE ZEROES.
       77  WS-CUS-FOUND-SW             PIC X(01)   VALUE 'N'.
           88  WS-CUS-FOUND                        VALUE 'Y'.
       77  WS-CUS-KEY                  PIC X(05)   VALUE SPACES.

      * THE SALES LEDGER HELD IN STORAGE FOR THE RUN.
       01  WS-LDG-TABLE.
           05  WS-LDG-ENTRY OCCURS 2000 TIMES.
               10  WS-LDG-INVOICE-NO    PIC 9(08).
               10  WS-LDG-DATE          PIC 9(08).
               10  WS-LDG-CUSTOMER      PIC X(05).
               10  WS-LDG-AMOUNT        PIC 9(8)V99.
               10  WS-LDG-PAID          PIC 9(8)V99.
               10  WS-LDG-LAST-PAID     PIC 9(08).
       77  WS-LDG-CNT                  PIC 9(4)    VALUE ZEROES.
       77  WS-LDG-IDX                  PIC 9(4)    VALUE ZEROES.
       77  WS-LDG-SRCH-IDX             PIC 9(4)    VALUE ZEROES.
       77  WS-LDG-FOUND-SW             PIC X(01)   VALUE 'N'.
           88  WS-LDG-FOUND                        VALUE 'Y'.
       77  WS-LDG-KEY                  PIC 9(08)   VALUE ZEROES.

      * SUSPENSE ENTRIES STAGED DURING THE RUN AND ONLY APPENDED
      * ONCE THE JOURNAL HAS POSTED.
       01  WS-SUS-TABLE.
           05  WS-SUS-ENTRY OCCURS 200 TIMES PIC X(80).
       77  WS-SUS-CNT                  PIC 9(3)    VALUE ZEROES.
       77  WS-SUS-IDX                  PIC 9(3)    VALUE ZEROES.
       77  WS-SUS-PARK-AMOUNT          PIC 9(8)V99 VALUE ZEROES.
       77  WS-SUS-PARK-REASON          PIC X(20)   VALUE SPACES.

      * GL ACCOUNTS FROM THE ACCOUNT MAP.
       77  WS-SALES-DEBIT-ACCT         PIC X(08)   VALUE SPACES.
       77  WS-SALES-CREDIT-ACCT        PIC X(08)   VALUE SPACES.
       77  WS-RCPT-DEBIT-ACCT          PIC X(08)   VALUE SPACES.
       77  WS-RCPT-CREDIT-ACCT         PIC X(08)   VALUE SPACES.
       77  WS-SUSP-DEBIT-ACCT          PIC X(08)   VALUE SPACES.
       77  WS-SUSP-CREDIT-ACCT         PIC X(08)   VALUE SPACES.

      * JOURNAL LINES STAGED AND ONLY APPENDED ONCE DEBITS = CREDITS
      * HAS BEEN PROVED, THE SAME RULE PAYGL.CBL APPLIES.
       01  WS-JOURNAL-TABLE.
           05  WS-JRNL-ENTRY OCCURS 10 TIMES.
               10  WS-JRNL-DC           PIC X(01).
               10  WS-JRNL-ACCT         PIC X(08).
               10  WS-JRNL-AMOUNT       PIC 9(9)V99.
               10  WS-JRNL-PROGRAM      PIC X(10).
       77  WS-JRNL-CNT                 PIC 9(2)    VALUE ZEROES.
       77  WS-JRNL-IDX                 PIC 9(2)    VALUE ZEROES.

      * POSTING PERIOD (YYYYMM) THE JOURNAL GOES TO: ITS OWN
      * PERIOD, OR THE NEXT OPEN ONE WHEN GLTRIAL.CBL HAS ALREADY
      * CLOSED IT (SEE GLPERCHK.CBL).
       77  WS-GL-PROGRAM               PIC X(10)   VALUE 'ARLEDGER'.
       77  WS-GL-WANT-PERIOD           PIC 9(6)    VALUE ZEROES.
       77  WS-GL-PERIOD                PIC 9(6)    VALUE ZEROES.
       77  WS-GL-LINE-CNT              PIC 9(6)    VALUE ZEROES.
       77  WS-GL-RESULT                PIC X(01)   VALUE SPACE.
       77  WS-GL-HOLD-RC               PIC S9(4) COMP  VALUE ZERO.

      * OUTBOUND MANIFEST ENTRY FOR A FILE THIS RUN HAS WRITTEN FOR
      * AN OUTSIDE PARTY (SEE MANIFREG.CBL).
       77  WS-MAN-FILE-NAME            PIC X(12)   VALUE SPACES.
       77  WS-MAN-REC-CNT              PIC 9(6)    VALUE ZEROES.
       77  WS-MAN-AMOUNT               PIC 9(11)V99 VALUE ZEROES.
       77  WS-MAN-SEQ-NO               PIC 9(6)    VALUE ZEROES.
       77  WS-MAN-RESULT               PIC X(01)   VALUE SPACE.
       77  WS-MAN-HOLD-RC              PIC S9(4) COMP  VALUE ZERO.

      * ONE DEBIT/CREDIT PAIR BEING STAGED.
       77  WS-PAIR-DEBIT-ACCT          PIC X(08)   VALUE SPACES.
       77  WS-PAIR-CREDIT-ACCT         PIC X(08)   VALUE SPACES.
       77  WS-PAIR-AMOUNT              PIC 9(9)V99 VALUE ZEROES.
       77  WS-PAIR-NAME                PIC X(10)   VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-SALESINV-RD-CNT      PIC 9(6)    VALUE ZEROES.
           05  WS-INVOICE-ADD-CNT      PIC 9(6)    VALUE ZEROES.
           05  WS-INVOICE-DUP-CNT      PIC 9(6)    VALUE ZEROES.
           05  WS-CUSTPAY-RD-CNT       PIC 9(6)    VALUE ZEROES.
           05  WS-MATCHED-CNT          PIC 9(6)    VALUE ZEROES.
           05  WS-PART-PAID-CNT        PIC 9(6)    VALUE ZEROES.
           05  WS-SETTLED-CNT          PIC 9(6)    VALUE ZEROES.
           05  WS-PAY-REJECT-CNT       PIC 9(6)    VALUE ZEROES.
           05  WS-ARLEDG-WT-CNT        PIC 9(6)    VALUE ZEROES.
           05  WS-OVER-LIMIT-CNT       PIC 9(4)    VALUE ZEROES.
           05  WS-STMT-CNT             PIC 9(4)    VALUE ZEROES.
           05  WS-UNMAPPED-CNT         PIC 9(4)    VALUE ZEROES.

       77  WS-SALES-TOTAL              PIC 9(9)V99 VALUE ZEROES.
       77  WS-RECEIPT-TOTAL            PIC 9(9)V99 VALUE ZEROES.
       77  WS-SUSPENSE-TOTAL           PIC 9(9)V99 VALUE ZEROES.
       77  WS-DEBIT-TOTAL              PIC 9(11)V99 VALUE ZEROES.
       77  WS-CREDIT-TOTAL             PIC 9(11)V99 VALUE ZEROES.
       77  WS-POSTED-SW                PIC X(01)   VALUE 'N'.
           88  WS-POSTED                           VALUE 'Y'.

      * PAYMENT APPLICATION AND AGEING WORK FIELDS. THE AGE OF AN
      * INVOICE IS COUNTED IN DAYS FROM ITS DATE TO THE RUN DATE,
      * THE SAME INTEGER-OF-DATE TECHNIQUE RECEIPTS.CBL USES.
       77  WS-RUN-DATE                 PIC 9(8)    VALUE ZEROES.
       77  WS-RUN-DAYS                 PIC S9(7)   VALUE ZEROES.
       77  WS-AGE-DAYS                 PIC S9(7)   VALUE ZEROES.
       77  WS-INV-OPEN                 PIC 9(8)V99 VALUE ZEROES.
       77  WS-APPLY-AMOUNT             PIC 9(8)V99 VALUE ZEROES.
       77  WS-PAY-DATE                 PIC 9(8)    VALUE ZEROES.

      * ALL-CUSTOMER TOTALS FOR THE FOOT OF THE AGED DEBTORS REPORT.
       77  WS-TOT-CURRENT              PIC 9(9)V99 VALUE ZEROES.
       77  WS-TOT-AGE-60               PIC 9(9)V99 VALUE ZEROES.
       77  WS-TOT-AGE-90               PIC 9(9)V99 VALUE ZEROES.
       77  WS-TOT-AGE-OVER             PIC 9(9)V99 VALUE ZEROES.
       77  WS-TOT-OPEN                 PIC 9(9)V99 VALUE ZEROES.

       77  WS-FMT-1                    PIC Z(6)9.99.
       77  WS-FMT-2                    PIC Z(6)9.99.
       77  WS-FMT-3                    PIC Z(6)9.99.
       77  WS-FMT-4                    PIC Z(6)9.99.
       77  WS-FMT-5                    PIC Z(6)9.99.
       77  WS-FMT-DAYS                 PIC ZZZZ9.
       77  WS-LIMIT-FLAG               PIC X(11)   VALUE SPACES.
       77  WS-PRINT-NAME               PIC X(15)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0050-FILECFG-LOAD-PARA.
           PERFORM 1000-FILES-OPEN-PARA.
           IF WS-ARSUSP-STATUS = '00' THEN
               PERFORM 1100-TRDCUST-LOAD-PARA
               PERFORM 1200-ARLEDG-LOAD-PARA
               PERFORM 1300-GLMAP-LOAD-PARA
               PERFORM 2000-SALESINV-READ-PARA UNTIL SALESINV-EOF
               PERFORM 2500-CUSTPAY-READ-PARA UNTIL CUSTPAY-EOF
               PERFORM 3000-JOURNAL-STAGE-PARA
               PERFORM 3400-JOURNAL-POST-PARA
               IF WS-POSTED
                   PERFORM 3600-ARLEDG-REWRITE-PARA
                   PERFORM 3700-SUSPENSE-WRITE-PARA
               END-IF
               PERFORM 4000-AGEING-PARA
               PERFORM 4500-AGED-REPORT-PARA
               PERFORM 4800-STATEMENT-PARA
           ELSE
               DISPLAY 'SUSPENSE FILE CANNOT BE EXTENDED, NOTHING '
                   'PROCESSED.'
               MOVE 16 TO RETURN-CODE
           END-IF.
           PERFORM 3900-FILES-CLOSE-PARA.

           DISPLAY 'SALES INVOICES READ: ', WS-SALESINV-RD-CNT.
           DISPLAY 'INVOICES ADDED TO LEDGER: ', WS-INVOICE-ADD-CNT.
           DISPLAY 'INVOICES ALREADY ON LEDGER: ', WS-INVOICE-DUP-CNT.
           DISPLAY 'PAYMENTS READ: ', WS-CUSTPAY-RD-CNT.
           DISPLAY 'PAYMENTS MATCHED: ', WS-MATCHED-CNT.
           DISPLAY 'INVOICES PART-PAID: ', WS-PART-PAID-CNT.
           DISPLAY 'INVOICES SETTLED: ', WS-SETTLED-CNT.
           DISPLAY 'PAYMENTS PARKED IN SUSPENSE: ', WS-SUS-CNT.
           DISPLAY 'PAYMENTS REJECTED: ', WS-PAY-REJECT-CNT.
           DISPLAY 'SALES POSTED: ', WS-SALES-TOTAL.
           DISPLAY 'RECEIPTS POSTED: ', WS-RECEIPT-TOTAL.
           DISPLAY 'SUSPENSE POSTED: ', WS-SUSPENSE-TOTAL.
           DISPLAY 'LEDGER INVOICES CARRIED: ', WS-ARLEDG-WT-CNT.
           DISPLAY 'CUSTOMERS OVER CREDIT LIMIT: ', WS-OVER-LIMIT-CNT.
           DISPLAY 'STATEMENTS PRODUCED: ', WS-STMT-CNT.
           STOP RUN.

       1000-FILES-OPEN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-DAYS = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

           OPEN INPUT SALESINV.
           DISPLAY 'FILE STATUS FOR SALESINV:', WS-SALESINV-STATUS.
           IF WS-SALESINV-STATUS NOT = '00'
               DISPLAY 'NO SALES INVOICES THIS RUN.'
               SET SALESINV-EOF TO TRUE
           END-IF.

           OPEN INPUT CUSTPAY.
           DISPLAY 'FILE STATUS FOR CUSTPAY:', WS-CUSTPAY-STATUS.
           IF WS-CUSTPAY-STATUS NOT = '00'
               DISPLAY 'NO CUSTOMER PAYMENTS THIS RUN.'
               SET CUSTPAY-EOF TO TRUE
           END-IF.

           OPEN EXTEND ARSUSP.
           DISPLAY 'FILE STATUS FOR ARSUSP:', WS-ARSUSP-STATUS.

           OPEN OUTPUT AGEDRPT.
           DISPLAY 'FILE STATUS FOR AGEDRPT:', WS-AGEDRPT-STATUS.

           OPEN OUTPUT ARSTMT.
           DISPLAY 'FILE STATUS FOR ARSTMT:', WS-ARSTMT-STATUS.

       1100-TRDCUST-LOAD-PARA.
           OPEN INPUT TRDCUST.
           DISPLAY 'FILE STATUS FOR TRDCUST:', WS-TRDCUST-STATUS.
           IF WS-TRDCUST-STATUS NOT = '00'
               DISPLAY 'CUSTOMER CREDIT FILE NOT FOUND, NO CREDIT '
                   'LIMITS REPORTED.'
               SET TRDCUST-EOF TO TRUE
           ELSE
               PERFORM 1150-TRDCUST-READ-PARA UNTIL TRDCUST-EOF
               CLOSE TRDCUST
           END-IF.

       1150-TRDCUST-READ-PARA.
           READ TRDCUST
               AT END
                   SET TRDCUST-EOF TO TRUE
               NOT AT END
                   IF WS-CUS-CNT < 200
                       ADD 1 TO WS-CUS-CNT
                       MOVE TCU-CUSTOMER TO WS-CUS-CODE(WS-CUS-CNT)
                       MOVE TCU-NAME TO WS-CUS-NAME(WS-CUS-CNT)
                       IF TCU-CREDIT-LIMIT NUMERIC
                           MOVE TCU-CREDIT-LIMIT
                               TO WS-CUS-LIMIT(WS-CUS-CNT)
                       ELSE
                           MOVE ZEROES TO WS-CUS-LIMIT(WS-CUS-CNT)
                       END-IF
                       MOVE 'Y' TO WS-CUS-ON-FILE-SW(WS-CUS-CNT)
                       MOVE ZEROES TO WS-CUS-CURRENT(WS-CUS-CNT)
                       MOVE ZEROES TO WS-CUS-AGE-60(WS-CUS-CNT)
                       MOVE ZEROES TO WS-CUS-AGE-90(WS-CUS-CNT)
                       MOVE ZEROES TO WS-CUS-AGE-OVER(WS-CUS-CNT)
                       MOVE ZEROES TO WS-CUS-OPEN(WS-CUS-CNT)
                   ELSE
                       DISPLAY 'WS-CUS-TABLE FULL, ENTRY IGNORED: '
                           TCU-CUSTOMER
                   END-IF
           END-READ.

      * THE LEDGER IS EMPTY THE FIRST TIME THROUGH.
       1200-ARLEDG-LOAD-PARA.
           OPEN INPUT ARLEDG.
           DISPLAY 'FILE STATUS FOR ARLEDG:', WS-ARLEDG-STATUS.
           IF WS-ARLEDG-STATUS NOT = '00'
               DISPLAY 'SALES LEDGER NOT FOUND, STARTING EMPTY.'
               SET ARLEDG-EOF TO TRUE
           ELSE
               PERFORM 1250-ARLEDG-READ-PARA UNTIL ARLEDG-EOF
               CLOSE ARLEDG
           END-IF.

       1250-ARLEDG-READ-PARA.
           READ ARLEDG
               AT END
                   SET ARLEDG-EOF TO TRUE
               NOT AT END
                   IF WS-LDG-CNT < 2000
                       ADD 1 TO WS-LDG-CNT
                       MOVE ARL-INVOICE-NO
                           TO WS-LDG-INVOICE-NO(WS-LDG-CNT)
                       MOVE ARL-DATE TO WS-LDG-DATE(WS-LDG-CNT)
                       MOVE ARL-CUSTOMER
                           TO WS-LDG-CUSTOMER(WS-LDG-CNT)
                       MOVE ARL-AMOUNT TO WS-LDG-AMOUNT(WS-LDG-CNT)
                       MOVE ARL-PAID TO WS-LDG-PAID(WS-LDG-CNT)
                       MOVE ARL-LAST-PAID
                           TO WS-LDG-LAST-PAID(WS-LDG-CNT)
                   ELSE
                       DISPLAY 'WS-LDG-TABLE FULL, ENTRY IGNORED: '
                           ARL-INVOICE-NO
                       MOVE 16 TO RETURN-CODE
                   END-IF
           END-READ.

       1300-GLMAP-LOAD-PARA.
           OPEN INPUT GLMAP.
           DISPLAY 'FILE STATUS FOR GLMAP:', WS-GLMAP-STATUS.
           IF WS-GLMAP-STATUS NOT = '00'
               DISPLAY 'ACCOUNT MAP NOT FOUND, NOTHING WILL POST.'
               SET GLMAP-EOF TO TRUE
           ELSE
               PERFORM 1350-GLMAP-READ-PARA UNTIL GLMAP-EOF
               CLOSE GLMAP
           END-IF.

       1350-GLMAP-READ-PARA.
           READ GLMAP
               AT END
                   SET GLMAP-EOF TO TRUE
               NOT AT END
                   IF MAP-PROGRAM = 'ARSALES'
                       MOVE MAP-DEBIT-ACCT TO WS-SALES-DEBIT-ACCT
                       MOVE MAP-CREDIT-ACCT TO WS-SALES-CREDIT-ACCT
                   END-IF
                   IF MAP-PROGRAM = 'ARRECEIPT'
                       MOVE MAP-DEBIT-ACCT TO WS-RCPT-DEBIT-ACCT
                       MOVE MAP-CREDIT-ACCT TO WS-RCPT-CREDIT-ACCT
                   END-IF
                   IF MAP-PROGRAM = 'ARSUSPENSE'
                       MOVE MAP-DEBIT-ACCT TO WS-SUSP-DEBIT-ACCT
                       MOVE MAP-CREDIT-ACCT TO WS-SUSP-CREDIT-ACCT
                   END-IF
           END-READ.

      * EACH NEW INVOICE BECOMES AN OPEN ITEM ON THE LEDGER. ONE
      * ALREADY THERE (THE SAME SALES FILE FED TWICE) IS COUNTED AND
      * LEFT ALONE, SO A RERUN NEVER DOUBLES THE DEBT OR THE SALES.
       2000-SALESINV-READ-PARA.
           READ SALESINV
               AT END
                   SET SALESINV-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-SALESINV-RD-CNT
                   PERFORM 2100-INVOICE-ADD-PARA
           END-READ.

       2100-INVOICE-ADD-PARA.
           MOVE SIN-INVOICE-NO TO WS-LDG-KEY.
           PERFORM 2200-LEDGER-FIND-PARA.
           EVALUATE TRUE
               WHEN WS-LDG-FOUND
                   ADD 1 TO WS-INVOICE-DUP-CNT
                   DISPLAY 'INVOICE ALREADY ON LEDGER: '
                       SIN-INVOICE-NO
               WHEN SIN-AMOUNT NOT NUMERIC OR SIN-AMOUNT = 0
                   DISPLAY 'INVOICE AMOUNT NOT VALID, NOT LEDGERED: '
                       SIN-INVOICE-NO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-LDG-CNT NOT < 2000
                   DISPLAY 'WS-LDG-TABLE FULL, ENTRY IGNORED: '
                       SIN-INVOICE-NO
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   ADD 1 TO WS-LDG-CNT
                   MOVE SIN-INVOICE-NO TO WS-LDG-INVOICE-NO(WS-LDG-CNT)
                   MOVE SIN-DATE TO WS-LDG-DATE(WS-LDG-CNT)
                   MOVE SIN-CUSTOMER TO WS-LDG-CUSTOMER(WS-LDG-CNT)
                   MOVE SIN-AMOUNT TO WS-LDG-AMOUNT(WS-LDG-CNT)
                   MOVE ZEROES TO WS-LDG-PAID(WS-LDG-CNT)
                   MOVE ZEROES TO WS-LDG-LAST-PAID(WS-LDG-CNT)
                   ADD SIN-AMOUNT TO WS-SALES-TOTAL
                   ADD 1 TO WS-INVOICE-ADD-CNT
           END-EVALUATE.

       2200-LEDGER-FIND-PARA.
           MOVE 'N' TO WS-LDG-FOUND-SW.
           MOVE 1 TO WS-LDG-SRCH-IDX.
           PERFORM 2250-LEDGER-FIND-ONE-PARA
               UNTIL WS-LDG-SRCH-IDX > WS-LDG-CNT
                  OR WS-LDG-FOUND.

       2250-LEDGER-FIND-ONE-PARA.
           IF WS-LDG-INVOICE-NO(WS-LDG-SRCH-IDX) = WS-LDG-KEY
               SET WS-LDG-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-LDG-SRCH-IDX
           END-IF.

      * A PAYMENT IS APPLIED TO THE INVOICE IT QUOTES, UP TO WHAT IS
      * STILL OPEN ON IT; LESS THAN THAT LEAVES THE INVOICE PART-PAID.
      * CASH THAT CANNOT BE APPLIED -- NO SUCH OPEN INVOICE, SOMEONE
      * ELSE'S INVOICE, OR MORE THAN WAS OWED -- IS PARKED IN
      * SUSPENSE RATHER THAN GUESSED AT.
       2500-CUSTPAY-READ-PARA.
           READ CUSTPAY
               AT END
                   SET CUSTPAY-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CUSTPAY-RD-CNT
                   PERFORM 2600-PAYMENT-APPLY-PARA
           END-READ.

       2600-PAYMENT-APPLY-PARA.
           MOVE 'N' TO WS-LDG-FOUND-SW.
           IF CPY-INVOICE-NUM NUMERIC
               MOVE CPY-INVOICE-NUM TO WS-LDG-KEY
               PERFORM 2200-LEDGER-FIND-PARA
           END-IF.
           IF WS-LDG-FOUND
               COMPUTE WS-INV-OPEN = WS-LDG-AMOUNT(WS-LDG-SRCH-IDX)
                   - WS-LDG-PAID(WS-LDG-SRCH-IDX)
           ELSE
               MOVE ZEROES TO WS-INV-OPEN
           END-IF.
           EVALUATE TRUE
               WHEN CPY-AMOUNT NOT NUMERIC OR CPY-AMOUNT = 0
                   ADD 1 TO WS-PAY-REJECT-CNT
                   DISPLAY 'PAYMENT AMOUNT NOT VALID, NOT APPLIED: '
                       CPY-CUSTOMER ' ' CPY-REFERENCE
                   MOVE 8 TO RETURN-CODE
               WHEN NOT WS-LDG-FOUND
                   MOVE CPY-AMOUNT TO WS-SUS-PARK-AMOUNT
                   MOVE 'INVOICE NOT ON LEDGER' TO WS-SUS-PARK-REASON
                   PERFORM 2700-SUSPENSE-PARK-PARA
               WHEN WS-LDG-CUSTOMER(WS-LDG-SRCH-IDX) NOT = CPY-CUSTOMER
                   MOVE CPY-AMOUNT TO WS-SUS-PARK-AMOUNT
                   MOVE 'CUSTOMER MISMATCH' TO WS-SUS-PARK-REASON
                   PERFORM 2700-SUSPENSE-PARK-PARA
               WHEN WS-INV-OPEN = 0
                   MOVE CPY-AMOUNT TO WS-SUS-PARK-AMOUNT
                   MOVE 'INVOICE ALREADY PAID' TO WS-SUS-PARK-REASON
                   PERFORM 2700-SUSPENSE-PARK-PARA
               WHEN OTHER
                   PERFORM 2650-PAYMENT-MATCH-PARA
           END-EVALUATE.

       2650-PAYMENT-MATCH-PARA.
           IF CPY-DATE NUMERIC
               MOVE CPY-DATE TO WS-PAY-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-PAY-DATE
           END-IF.
           IF CPY-AMOUNT > WS-INV-OPEN
               MOVE WS-INV-OPEN TO WS-APPLY-AMOUNT
           ELSE
               MOVE CPY-AMOUNT TO WS-APPLY-AMOUNT
           END-IF.
           ADD WS-APPLY-AMOUNT TO WS-LDG-PAID(WS-LDG-SRCH-IDX).
           MOVE WS-PAY-DATE TO WS-LDG-LAST-PAID(WS-LDG-SRCH-IDX).
           ADD WS-APPLY-AMOUNT TO WS-RECEIPT-TOTAL.
           ADD 1 TO WS-MATCHED-CNT.
           IF WS-APPLY-AMOUNT < WS-INV-OPEN
               ADD 1 TO WS-PART-PAID-CNT
           ELSE
               ADD 1 TO WS-SETTLED-CNT
           END-IF.
           IF CPY-AMOUNT > WS-INV-OPEN
               COMPUTE WS-SUS-PARK-AMOUNT = CPY-AMOUNT - WS-INV-OPEN
               MOVE 'OVERPAYMENT' TO WS-SUS-PARK-REASON
               PERFORM 2700-SUSPENSE-PARK-PARA
           END-IF.

       2700-SUSPENSE-PARK-PARA.
           IF WS-SUS-CNT < 200
               ADD 1 TO WS-SUS-CNT
               MOVE SPACES TO ARSUSP-REC
               MOVE CPY-CUSTOMER TO SUS-CUSTOMER
               MOVE CPY-INVOICE-NO TO SUS-INVOICE-NO
               MOVE CPY-DATE TO SUS-DATE
               MOVE WS-SUS-PARK-AMOUNT TO SUS-AMOUNT
               MOVE CPY-REFERENCE TO SUS-REFERENCE
               MOVE WS-SUS-PARK-REASON TO SUS-REASON
               MOVE WS-RUN-DATE TO SUS-RUN-DATE
               MOVE ARSUSP-REC TO WS-SUS-ENTRY(WS-SUS-CNT)
               ADD WS-SUS-PARK-AMOUNT TO WS-SUSPENSE-TOTAL
           ELSE
               DISPLAY 'WS-SUS-TABLE FULL, PAYMENT NOT PARKED: '
                   CPY-CUSTOMER ' ' CPY-REFERENCE
               MOVE 16 TO RETURN-CODE
           END-IF.

      * THE RUN POSTS AS UP TO THREE BALANCED PAIRS: NEW SALES
      * (DEBTORS AGAINST SALES), MATCHED RECEIPTS (BANK AGAINST
      * DEBTORS) AND UNMATCHED CASH (BANK AGAINST SUSPENSE). A
      * FIGURE WITH NO ACCOUNT TO GO TO HOLDS BACK THE WHOLE BATCH,
      * SO THE LEDGER NEVER RUNS AHEAD OF THE GL.
       3000-JOURNAL-STAGE-PARA.
           IF WS-SALES-TOTAL > 0
               MOVE WS-SALES-DEBIT-ACCT TO WS-PAIR-DEBIT-ACCT
               MOVE WS-SALES-CREDIT-ACCT TO WS-PAIR-CREDIT-ACCT
               MOVE WS-SALES-TOTAL TO WS-PAIR-AMOUNT
               MOVE 'ARSALES' TO WS-PAIR-NAME
               PERFORM 3100-JOURNAL-PAIR-PARA
           END-IF.
           IF WS-RECEIPT-TOTAL > 0
               MOVE WS-RCPT-DEBIT-ACCT TO WS-PAIR-DEBIT-ACCT
               MOVE WS-RCPT-CREDIT-ACCT TO WS-PAIR-CREDIT-ACCT
               MOVE WS-RECEIPT-TOTAL TO WS-PAIR-AMOUNT
               MOVE 'ARRECEIPT' TO WS-PAIR-NAME
               PERFORM 3100-JOURNAL-PAIR-PARA
           END-IF.
           IF WS-SUSPENSE-TOTAL > 0
               MOVE WS-SUSP-DEBIT-ACCT TO WS-PAIR-DEBIT-ACCT
               MOVE WS-SUSP-CREDIT-ACCT TO WS-PAIR-CREDIT-ACCT
               MOVE WS-SUSPENSE-TOTAL TO WS-PAIR-AMOUNT
               MOVE 'ARSUSPENSE' TO WS-PAIR-NAME
               PERFORM 3100-JOURNAL-PAIR-PARA
           END-IF.

       3100-JOURNAL-PAIR-PARA.
           IF WS-PAIR-DEBIT-ACCT = SPACES
                   OR WS-PAIR-CREDIT-ACCT = SPACES
               ADD 1 TO WS-UNMAPPED-CNT
               DISPLAY 'NO ' WS-PAIR-NAME ' LINE ON THE ACCOUNT MAP.'
           ELSE
               ADD 1 TO WS-JRNL-CNT
               MOVE 'D' TO WS-JRNL-DC(WS-JRNL-CNT)
               MOVE WS-PAIR-DEBIT-ACCT TO WS-JRNL-ACCT(WS-JRNL-CNT)
               MOVE WS-PAIR-AMOUNT TO WS-JRNL-AMOUNT(WS-JRNL-CNT)
               MOVE 'ARLEDGER' TO WS-JRNL-PROGRAM(WS-JRNL-CNT)
               ADD WS-PAIR-AMOUNT TO WS-DEBIT-TOTAL

               ADD 1 TO WS-JRNL-CNT
               MOVE 'C' TO WS-JRNL-DC(WS-JRNL-CNT)
               MOVE WS-PAIR-CREDIT-ACCT TO WS-JRNL-ACCT(WS-JRNL-CNT)
               MOVE WS-PAIR-AMOUNT TO WS-JRNL-AMOUNT(WS-JRNL-CNT)
               MOVE 'ARLEDGER' TO WS-JRNL-PROGRAM(WS-JRNL-CNT)
               ADD WS-PAIR-AMOUNT TO WS-CREDIT-TOTAL
           END-IF.

      * APPENDS TO THE INTERFACE ONLY WHEN EVERY FIGURE FOUND ITS
      * ACCOUNTS AND DEBITS EQUAL CREDITS, IN THE SAME LINE SHAPE
      * GLPOST.CBL'S 3100-JOURNAL-LINE-PARA WRITES.
       3400-JOURNAL-POST-PARA.
           IF WS-UNMAPPED-CNT > 0 OR RETURN-CODE = 16
               DISPLAY 'SALES LEDGER NOT FULLY MAPPED, NOTHING '
                   'APPENDED AND LEDGER NOT UPDATED.'
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
                   DISPLAY 'SALES LEDGER JOURNAL DOES NOT NET TO '
                       'ZERO, NOTHING APPENDED.'
                   MOVE 16 TO RETURN-CODE
               ELSE
                   IF WS-JRNL-CNT > 0
                       PERFORM 3450-GL-PERIOD-PARA
                       OPEN EXTEND GLOUT
                       MOVE 1 TO WS-JRNL-IDX
                       PERFORM 3500-JOURNAL-LINE-PARA
                           UNTIL WS-JRNL-IDX > WS-JRNL-CNT
                       CLOSE GLOUT
                       PERFORM 3460-GL-MANIFEST-PARA
                   END-IF
                   SET WS-POSTED TO TRUE
               END-IF
           END-IF.

      * THE JOURNAL BELONGS TO THE RUN DATE'S PERIOD. IF GLTRIAL.CBL
      * HAS ALREADY CLOSED IT, GLPERCHK.CBL ROUTES THE LINES TO THE
      * NEXT OPEN PERIOD AND WARNS ON THE DASHBOARD, AND THE RUN
      * ENDS RC 8 SO THE ROUTING IS SEEN.
       3450-GL-PERIOD-PARA.
           COMPUTE WS-GL-WANT-PERIOD = WS-RUN-DATE / 100.
           MOVE WS-JRNL-CNT TO WS-GL-LINE-CNT.
           MOVE RETURN-CODE TO WS-GL-HOLD-RC.
           CALL 'GLPERCHK' USING WS-GL-PROGRAM, WS-RUN-DATE,
               WS-GL-WANT-PERIOD, WS-GL-LINE-CNT, WS-GL-PERIOD,
               WS-GL-RESULT.
           MOVE WS-GL-HOLD-RC TO RETURN-CODE.
           IF WS-GL-RESULT = 'R' AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.

      * THE BATCH GOES ON THE OUTBOUND MANIFEST SO OUTREL.CBL CAN
      * RELEASE IT TO THE LEDGER, OR REFUSE IT AS A REPEAT OF A BATCH
      * ALREADY SENT.
       3460-GL-MANIFEST-PARA.
           MOVE 'GLINTERFACE' TO WS-MAN-FILE-NAME.
           MOVE WS-JRNL-CNT TO WS-MAN-REC-CNT.
           MOVE WS-DEBIT-TOTAL TO WS-MAN-AMOUNT.
           MOVE RETURN-CODE TO WS-MAN-HOLD-RC.
           CALL 'MANIFREG' USING WS-MAN-FILE-NAME, WS-GL-PROGRAM,
               WS-MAN-REC-CNT, WS-MAN-AMOUNT, WS-MAN-SEQ-NO,
               WS-MAN-RESULT.
           MOVE WS-MAN-HOLD-RC TO RETURN-CODE.
           IF WS-MAN-RESULT NOT = 'Y'
               DISPLAY 'GL BATCH NOT ON THE OUTBOUND MANIFEST, IT '
                   'CANNOT BE RELEASED.'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       3500-JOURNAL-LINE-PARA.
           MOVE SPACES TO GLOUT-REC.
           STRING WS-JRNL-DC(WS-JRNL-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-JRNL-ACCT(WS-JRNL-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-JRNL-AMOUNT(WS-JRNL-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-JRNL-PROGRAM(WS-JRNL-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-GL-PERIOD DELIMITED BY SIZE
               INTO GLOUT-REC.
           WRITE GLOUT-REC.
           ADD 1 TO WS-JRNL-IDX.

      * INVOICES WITH SOMETHING STILL OWING ARE CARRIED. A SETTLED
      * ONE IS KEPT FOR A MONTH AFTER ITS LAST PAYMENT SO A SALES
      * FILE FED AGAIN IN THAT TIME IS STILL SEEN AS ALREADY LEDGERED.
       3600-ARLEDG-REWRITE-PARA.
           OPEN OUTPUT ARLEDG.
           IF WS-ARLEDG-STATUS NOT = '00'
               DISPLAY 'SALES LEDGER CANNOT BE REWRITTEN, STATUS '
                   WS-ARLEDG-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 3650-ARLEDG-WRITE-ONE-PARA
                   VARYING WS-LDG-IDX FROM 1 BY 1
                   UNTIL WS-LDG-IDX > WS-LDG-CNT
               CLOSE ARLEDG
           END-IF.

       3650-ARLEDG-WRITE-ONE-PARA.
           MOVE ZEROES TO WS-AGE-DAYS.
           IF WS-LDG-PAID(WS-LDG-IDX) NOT < WS-LDG-AMOUNT(WS-LDG-IDX)
               COMPUTE WS-AGE-DAYS = WS-RUN-DAYS - FUNCTION
                   INTEGER-OF-DATE(WS-LDG-LAST-PAID(WS-LDG-IDX))
           END-IF.
           IF WS-AGE-DAYS <= 31
               MOVE SPACES TO ARLEDG-REC
               MOVE WS-LDG-INVOICE-NO(WS-LDG-IDX) TO ARL-INVOICE-NO
               MOVE WS-LDG-DATE(WS-LDG-IDX) TO ARL-DATE
               MOVE WS-LDG-CUSTOMER(WS-LDG-IDX) TO ARL-CUSTOMER
               MOVE WS-LDG-AMOUNT(WS-LDG-IDX) TO ARL-AMOUNT
               MOVE WS-LDG-PAID(WS-LDG-IDX) TO ARL-PAID
               MOVE WS-LDG-LAST-PAID(WS-LDG-IDX) TO ARL-LAST-PAID
               WRITE ARLEDG-REC
               ADD 1 TO WS-ARLEDG-WT-CNT
           END-IF.

       3700-SUSPENSE-WRITE-PARA.
           PERFORM 3750-SUSPENSE-WRITE-ONE-PARA
               VARYING WS-SUS-IDX FROM 1 BY 1
               UNTIL WS-SUS-IDX > WS-SUS-CNT.

       3750-SUSPENSE-WRITE-ONE-PARA.
           MOVE WS-SUS-ENTRY(WS-SUS-IDX) TO ARSUSP-REC.
           WRITE ARSUSP-REC.

      * SPREADS EVERY OPEN INVOICE INTO ITS CUSTOMER'S AGEING BAND.
      * A CUSTOMER OWING MONEY BUT MISSING FROM THE CREDIT FILE IS
      * ADDED SO THE DEBT STILL SHOWS.
       4000-AGEING-PARA.
           PERFORM 4100-AGEING-ONE-PARA
               VARYING WS-LDG-IDX FROM 1 BY 1
               UNTIL WS-LDG-IDX > WS-LDG-CNT.

       4100-AGEING-ONE-PARA.
           COMPUTE WS-INV-OPEN = WS-LDG-AMOUNT(WS-LDG-IDX)
               - WS-LDG-PAID(WS-LDG-IDX).
           IF WS-INV-OPEN > 0
               MOVE WS-LDG-CUSTOMER(WS-LDG-IDX) TO WS-CUS-KEY
               PERFORM 4200-CUSTOMER-FIND-PARA
               IF NOT WS-CUS-FOUND
                   PERFORM 4300-CUSTOMER-ADD-PARA
               END-IF
               IF WS-CUS-FOUND
                   PERFORM 4150-AGE-DAYS-PARA
                   ADD WS-INV-OPEN TO WS-CUS-OPEN(WS-CUS-SRCH-IDX)
                   EVALUATE TRUE
                       WHEN WS-AGE-DAYS <= 30
                           ADD WS-INV-OPEN
                               TO WS-CUS-CURRENT(WS-CUS-SRCH-IDX)
                       WHEN WS-AGE-DAYS <= 60
                           ADD WS-INV-OPEN
                               TO WS-CUS-AGE-60(WS-CUS-SRCH-IDX)
                       WHEN WS-AGE-DAYS <= 90
                           ADD WS-INV-OPEN
                               TO WS-CUS-AGE-90(WS-CUS-SRCH-IDX)
                       WHEN OTHER
                           ADD WS-INV-OPEN
                               TO WS-CUS-AGE-OVER(WS-CUS-SRCH-IDX)
                   END-EVALUATE
               END-IF
           END-IF.

       4150-AGE-DAYS-PARA.
           COMPUTE WS-AGE-DAYS = WS-RUN-DAYS -
               FUNCTION INTEGER-OF-DATE(WS-LDG-DATE(WS-LDG-IDX)).

       4200-CUSTOMER-FIND-PARA.
           MOVE 'N' TO WS-CUS-FOUND-SW.
           MOVE 1 TO WS-CUS-SRCH-IDX.
           PERFORM 4250-CUSTOMER-FIND-ONE-PARA
               UNTIL WS-CUS-SRCH-IDX > WS-CUS-CNT
                  OR WS-CUS-FOUND.

       4250-CUSTOMER-FIND-ONE-PARA.
           IF WS-CUS-CODE(WS-CUS-SRCH-IDX) = WS-CUS-KEY
               SET WS-CUS-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-CUS-SRCH-IDX
           END-IF.

       4300-CUSTOMER-ADD-PARA.
           IF WS-CUS-CNT < 200
               ADD 1 TO WS-CUS-CNT
               MOVE WS-CUS-CNT TO WS-CUS-SRCH-IDX
               MOVE WS-CUS-KEY TO WS-CUS-CODE(WS-CUS-CNT)
               MOVE 'NOT ON CUSTOMER CREDIT FILE'
                   TO WS-CUS-NAME(WS-CUS-CNT)
               MOVE ZEROES TO WS-CUS-LIMIT(WS-CUS-CNT)
               MOVE 'N' TO WS-CUS-ON-FILE-SW(WS-CUS-CNT)
               MOVE ZEROES TO WS-CUS-CURRENT(WS-CUS-CNT)
               MOVE ZEROES TO WS-CUS-AGE-60(WS-CUS-CNT)
               MOVE ZEROES TO WS-CUS-AGE-90(WS-CUS-CNT)
               MOVE ZEROES TO WS-CUS-AGE-OVER(WS-CUS-CNT)
               MOVE ZEROES TO WS-CUS-OPEN(WS-CUS-CNT)
               SET WS-CUS-FOUND TO TRUE
           ELSE
               DISPLAY 'WS-CUS-TABLE FULL, ENTRY IGNORED: '
                   WS-CUS-KEY
           END-IF.

      * ONE LINE PER CUSTOMER OWING, FLAGGED WHERE THE BALANCE IS
      * OVER THE CREDIT LIMIT, THEN THE ALL-CUSTOMER TOTALS.
       4500-AGED-REPORT-PARA.
           MOVE SPACES TO AGEDRPT-REC.
           STRING 'AGED DEBTORS AS AT ' DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO AGEDRPT-REC.
           WRITE AGEDRPT-REC.
           MOVE SPACES TO AGEDRPT-REC.
           STRING 'CUST  NAME            ' DELIMITED BY SIZE
               '   CURRENT      31-60      61-90' DELIMITED BY SIZE
               '        90+      TOTAL' DELIMITED BY SIZE
               INTO AGEDRPT-REC.
           WRITE AGEDRPT-REC.
           PERFORM 4550-AGED-LINE-PARA
               VARYING WS-CUS-IDX FROM 1 BY 1
               UNTIL WS-CUS-IDX > WS-CUS-CNT.
           MOVE WS-TOT-CURRENT TO WS-FMT-1.
           MOVE WS-TOT-AGE-60 TO WS-FMT-2.
           MOVE WS-TOT-AGE-90 TO WS-FMT-3.
           MOVE WS-TOT-AGE-OVER TO WS-FMT-4.
           MOVE WS-TOT-OPEN TO WS-FMT-5.
           MOVE SPACES TO AGEDRPT-REC.
           STRING 'ALL CUSTOMERS         ' DELIMITED BY SIZE
               WS-FMT-1 DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-FMT-2 DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-FMT-3 DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-FMT-4 DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-FMT-5 DELIMITED BY SIZE
               INTO AGEDRPT-REC.
           WRITE AGEDRPT-REC.
           MOVE SPACES TO AGEDRPT-REC.
           STRING 'CUSTOMERS OVER CREDIT LIMIT: ' DELIMITED BY SIZE
               WS-OVER-LIMIT-CNT DELIMITED BY SIZE
               '  PAYMENTS IN SUSPENSE THIS RUN: ' DELIMITED BY SIZE
               WS-SUS-CNT DELIMITED BY SIZE
               INTO AGEDRPT-REC.
           WRITE AGEDRPT-REC.

       4550-AGED-LINE-PARA.
           IF WS-CUS-OPEN(WS-CUS-IDX) > 0
               MOVE SPACES TO WS-LIMIT-FLAG
               IF WS-CUS-ON-FILE(WS-CUS-IDX)
                       AND WS-CUS-OPEN(WS-CUS-IDX) >
                           WS-CUS-LIMIT(WS-CUS-IDX)
                   MOVE ' OVER LIMIT' TO WS-LIMIT-FLAG
                   ADD 1 TO WS-OVER-LIMIT-CNT
               END-IF
               MOVE WS-CUS-NAME(WS-CUS-IDX) TO WS-PRINT-NAME
               MOVE WS-CUS-CURRENT(WS-CUS-IDX) TO WS-FMT-1
               MOVE WS-CUS-AGE-60(WS-CUS-IDX) TO WS-FMT-2
               MOVE WS-CUS-AGE-90(WS-CUS-IDX) TO WS-FMT-3
               MOVE WS-CUS-AGE-OVER(WS-CUS-IDX) TO WS-FMT-4
               MOVE WS-CUS-OPEN(WS-CUS-IDX) TO WS-FMT-5
               MOVE SPACES TO AGEDRPT-REC
               STRING WS-CUS-CODE(WS-CUS-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-PRINT-NAME DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-FMT-1 DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-FMT-2 DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-FMT-3 DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-FMT-4 DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-FMT-5 DELIMITED BY SIZE
                   INTO AGEDRPT-REC
               WRITE AGEDRPT-REC
               IF WS-LIMIT-FLAG NOT = SPACES
                   MOVE WS-CUS-LIMIT(WS-CUS-IDX) TO WS-FMT-1
                   MOVE SPACES TO AGEDRPT-REC
                   STRING '      ** OVER CREDIT LIMIT OF '
                       DELIMITED BY SIZE
                       WS-FMT-1 DELIMITED BY SIZE
                       ' -- NEW ISSUES BLOCKED' DELIMITED BY SIZE
                       INTO AGEDRPT-REC
                   WRITE AGEDRPT-REC
               END-IF
               ADD WS-CUS-CURRENT(WS-CUS-IDX) TO WS-TOT-CURRENT
               ADD WS-CUS-AGE-60(WS-CUS-IDX) TO WS-TOT-AGE-60
               ADD WS-CUS-AGE-90(WS-CUS-IDX) TO WS-TOT-AGE-90
               ADD WS-CUS-AGE-OVER(WS-CUS-IDX) TO WS-TOT-AGE-OVER
               ADD WS-CUS-OPEN(WS-CUS-IDX) TO WS-TOT-OPEN
           END-IF.

      * ONE STATEMENT PER CUSTOMER OWING: A HEADING, EACH OPEN
      * INVOICE WITH WHAT WAS BILLED, PAID AND STILL DUE, THEN THE
      * TOTAL DUE AGAINST THE CREDIT LIMIT.
       4800-STATEMENT-PARA.
           PERFORM 4850-STATEMENT-ONE-PARA
               VARYING WS-CUS-IDX FROM 1 BY 1
               UNTIL WS-CUS-IDX > WS-CUS-CNT.

       4850-STATEMENT-ONE-PARA.
           IF WS-CUS-OPEN(WS-CUS-IDX) > 0
               ADD 1 TO WS-STMT-CNT
               MOVE SPACES TO ARSTMT-REC
               STRING 'STATEMENT OF ACCOUNT  ' DELIMITED BY SIZE
                   WS-CUS-CODE(WS-CUS-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-CUS-NAME(WS-CUS-IDX) DELIMITED BY SIZE
                   INTO ARSTMT-REC
               WRITE ARSTMT-REC
               MOVE SPACES TO ARSTMT-REC
               STRING 'OPEN INVOICES AS AT ' DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   INTO ARSTMT-REC
               WRITE ARSTMT-REC
               MOVE SPACES TO ARSTMT-REC
               STRING 'INVOICE  DATE     ' DELIMITED BY SIZE
                   '    BILLED       PAID        DUE' DELIMITED BY SIZE
                   '  DAYS' DELIMITED BY SIZE
                   INTO ARSTMT-REC
               WRITE ARSTMT-REC
               PERFORM 4900-STATEMENT-LINE-PARA
                   VARYING WS-LDG-IDX FROM 1 BY 1
                   UNTIL WS-LDG-IDX > WS-LDG-CNT
               MOVE WS-CUS-OPEN(WS-CUS-IDX) TO WS-FMT-1
               MOVE SPACES TO ARSTMT-REC
               STRING 'TOTAL DUE ' DELIMITED BY SIZE
                   WS-FMT-1 DELIMITED BY SIZE
                   INTO ARSTMT-REC
               WRITE ARSTMT-REC
               IF WS-CUS-ON-FILE(WS-CUS-IDX)
                   MOVE WS-CUS-LIMIT(WS-CUS-IDX) TO WS-FMT-2
                   MOVE SPACES TO ARSTMT-REC
                   STRING 'CREDIT LIMIT ' DELIMITED BY SIZE
                       WS-FMT-2 DELIMITED BY SIZE
                       INTO ARSTMT-REC
                   WRITE ARSTMT-REC
               END-IF
               MOVE SPACES TO ARSTMT-REC
               WRITE ARSTMT-REC
           END-IF.

       4900-STATEMENT-LINE-PARA.
           IF WS-LDG-CUSTOMER(WS-LDG-IDX) = WS-CUS-CODE(WS-CUS-IDX)
                   AND WS-LDG-PAID(WS-LDG-IDX) <
                       WS-LDG-AMOUNT(WS-LDG-IDX)
               PERFORM 4150-AGE-DAYS-PARA
               MOVE WS-AGE-DAYS TO WS-FMT-DAYS
               MOVE WS-LDG-AMOUNT(WS-LDG-IDX) TO WS-FMT-1
               MOVE WS-LDG-PAID(WS-LDG-IDX) TO WS-FMT-2
               COMPUTE WS-FMT-3 = WS-LDG-AMOUNT(WS-LDG-IDX)
                   - WS-LDG-PAID(WS-LDG-IDX)
               MOVE SPACES TO ARSTMT-REC
               STRING WS-LDG-INVOICE-NO(WS-LDG-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-LDG-DATE(WS-LDG-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-FMT-1 DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-FMT-2 DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-FMT-3 DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-FMT-DAYS DELIMITED BY SIZE
                   INTO ARSTMT-REC
               WRITE ARSTMT-REC
           END-IF.

       3900-FILES-CLOSE-PARA.
           IF WS-SALESINV-STATUS = '00' OR WS-SALESINV-STATUS = '10'
               CLOSE SALESINV
           END-IF.
           IF WS-CUSTPAY-STATUS = '00' OR WS-CUSTPAY-STATUS = '10'
               CLOSE CUSTPAY
           END-IF.
           IF WS-ARSUSP-STATUS = '00'
               CLOSE ARSUSP
           END-IF.
           CLOSE AGEDRPT.
           CLOSE ARSTMT.

      * RESOLVES EVERY FILE ASSIGNMENT FROM THE EXTERNAL FILE
      * CONFIGURATION BEFORE ANYTHING IS OPENED, REPORTING EACH
      * RESOLVED PATH. A LOGICAL NAME MISSING FROM THE
      * CONFIGURATION ENDS THE RUN CLEANLY WITH RC 16 BEFORE ANY
      * FILE IS TOUCHED.
       0050-FILECFG-LOAD-PARA.
           MOVE 'SALESINVOICE' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-SALESINV-PATH.
           MOVE 'TRADECUST' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-TRDCUST-PATH.
           MOVE 'SALESLEDGER' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-ARLEDG-PATH.
           MOVE 'CUSTPAYMENTS' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-CUSTPAY-PATH.
           MOVE 'ARSUSPENSE' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-ARSUSP-PATH.
           MOVE 'AGEDDEBTORS' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-AGEDRPT-PATH.
           MOVE 'ARSTATEMENT' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-ARSTMT-PATH.
           MOVE 'GLACCTMAP' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-GLMAP-PATH.
           MOVE 'GLINTERFACE' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-GLOUT-PATH.

       0060-FILECFG-ONE-PARA.
           CALL 'FILECFG' USING WS-CFG-NAME, WS-CFG-PATH,
               WS-CFG-RESULT.
           IF WS-CFG-RESULT NOT = 'Y'
               DISPLAY 'FILE PATH NOT CONFIGURED: ' WS-CFG-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'USING ' WS-CFG-NAME ' AT ' WS-CFG-PATH.

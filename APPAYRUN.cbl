       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPAYRUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * SAME ASSIGN/LAYOUT AS INVMATCH.CBL'S APLEDG. EVERY ENTRY NOT
      * YET POSTED IS TAKEN UP AS A LIABILITY, EVERY OPEN ENTRY DUE
      * WITHIN THE COMING WEEK IS PAID. REWRITTEN ONLY AFTER THE
      * JOURNAL HAS POSTED.
           SELECT APLEDG ASSIGN TO DYNAMIC WS-APLEDG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-APLEDG-STATUS.

      * SAME ASSIGN/LAYOUT AS POGEN.CBL'S VENDFL, READ FOR EACH
      * VENDOR'S BANK DETAILS.
           SELECT VENDFL ASSIGN TO DYNAMIC WS-VENDFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-VENDFL-STATUS.

      * VENDOR BANK FILE IN PAYSLIP.CBL'S XFERFL SHAPE: ONE CREDIT
      * PER VENDOR FOR EVERYTHING PAID TO IT THIS RUN PLUS A
      * TRAILING CONTROL-TOTAL LINE FOR THE BANK'S UPLOAD.
           SELECT APXFER ASSIGN TO DYNAMIC WS-APXFER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-APXFER-STATUS.

      * PAYMENT REGISTER: EVERY INVOICE PAID OR HELD THIS RUN, WITH
      * THE RUN'S POSTING AND PAYMENT TOTALS.
           SELECT APREG ASSIGN TO DYNAMIC WS-APREG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-APREG-STATUS.

      * SAME ASSIGN/LAYOUT AS GLPOST.CBL'S GLMAP. THE APSTOCK,
      * APEXPENSE AND APPAYMENT LINES NAME THE DEBIT AND CREDIT
      * ACCOUNTS FOR STOCK BILLED, EXPENSES BILLED AND VENDOR
      * PAYMENTS.
           SELECT GLMAP ASSIGN TO DYNAMIC WS-GLMAP-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-GLMAP-STATUS.

      * THE SAME GL INTERFACE FILE GLPOST.CBL WRITES, OPENED EXTEND
      * THE WAY PAYGL.CBL APPENDS TO IT.
           SELECT GLOUT ASSIGN TO DYNAMIC WS-GLOUT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-GLOUT-STATUS.

      * EXTERNALLY-SUPPLIED RUN DATE (RUNPARM.CPY), SAME DEFAULTING
      * AS GRMATCH.CBL.
           SELECT RUNPARM ASSIGN TO DYNAMIC WS-RUNPARM-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-RUNPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * SAME LAYOUT AS INVMATCH.CBL'S APLEDG-REC.
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

       FD  APXFER.
       01  APXFER-REC                  PIC X(80).

       FD  APREG.
       01  APREG-REC                   PIC X(80).

      * SAME LAYOUT AS GLPOST.CBL'S GLMAP-REC.
       FD  GLMAP.
       01  GLMAP-REC.
           05  MAP-PROGRAM             PIC X(10).
           05  MAP-DEBIT-ACCT          PIC X(08).
           05  MAP-CREDIT-ACCT         PIC X(08).
           05  FILLER                  PIC X(54).

       FD  GLOUT.
       01  GLOUT-REC                   PIC X(80).

       FD  RUNPARM.
       COPY 'RUNPARM'.

       WORKING-STORAGE SECTION.
      * RESOLVED FILE PATHS. EVERY ASSIGNMENT COMES FROM THE
      * EXTERNAL FILE CONFIGURATION (FILECFG) AT STARTUP -- SEE
      * 0050-FILECFG-LOAD-PARA -- SO A DISK MOVE OR A TEST RUN
      * NEVER MEANS EDITING AND RECOMPILING THIS PROGRAM.
       77  WS-APLEDG-PATH              PIC X(80) VALUE SPACES.
       77  WS-VENDFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-APXFER-PATH              PIC X(80) VALUE SPACES.
       77  WS-APREG-PATH               PIC X(80) VALUE SPACES.
       77  WS-GLMAP-PATH               PIC X(80) VALUE SPACES.
       77  WS-GLOUT-PATH               PIC X(80) VALUE SPACES.
       77  WS-RUNPARM-PATH             PIC X(80) VALUE SPACES.
       77  WS-CFG-NAME             PIC X(12)   VALUE SPACES.
       77  WS-CFG-PATH             PIC X(80)   VALUE SPACES.
       77  WS-CFG-RESULT           PIC X(01)   VALUE 'N'.

       01  WS-FILE-STATUS.
           05  WS-APLEDG-STATUS        PIC X(2).
           05  WS-VENDFL-STATUS        PIC X(2).
           05  WS-APXFER-STATUS        PIC X(2).
           05  WS-APREG-STATUS         PIC X(2).
           05  WS-GLMAP-STATUS         PIC X(2).
           05  WS-GLOUT-STATUS         PIC X(2).
           05  WS-RUNPARM-STATUS       PIC X(2).

       01  WS-EOF-SWITCHES.
           05  WS-APLEDG-EOF-SW        PIC X(01)   VALUE 'N'.
               88  APLEDG-EOF                      VALUE 'Y'.
           05  WS-VENDFL-EOF-SW        PIC X(01)   VALUE 'N'.
               88  VENDFL-EOF                      VALUE 'Y'.
           05  WS-GLMAP-EOF-SW         PIC X(01)   VALUE 'N'.
               88  GLMAP-EOF                       VALUE 'Y'.

      * THE PAYABLES LEDGER HELD IN STORAGE FOR THE RUN, SAME SHAPE
      * AS INVMATCH.CBL'S.
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
      * SET WHEN THE LEDGER OVERFLOWS: NOTHING IS POSTED OR PAID AND
      * THE LEDGER IS NOT REWRITTEN FROM A PARTIAL TABLE.
       77  WS-LOAD-ABANDON-SW          PIC X(01)   VALUE 'N'.
           88  WS-LOAD-ABANDONED                   VALUE 'Y'.

      * BANK DETAILS PER VENDOR, TAKEN FROM THE FIRST VENDOR MASTER
      * LINE FOR THAT VENDOR.
       01  WS-VND-TABLE.
           05  WS-VND-ENTRY OCCURS 100 TIMES.
               10  WS-VND-VENDOR-ID     PIC X(05).
               10  WS-VND-BANK-CODE     PIC X(08).
               10  WS-VND-ACCOUNT       PIC X(16).
       77  WS-VND-CNT                  PIC 9(3)    VALUE ZEROES.
       77  WS-VND-SRCH-IDX             PIC 9(3)    VALUE ZEROES.
       77  WS-VND-FOUND-SW             PIC X(01)   VALUE 'N'.
           88  WS-VND-FOUND                        VALUE 'Y'.
       77  WS-VND-KEY                  PIC X(05)   VALUE SPACES.

      * ONE BANK CREDIT PER VENDOR, BUILT UP AS ITS INVOICES ARE
      * SELECTED AND ONLY WRITTEN ONCE THE JOURNAL HAS POSTED.
       01  WS-VPY-TABLE.
           05  WS-VPY-ENTRY OCCURS 100 TIMES.
               10  WS-VPY-VENDOR-ID     PIC X(05).
               10  WS-VPY-BANK-CODE     PIC X(08).
               10  WS-VPY-ACCOUNT       PIC X(16).
               10  WS-VPY-AMOUNT        PIC 9(9)V99.
       77  WS-VPY-CNT                  PIC 9(3)    VALUE ZEROES.
       77  WS-VPY-IDX                  PIC 9(3)    VALUE ZEROES.
       77  WS-VPY-SRCH-IDX             PIC 9(3)    VALUE ZEROES.
       77  WS-VPY-FOUND-SW             PIC X(01)   VALUE 'N'.
           88  WS-VPY-FOUND                        VALUE 'Y'.

      * GL ACCOUNTS FROM THE ACCOUNT MAP.
       77  WS-STOCK-DEBIT-ACCT         PIC X(08)   VALUE SPACES.
       77  WS-STOCK-CREDIT-ACCT        PIC X(08)   VALUE SPACES.
       77  WS-EXP-DEBIT-ACCT           PIC X(08)   VALUE SPACES.
       77  WS-EXP-CREDIT-ACCT          PIC X(08)   VALUE SPACES.
       77  WS-PAY-DEBIT-ACCT           PIC X(08)   VALUE SPACES.
       77  WS-PAY-CREDIT-ACCT          PIC X(08)   VALUE SPACES.

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
       77  WS-GL-PROGRAM               PIC X(10)   VALUE 'APPAYRUN'.
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
           05  WS-APLEDG-RD-CNT        PIC 9(5)    VALUE ZEROES.
           05  WS-POSTED-CNT           PIC 9(5)    VALUE ZEROES.
           05  WS-PAID-CNT             PIC 9(5)    VALUE ZEROES.
           05  WS-HELD-CNT             PIC 9(5)    VALUE ZEROES.
           05  WS-XFER-WT-CNT          PIC 9(5)    VALUE ZEROES.
           05  WS-APLEDG-WT-CNT        PIC 9(5)    VALUE ZEROES.
           05  WS-UNMAPPED-CNT         PIC 9(4)    VALUE ZEROES.

       77  WS-STOCK-TOTAL              PIC 9(9)V99 VALUE ZEROES.
       77  WS-EXPENSE-TOTAL            PIC 9(9)V99 VALUE ZEROES.
       77  WS-PAYMENT-TOTAL            PIC 9(9)V99 VALUE ZEROES.
       77  WS-HELD-TOTAL               PIC 9(9)V99 VALUE ZEROES.
       77  WS-XFER-CONTROL-TOTAL       PIC 9(9)V99 VALUE ZEROES.
       77  WS-DEBIT-TOTAL              PIC 9(11)V99 VALUE ZEROES.
       77  WS-CREDIT-TOTAL             PIC 9(11)V99 VALUE ZEROES.
       77  WS-POSTED-SW                PIC X(01)   VALUE 'N'.
           88  WS-POSTED                           VALUE 'Y'.

      * THE RUN PAYS EVERYTHING FALLING DUE BEFORE THE NEXT WEEKLY
      * RUN. A PAID ENTRY STAYS ON THE LEDGER FOR THE RETENTION
      * PERIOD SO A BILL SENT AGAIN IS STILL CAUGHT AS A DUPLICATE
      * BY INVMATCH.CBL. DAYS ARE COUNTED THE SAME INTEGER-OF-DATE
      * WAY RECEIPTS.CBL COUNTS THEM.
       77  WS-PAY-AHEAD-DAYS           PIC 9(03)   VALUE 7.
       77  WS-PAID-RETAIN-DAYS         PIC 9(03)   VALUE 90.
       77  WS-RUN-DATE                 PIC 9(8)    VALUE ZEROES.
       77  WS-RUN-DAYS                 PIC S9(7)   VALUE ZEROES.
       77  WS-CUTOFF-DATE              PIC 9(8)    VALUE ZEROES.
       77  WS-AGE-DAYS                 PIC S9(7)   VALUE ZEROES.

       77  WS-FMT-AMOUNT               PIC Z(8)9.99.
       77  WS-FMT-2                    PIC Z(8)9.99.
       77  WS-PRINT-STATUS             PIC X(24)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0050-FILECFG-LOAD-PARA.
           PERFORM 1000-FILES-OPEN-PARA.
           IF WS-APLEDG-STATUS = '00' THEN
               PERFORM 1200-APLEDG-LOAD-PARA UNTIL APLEDG-EOF
               CLOSE APLEDG
               PERFORM 1300-VENDFL-LOAD-PARA
               PERFORM 1400-GLMAP-LOAD-PARA
               IF NOT WS-LOAD-ABANDONED
                   PERFORM 2000-LIABILITY-ONE-PARA
                       VARYING WS-APL-IDX FROM 1 BY 1
                       UNTIL WS-APL-IDX > WS-APL-CNT
                   PERFORM 2500-PAYMENT-ONE-PARA
                       VARYING WS-APL-IDX FROM 1 BY 1
                       UNTIL WS-APL-IDX > WS-APL-CNT
                   PERFORM 3000-JOURNAL-STAGE-PARA
                   PERFORM 3400-JOURNAL-POST-PARA
                   IF WS-POSTED
                       PERFORM 3550-XFER-WRITE-ONE-PARA
                           VARYING WS-VPY-IDX FROM 1 BY 1
                           UNTIL WS-VPY-IDX > WS-VPY-CNT
                       PERFORM 3600-APLEDG-REWRITE-PARA
                   END-IF
               END-IF
           ELSE
               DISPLAY 'PAYABLES LEDGER CANNOT BE OPENED, NOTHING '
                   'PAID.'
               MOVE 16 TO RETURN-CODE
           END-IF.
           PERFORM 3900-FILES-CLOSE-PARA.

           DISPLAY 'LEDGER ENTRIES READ: ', WS-APLEDG-RD-CNT.
           DISPLAY 'ENTRIES POSTED AS LIABILITIES: ', WS-POSTED-CNT.
           DISPLAY 'ENTRIES PAID: ', WS-PAID-CNT.
           DISPLAY 'ENTRIES HELD: ', WS-HELD-CNT.
           DISPLAY 'VENDOR TRANSFERS WRITTEN: ', WS-XFER-WT-CNT.
           DISPLAY 'TRANSFER CONTROL TOTAL: ', WS-XFER-CONTROL-TOTAL.
           DISPLAY 'LEDGER ENTRIES WRITTEN: ', WS-APLEDG-WT-CNT.
           STOP RUN.

       1000-FILES-OPEN-PARA.
           OPEN INPUT APLEDG.
           DISPLAY 'FILE STATUS FOR APLEDG:', WS-APLEDG-STATUS.

           PERFORM 1050-RUNPARM-LOAD-PARA.
           COMPUTE WS-RUN-DAYS = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
               WS-RUN-DAYS + WS-PAY-AHEAD-DAYS).

           OPEN OUTPUT APXFER.
           DISPLAY 'FILE STATUS FOR APXFER:', WS-APXFER-STATUS.

           OPEN OUTPUT APREG.
           MOVE SPACES TO APREG-REC.
           STRING 'VENDOR PAYMENT RUN ' DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               ' PAYING DUE BY ' DELIMITED BY SIZE
               WS-CUTOFF-DATE DELIMITED BY SIZE
               INTO APREG-REC.
           WRITE APREG-REC.

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

       1200-APLEDG-LOAD-PARA.
           READ APLEDG
               AT END
                   SET APLEDG-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-APLEDG-RD-CNT
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

      * A MISSING VENDOR MASTER HOLDS EVERY PAYMENT; LIABILITIES
      * STILL POST.
       1300-VENDFL-LOAD-PARA.
           OPEN INPUT VENDFL.
           DISPLAY 'FILE STATUS FOR VENDFL:', WS-VENDFL-STATUS.
           IF WS-VENDFL-STATUS NOT = '00'
               DISPLAY 'VENDOR MASTER NOT FOUND, EVERY PAYMENT HELD.'
               SET VENDFL-EOF TO TRUE
           ELSE
               PERFORM 1350-VENDFL-READ-PARA UNTIL VENDFL-EOF
               CLOSE VENDFL
           END-IF.

       1350-VENDFL-READ-PARA.
           READ VENDFL
               AT END
                   SET VENDFL-EOF TO TRUE
               NOT AT END
                   MOVE VND-VENDOR-ID TO WS-VND-KEY
                   PERFORM 2700-VENDOR-FIND-PARA
                   IF NOT WS-VND-FOUND
                       IF WS-VND-CNT < 100
                           ADD 1 TO WS-VND-CNT
                           MOVE VND-VENDOR-ID TO
                               WS-VND-VENDOR-ID(WS-VND-CNT)
                           MOVE VND-BANK-CODE TO
                               WS-VND-BANK-CODE(WS-VND-CNT)
                           MOVE VND-ACCOUNT TO
                               WS-VND-ACCOUNT(WS-VND-CNT)
                       ELSE
                           DISPLAY 'WS-VND-TABLE FULL, ENTRY IGNORED: '
                               VND-VENDOR-ID
                       END-IF
                   END-IF
           END-READ.

       1400-GLMAP-LOAD-PARA.
           OPEN INPUT GLMAP.
           DISPLAY 'FILE STATUS FOR GLMAP:', WS-GLMAP-STATUS.
           IF WS-GLMAP-STATUS NOT = '00'
               DISPLAY 'GL ACCOUNT MAP NOT FOUND.'
               SET GLMAP-EOF TO TRUE
           ELSE
               PERFORM 1450-GLMAP-READ-PARA UNTIL GLMAP-EOF
               CLOSE GLMAP
           END-IF.

       1450-GLMAP-READ-PARA.
           READ GLMAP
               AT END
                   SET GLMAP-EOF TO TRUE
               NOT AT END
                   IF MAP-PROGRAM = 'APSTOCK'
                       MOVE MAP-DEBIT-ACCT TO WS-STOCK-DEBIT-ACCT
                       MOVE MAP-CREDIT-ACCT TO WS-STOCK-CREDIT-ACCT
                   END-IF
                   IF MAP-PROGRAM = 'APEXPENSE'
                       MOVE MAP-DEBIT-ACCT TO WS-EXP-DEBIT-ACCT
                       MOVE MAP-CREDIT-ACCT TO WS-EXP-CREDIT-ACCT
                   END-IF
                   IF MAP-PROGRAM = 'APPAYMENT'
                       MOVE MAP-DEBIT-ACCT TO WS-PAY-DEBIT-ACCT
                       MOVE MAP-CREDIT-ACCT TO WS-PAY-CREDIT-ACCT
                   END-IF
           END-READ.

      * A MATCHED INVOICE NOT YET IN THE GL IS TAKEN UP AS A
      * PAYABLE AGAINST STOCK OR EXPENSE, WHICHEVER INVMATCH.CBL
      * CLASSED IT AS.
       2000-LIABILITY-ONE-PARA.
           IF WS-APL-POSTED-SW(WS-APL-IDX) NOT = 'Y'
               IF WS-APL-GL-CLASS(WS-APL-IDX) = 'S'
                   ADD WS-APL-AMOUNT(WS-APL-IDX) TO WS-STOCK-TOTAL
               ELSE
                   ADD WS-APL-AMOUNT(WS-APL-IDX) TO WS-EXPENSE-TOTAL
               END-IF
               MOVE 'Y' TO WS-APL-POSTED-SW(WS-APL-IDX)
               ADD 1 TO WS-POSTED-CNT
           END-IF.

      * AN OPEN ENTRY DUE BY THE CUT-OFF IS PAID IF THE VENDOR HAS
      * BANK DETAILS ON FILE, OTHERWISE HELD AND LISTED FOR
      * PURCHASING TO CHASE. IT STAYS OPEN AND IS PICKED UP AGAIN
      * ON THE NEXT RUN.
       2500-PAYMENT-ONE-PARA.
           IF WS-APL-STATUS(WS-APL-IDX) = 'O'
                   AND WS-APL-DUE-DATE(WS-APL-IDX) NOT > WS-CUTOFF-DATE
               MOVE WS-APL-VENDOR-ID(WS-APL-IDX) TO WS-VND-KEY
               PERFORM 2700-VENDOR-FIND-PARA
               IF WS-VND-FOUND
                   AND WS-VND-BANK-CODE(WS-VND-SRCH-IDX) NOT = SPACES
                   AND WS-VND-ACCOUNT(WS-VND-SRCH-IDX) NOT = SPACES
                   PERFORM 2600-VENDOR-PAY-ADD-PARA
               ELSE
                   ADD 1 TO WS-HELD-CNT
                   ADD WS-APL-AMOUNT(WS-APL-IDX) TO WS-HELD-TOTAL
                   MOVE 8 TO RETURN-CODE
                   MOVE 'HELD - NO BANK DETAILS' TO WS-PRINT-STATUS
                   PERFORM 2900-REGISTER-LINE-PARA
               END-IF
           END-IF.

       2600-VENDOR-PAY-ADD-PARA.
           MOVE 'N' TO WS-VPY-FOUND-SW.
           MOVE 1 TO WS-VPY-SRCH-IDX.
           PERFORM 2650-VENDOR-PAY-FIND-ONE-PARA
               UNTIL WS-VPY-SRCH-IDX > WS-VPY-CNT
                  OR WS-VPY-FOUND.
           IF NOT WS-VPY-FOUND
               IF WS-VPY-CNT < 100
                   ADD 1 TO WS-VPY-CNT
                   MOVE WS-VPY-CNT TO WS-VPY-SRCH-IDX
                   MOVE WS-VND-KEY TO WS-VPY-VENDOR-ID(WS-VPY-CNT)
                   MOVE WS-VND-BANK-CODE(WS-VND-SRCH-IDX) TO
                       WS-VPY-BANK-CODE(WS-VPY-CNT)
                   MOVE WS-VND-ACCOUNT(WS-VND-SRCH-IDX) TO
                       WS-VPY-ACCOUNT(WS-VPY-CNT)
                   MOVE ZEROES TO WS-VPY-AMOUNT(WS-VPY-CNT)
                   SET WS-VPY-FOUND TO TRUE
               END-IF
           END-IF.
           IF WS-VPY-FOUND
               ADD WS-APL-AMOUNT(WS-APL-IDX) TO
                   WS-VPY-AMOUNT(WS-VPY-SRCH-IDX)
               ADD WS-APL-AMOUNT(WS-APL-IDX) TO WS-PAYMENT-TOTAL
               MOVE 'P' TO WS-APL-STATUS(WS-APL-IDX)
               MOVE WS-RUN-DATE TO WS-APL-PAID-DATE(WS-APL-IDX)
               ADD 1 TO WS-PAID-CNT
               MOVE 'PAID' TO WS-PRINT-STATUS
           ELSE
               ADD 1 TO WS-HELD-CNT
               ADD WS-APL-AMOUNT(WS-APL-IDX) TO WS-HELD-TOTAL
               MOVE 8 TO RETURN-CODE
               MOVE 'HELD - TOO MANY VENDORS' TO WS-PRINT-STATUS
           END-IF.
           PERFORM 2900-REGISTER-LINE-PARA.

       2650-VENDOR-PAY-FIND-ONE-PARA.
           IF WS-VPY-VENDOR-ID(WS-VPY-SRCH-IDX) = WS-VND-KEY
               SET WS-VPY-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-VPY-SRCH-IDX
           END-IF.

       2700-VENDOR-FIND-PARA.
           MOVE 'N' TO WS-VND-FOUND-SW.
           MOVE 1 TO WS-VND-SRCH-IDX.
           PERFORM 2750-VENDOR-FIND-ONE-PARA
               UNTIL WS-VND-SRCH-IDX > WS-VND-CNT
                  OR WS-VND-FOUND.

       2750-VENDOR-FIND-ONE-PARA.
           IF WS-VND-VENDOR-ID(WS-VND-SRCH-IDX) = WS-VND-KEY
               SET WS-VND-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-VND-SRCH-IDX
           END-IF.

       2900-REGISTER-LINE-PARA.
           MOVE WS-APL-AMOUNT(WS-APL-IDX) TO WS-FMT-AMOUNT.
           MOVE SPACES TO APREG-REC.
           STRING WS-APL-VENDOR-ID(WS-APL-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-APL-INVOICE-NO(WS-APL-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-APL-PRODUCT-CODE(WS-APL-IDX) DELIMITED BY SIZE
               ' DUE ' DELIMITED BY SIZE
               WS-APL-DUE-DATE(WS-APL-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-FMT-AMOUNT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-PRINT-STATUS DELIMITED BY SIZE
               INTO APREG-REC.
           WRITE APREG-REC.

      * THE RUN POSTS AS UP TO THREE BALANCED PAIRS: STOCK BILLED
      * (STOCK AGAINST PAYABLES), EXPENSES BILLED (EXPENSE AGAINST
      * PAYABLES) AND PAYMENTS (PAYABLES AGAINST BANK). A FIGURE
      * WITH NO ACCOUNT TO GO TO HOLDS BACK THE WHOLE BATCH, SO
      * NOTHING IS PAID OR MARKED POSTED THAT THE GL HAS NOT SEEN.
       3000-JOURNAL-STAGE-PARA.
           IF WS-STOCK-TOTAL > 0
               MOVE WS-STOCK-DEBIT-ACCT TO WS-PAIR-DEBIT-ACCT
               MOVE WS-STOCK-CREDIT-ACCT TO WS-PAIR-CREDIT-ACCT
               MOVE WS-STOCK-TOTAL TO WS-PAIR-AMOUNT
               MOVE 'APSTOCK' TO WS-PAIR-NAME
               PERFORM 3100-JOURNAL-PAIR-PARA
           END-IF.
           IF WS-EXPENSE-TOTAL > 0
               MOVE WS-EXP-DEBIT-ACCT TO WS-PAIR-DEBIT-ACCT
               MOVE WS-EXP-CREDIT-ACCT TO WS-PAIR-CREDIT-ACCT
               MOVE WS-EXPENSE-TOTAL TO WS-PAIR-AMOUNT
               MOVE 'APEXPENSE' TO WS-PAIR-NAME
               PERFORM 3100-JOURNAL-PAIR-PARA
           END-IF.
           IF WS-PAYMENT-TOTAL > 0
               MOVE WS-PAY-DEBIT-ACCT TO WS-PAIR-DEBIT-ACCT
               MOVE WS-PAY-CREDIT-ACCT TO WS-PAIR-CREDIT-ACCT
               MOVE WS-PAYMENT-TOTAL TO WS-PAIR-AMOUNT
               MOVE 'APPAYMENT' TO WS-PAIR-NAME
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
               MOVE 'APPAYRUN' TO WS-JRNL-PROGRAM(WS-JRNL-CNT)
               ADD WS-PAIR-AMOUNT TO WS-DEBIT-TOTAL

               ADD 1 TO WS-JRNL-CNT
               MOVE 'C' TO WS-JRNL-DC(WS-JRNL-CNT)
               MOVE WS-PAIR-CREDIT-ACCT TO WS-JRNL-ACCT(WS-JRNL-CNT)
               MOVE WS-PAIR-AMOUNT TO WS-JRNL-AMOUNT(WS-JRNL-CNT)
               MOVE 'APPAYRUN' TO WS-JRNL-PROGRAM(WS-JRNL-CNT)
               ADD WS-PAIR-AMOUNT TO WS-CREDIT-TOTAL
           END-IF.

      * APPENDS TO THE INTERFACE ONLY WHEN EVERY FIGURE FOUND ITS
      * ACCOUNTS AND DEBITS EQUAL CREDITS, IN THE SAME LINE SHAPE
      * GLPOST.CBL'S 3100-JOURNAL-LINE-PARA WRITES.
       3400-JOURNAL-POST-PARA.
           IF WS-UNMAPPED-CNT > 0 OR RETURN-CODE = 16
               DISPLAY 'PAYMENT RUN NOT FULLY MAPPED, NOTHING '
                   'APPENDED, PAID OR UPDATED.'
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
                   DISPLAY 'PAYMENT RUN JOURNAL DOES NOT NET TO '
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

      * ONE CREDIT LINE PER VENDOR IN PAYSLIP.CBL'S XFERFL SHAPE --
      * BANK CODE, ACCOUNT, REFERENCE, AMOUNT -- WITH THE VENDOR ID
      * AS THE REFERENCE.
       3550-XFER-WRITE-ONE-PARA.
           MOVE SPACES TO APXFER-REC.
           STRING WS-VPY-BANK-CODE(WS-VPY-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-VPY-ACCOUNT(WS-VPY-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-VPY-VENDOR-ID(WS-VPY-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-VPY-AMOUNT(WS-VPY-IDX) DELIMITED BY SIZE
               INTO APXFER-REC.
           WRITE APXFER-REC.
           ADD 1 TO WS-XFER-WT-CNT.
           ADD WS-VPY-AMOUNT(WS-VPY-IDX) TO WS-XFER-CONTROL-TOTAL.

      * OPEN ENTRIES ARE CARRIED; A PAID ONE IS KEPT FOR THE
      * RETENTION PERIOD AFTER ITS PAYMENT, THEN DROPPED.
       3600-APLEDG-REWRITE-PARA.
           OPEN OUTPUT APLEDG.
           IF WS-APLEDG-STATUS NOT = '00'
               DISPLAY 'PAYABLES LEDGER CANNOT BE REWRITTEN, STATUS '
                   WS-APLEDG-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 3650-APLEDG-WRITE-ONE-PARA
                   VARYING WS-APL-IDX FROM 1 BY 1
                   UNTIL WS-APL-IDX > WS-APL-CNT
               CLOSE APLEDG
           END-IF.

       3650-APLEDG-WRITE-ONE-PARA.
           MOVE ZEROES TO WS-AGE-DAYS.
           IF WS-APL-STATUS(WS-APL-IDX) = 'P'
               COMPUTE WS-AGE-DAYS = WS-RUN-DAYS -
                   FUNCTION INTEGER-OF-DATE(
                       WS-APL-PAID-DATE(WS-APL-IDX))
           END-IF.
           IF WS-AGE-DAYS NOT > WS-PAID-RETAIN-DAYS
               MOVE SPACES TO APLEDG-REC
               MOVE WS-APL-ENTRY(WS-APL-IDX) TO APLEDG-REC
               WRITE APLEDG-REC
               ADD 1 TO WS-APLEDG-WT-CNT
           END-IF.

       3900-FILES-CLOSE-PARA.
           MOVE SPACES TO APXFER-REC.
           STRING 'CONTROL ' DELIMITED BY SIZE
               WS-XFER-WT-CNT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-XFER-CONTROL-TOTAL DELIMITED BY SIZE
               INTO APXFER-REC.
           WRITE APXFER-REC.
           CLOSE APXFER.
           IF WS-POSTED
               PERFORM 3950-XFER-MANIFEST-PARA
           END-IF.

           MOVE WS-STOCK-TOTAL TO WS-FMT-AMOUNT.
           MOVE WS-EXPENSE-TOTAL TO WS-FMT-2.
           MOVE SPACES TO APREG-REC.
           STRING 'POSTED: STOCK ' DELIMITED BY SIZE
               WS-FMT-AMOUNT DELIMITED BY SIZE
               ' EXPENSE ' DELIMITED BY SIZE
               WS-FMT-2 DELIMITED BY SIZE
               INTO APREG-REC.
           WRITE APREG-REC.
           MOVE WS-PAYMENT-TOTAL TO WS-FMT-AMOUNT.
           MOVE WS-HELD-TOTAL TO WS-FMT-2.
           MOVE SPACES TO APREG-REC.
           STRING 'PAID: ' DELIMITED BY SIZE
               WS-PAID-CNT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-FMT-AMOUNT DELIMITED BY SIZE
               '  HELD: ' DELIMITED BY SIZE
               WS-HELD-CNT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-FMT-2 DELIMITED BY SIZE
               INTO APREG-REC.
           WRITE APREG-REC.
           IF NOT WS-POSTED
               MOVE SPACES TO APREG-REC
               MOVE '*** NOT POSTED - NO PAYMENTS RELEASED ***'
                   TO APREG-REC
               WRITE APREG-REC
           END-IF.
           CLOSE APREG.

      * THE FILE GOES ON THE OUTBOUND MANIFEST SO OUTREL.CBL CAN
      * RELEASE IT TO THE BANK, OR REFUSE IT AS A REPEAT OF A FILE
      * ALREADY SENT. A RUN WHOSE JOURNAL DID NOT POST IS NOT
      * REGISTERED, SO ITS EMPTY BANK FILE CAN NEVER BE RELEASED.
       3950-XFER-MANIFEST-PARA.
           MOVE 'APBANKFILE' TO WS-MAN-FILE-NAME.
           MOVE WS-XFER-WT-CNT TO WS-MAN-REC-CNT.
           MOVE WS-XFER-CONTROL-TOTAL TO WS-MAN-AMOUNT.
           MOVE RETURN-CODE TO WS-MAN-HOLD-RC.
           CALL 'MANIFREG' USING WS-MAN-FILE-NAME, WS-GL-PROGRAM,
               WS-MAN-REC-CNT, WS-MAN-AMOUNT, WS-MAN-SEQ-NO,
               WS-MAN-RESULT.
           MOVE WS-MAN-HOLD-RC TO RETURN-CODE.
           IF WS-MAN-RESULT NOT = 'Y'
               DISPLAY 'BANK FILE NOT ON THE OUTBOUND MANIFEST, IT '
                   'CANNOT BE RELEASED.'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      * RESOLVES EVERY FILE ASSIGNMENT FROM THE EXTERNAL FILE
      * CONFIGURATION BEFORE ANYTHING IS OPENED, REPORTING EACH
      * RESOLVED PATH. A LOGICAL NAME MISSING FROM THE
      * CONFIGURATION ENDS THE RUN CLEANLY WITH RC 16 BEFORE ANY
      * FILE IS TOUCHED.
       0050-FILECFG-LOAD-PARA.
           MOVE 'APLEDGER' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-APLEDG-PATH.
           MOVE 'VENDORMASTER' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-VENDFL-PATH.
           MOVE 'APBANKFILE' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-APXFER-PATH.
           MOVE 'APREGISTER' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-APREG-PATH.
           MOVE 'GLACCTMAP' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-GLMAP-PATH.
           MOVE 'GLINTERFACE' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-GLOUT-PATH.
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

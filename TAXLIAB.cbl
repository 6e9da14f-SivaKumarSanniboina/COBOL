       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXLIAB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * SAME ASSIGN/LAYOUT AS RECEIPTS.CBL'S APPLFL: EVERY RECEIPT
      * APPLIED TO AN INSTALLMENT, WITH THE DATE IT WAS APPLIED. THE
      * MONTH'S LINES ARE THE MONEY COLLECTED, AND THE TAX INSIDE
      * THEM IS THE TAX COLLECTED.
           SELECT APPLFL ASSIGN TO DYNAMIC WS-APPLFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-APPLFL-STATUS.

      * SAME ASSIGN/LAYOUT AS RCPTREV.CBL'S REVLOG: DISHONOURED
      * RECEIPTS TAKEN BACK OFF THE LEDGER. TAX COUNTED AS COLLECTED
      * ON THEM COMES BACK OUT IN THE MONTH OF THE REVERSAL.
           SELECT REVLOG ASSIGN TO DYNAMIC WS-REVLOG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-REVLOG-STATUS.

      * SAME ASSIGN/LAYOUT AS POLMAINT.CBL'S REFUNDFL. THE TAX
      * HANDED BACK WITH A CANCELLATION REFUND COMES OFF THE
      * LIABILITY IN THE MONTH OF THE REFUND.
           SELECT REFUNDFL ASSIGN TO DYNAMIC WS-REFUNDFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-REFUNDFL-STATUS.

      * SAME ASSIGN/LAYOUT/KEY AS RECEIPTS.CBL'S LEDGFL, READ
      * RANDOMLY FOR THE TAX SHARE OF EACH INSTALLMENT PAID.
           SELECT LEDGFL ASSIGN TO DYNAMIC WS-LEDGFL-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LEDG-KEY
           FILE STATUS WS-LEDGFL-STATUS.

      * SAME ASSIGN/LAYOUT/KEYS AS POLICY.CBL'S POLICYFYL, READ
      * RANDOMLY FOR THE LINE OF BUSINESS THE REGISTER IS SUMMED BY.
           SELECT POLICYFYL ASSIGN TO DYNAMIC
           WS-POLICYFYL-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PFY-POLICYNO
           ALTERNATE RECORD KEY IS PFY-CUSTOMERID WITH DUPLICATES
           FILE STATUS WS-POLICYFYL-STATUS.

      * MONTHLY TAX LIABILITY REGISTER: A LINE PER TAXABLE
      * COLLECTION, DISHONOUR AND REFUND IN THE MONTH, THEN THE
      * LIABILITY BY LOB AND IN TOTAL.
           SELECT TAXREG ASSIGN TO DYNAMIC WS-TAXREG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-TAXREG-STATUS.

      * SAME ASSIGN/LAYOUT AS GLPOST.CBL'S GLMAP. THE TAXLIAB LINE
      * NAMES THE ACCOUNTS THE TAX COLLECTED POSTS TO, THE TAXLIABREV
      * LINE THOSE THE TAX REVERSED POSTS TO.
           SELECT GLMAP ASSIGN TO DYNAMIC
           WS-GLMAP-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-GLMAP-STATUS.

      * THE SAME GL INTERFACE FILE GLPOST.CBL WRITES, OPENED EXTEND
      * THE WAY UPRCALC.CBL APPENDS TO IT, SO THE MONTH'S TAX IS ON
      * THE INTERFACE BEFORE GLTRIAL.CBL CLOSES THE PERIOD.
           SELECT GLOUT ASSIGN TO DYNAMIC
           WS-GLOUT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-GLOUT-STATUS.

      * SHARED END-OF-BATCH DASHBOARD (DASHCOPY.CPY), EXTENDED AT
      * CLOSE WITH THE TAX COLLECTED AND THE TAX REVERSED.
           SELECT DASHFL ASSIGN TO DYNAMIC
           WS-DASHFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-DASHFL-STATUS.

      * EXTERNALLY-SUPPLIED RUN DATE (RUNPARM.CPY); ITS YYYYMM PICKS
      * THE MONTH THE LIABILITY IS WORKED OUT FOR.
           SELECT RUNPARM ASSIGN TO DYNAMIC
           WS-RUNPARM-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-RUNPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * SAME LAYOUT AS RECEIPTS.CBL'S APPLFL-REC.
       FD  APPLFL.
       01  APPLFL-REC.
           05  APL-RECEIPT-NO      PIC 9(08).
           05  APL-POLICYNO        PIC 9(07).
           05  APL-DUE-DATE        PIC 9(08).
           05  APL-AMOUNT          PIC 9(8)V99.
           05  APL-APPLY-DATE      PIC 9(08).
           05  FILLER              PIC X(39).

      * SAME LAYOUT AS RCPTREV.CBL'S REVLOG-REC.
       FD  REVLOG.
       01  REVLOG-REC.
           05  RVL-RECEIPT-NO      PIC 9(08).
           05  RVL-POLICYNO        PIC 9(07).
           05  RVL-DUE-DATE        PIC 9(08).
           05  RVL-AMOUNT          PIC 9(8)V99.
           05  RVL-APPLY-DATE      PIC 9(08).
           05  RVL-REVERSE-DATE    PIC 9(08).
           05  RVL-REASON          PIC X(20).
           05  FILLER              PIC X(11).

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
           05  RFD-TAX-REFUND      PIC 9(8)V99.
           05  RFD-LOBCODE         PIC X(01).
           05  FILLER              PIC X(06).

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
           05  LEDG-WRITTEN-OFF    PIC 9(8)V99.
           05  LEDG-TAX-AMOUNT     PIC 9(8)V99.
           05  FILLER              PIC X(07).

      * SAME LAYOUT AS POLICY.CBL'S POLICY_REC.
       FD  POLICYFYL.
       01  PFY-REC.
           05  PFY-POLICYNO    PIC     X(08).
           05  PFY-CUSTOMERID  PIC     X(08).
           05  PFY-LOBCODE     PIC     X(01).
           05  PFY-START-DATE  PIC     X(08).
           05  PFY-END-DATE    PIC     X(08).
           05  PFY-PREMIUM     PIC     X(10).
           05  PFY-AGENT-ID    PIC     X(05).
           05  PFY-STATUS      PIC     X(01).
           05  FILLER          PIC     X(54).

       FD  TAXREG.
       01  TAXREG-REC                  PIC X(80).

      * SAME LAYOUT AS GLPOST.CBL'S GLMAP-REC.
       FD  GLMAP.
       01  GLMAP-REC.
           05  MAP-PROGRAM         PIC X(10).
           05  MAP-DEBIT-ACCT      PIC X(08).
           05  MAP-CREDIT-ACCT     PIC X(08).
           05  FILLER              PIC X(54).

       FD  GLOUT.
       01  GLOUT-REC               PIC X(80).

       FD  DASHFL.
       COPY 'DASHCOPY'.

       FD  RUNPARM.
       COPY 'RUNPARM'.

       WORKING-STORAGE SECTION.
      * RESOLVED FILE PATHS. EVERY ASSIGNMENT COMES FROM THE
      * EXTERNAL FILE CONFIGURATION (FILECFG) AT STARTUP -- SEE
      * 0050-FILECFG-LOAD-PARA -- SO A DISK MOVE OR A TEST RUN
      * NEVER MEANS EDITING AND RECOMPILING THIS PROGRAM.
       77  WS-APPLFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-REVLOG-PATH              PIC X(80) VALUE SPACES.
       77  WS-REFUNDFL-PATH            PIC X(80) VALUE SPACES.
       77  WS-LEDGFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-POLICYFYL-PATH           PIC X(80) VALUE SPACES.
       77  WS-TAXREG-PATH              PIC X(80) VALUE SPACES.
       77  WS-GLMAP-PATH               PIC X(80) VALUE SPACES.
       77  WS-GLOUT-PATH               PIC X(80) VALUE SPACES.
       77  WS-DASHFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-RUNPARM-PATH             PIC X(80) VALUE SPACES.
       77  WS-CFG-NAME             PIC X(12)   VALUE SPACES.
       77  WS-CFG-PATH             PIC X(80)   VALUE SPACES.
       77  WS-CFG-RESULT           PIC X(01)   VALUE 'N'.

       01  WS-FILE-STATUS.
           05  WS-APPLFL-STATUS        PIC X(2).
           05  WS-REVLOG-STATUS        PIC X(2).
           05  WS-REFUNDFL-STATUS      PIC X(2).
           05  WS-LEDGFL-STATUS        PIC X(2).
           05  WS-POLICYFYL-STATUS     PIC X(2).
           05  WS-TAXREG-STATUS        PIC X(2).
           05  WS-GLMAP-STATUS         PIC X(2).
           05  WS-GLOUT-STATUS         PIC X(2).
           05  WS-DASHFL-STATUS        PIC X(2).
           05  WS-RUNPARM-STATUS       PIC X(2).

       01  WS-EOF-SWITCHES.
           05  WS-APPLFL-EOF-SW        PIC X(01)   VALUE 'N'.
               88  APPLFL-EOF                      VALUE 'Y'.
           05  WS-REVLOG-EOF-SW        PIC X(01)   VALUE 'N'.
               88  REVLOG-EOF                      VALUE 'Y'.
           05  WS-REFUNDFL-EOF-SW      PIC X(01)   VALUE 'N'.
               88  REFUNDFL-EOF                    VALUE 'Y'.
           05  WS-LEDGFL-AVAIL-SW      PIC X(01)   VALUE 'N'.
               88  LEDGFL-AVAILABLE                VALUE 'Y'.
           05  WS-POLICYFYL-AVAIL-SW   PIC X(01)   VALUE 'N'.
               88  POLICYFYL-AVAILABLE             VALUE 'Y'.
           05  WS-GLMAP-EOF-SW         PIC X(01)   VALUE 'N'.
               88  GLMAP-EOF                       VALUE 'Y'.

      * THE MONTH BEING REPORTED AND THE DATE OF THE LINE IN HAND,
      * SPLIT THE SAME WAY INVGEN.CBL PICKS ITS MONTH.
       01  WS-RUN-DATE                 PIC 9(8)    VALUE ZEROES.
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYYMM           PIC 9(6).
           05  FILLER                  PIC 9(2).
       01  WS-LINE-DATE                PIC 9(8)    VALUE ZEROES.
       01  WS-LINE-DATE-PARTS REDEFINES WS-LINE-DATE.
           05  WS-LINE-YYYYMM          PIC 9(6).
           05  FILLER                  PIC 9(2).
       77  WS-RUN-TIME                 PIC 9(6)    VALUE ZEROES.

      * POLICY MASTER KEY: THE LEDGER'S 7-DIGIT POLICY NUMBER
      * ZERO-PADDED TO THE MASTER'S 8 BYTES.
       01  WS-POL-KEY-X.
           05  FILLER                  PIC X(01)   VALUE '0'.
           05  WS-POL-KEY-NUM          PIC 9(07)   VALUE ZEROES.

      * TAX SHARE OF A PAYMENT: THE INSTALLMENT'S TAX IN PROPORTION
      * TO THE PAYMENT AGAINST WHAT WAS BILLED, NEVER MORE THAN THE
      * INSTALLMENT'S WHOLE TAX. AN INSTALLMENT BILLED BEFORE TAX
      * WAS CARRIED, OR ALREADY PURGED, YIELDS NO TAX.
       77  WS-SHARE-BASE               PIC 9(8)V99 VALUE ZEROES.
       77  WS-SHARE-TAX                PIC 9(8)V99 VALUE ZEROES.
       77  WS-LINE-LOB                 PIC X(01)   VALUE SPACE.

      * LIABILITY BY LINE OF BUSINESS. '*' HOLDS ANY POLICY NO
      * LONGER ON THE MASTER.
       01  WS-LOB-TABLE.
           05  WS-LOB-ENTRY OCCURS 20 TIMES.
               10  WS-LOB-CODE          PIC X(01).
               10  WS-LOB-COLLECTED     PIC 9(9)V99.
               10  WS-LOB-DISHONOURED   PIC 9(9)V99.
               10  WS-LOB-REFUNDED      PIC 9(9)V99.
       77  WS-LOB-CNT                  PIC 9(4)    VALUE ZEROES.
       77  WS-LOB-IDX                  PIC 9(4)    VALUE ZEROES.
       77  WS-LOB-FOUND-SW             PIC X(01)   VALUE 'N'.
           88  WS-LOB-FOUND                        VALUE 'Y'.
       77  WS-LOB-OVFL-CNT             PIC 9(4)    VALUE ZEROES.

      * TAX ACCOUNTS FROM THE GL ACCOUNT MAP.
       77  WS-TAX-DEBIT-ACCT           PIC X(08)   VALUE SPACES.
       77  WS-TAX-CREDIT-ACCT          PIC X(08)   VALUE SPACES.
       77  WS-TAX-MAP-SW               PIC X(01)   VALUE 'N'.
           88  WS-TAX-MAP-FOUND                    VALUE 'Y'.
       77  WS-REV-DEBIT-ACCT           PIC X(08)   VALUE SPACES.
       77  WS-REV-CREDIT-ACCT          PIC X(08)   VALUE SPACES.
       77  WS-REV-MAP-SW               PIC X(01)   VALUE 'N'.
           88  WS-REV-MAP-FOUND                    VALUE 'Y'.
       77  WS-MAP-MISSING-SW           PIC X(01)   VALUE 'N'.
           88  WS-MAP-MISSING                      VALUE 'Y'.

      * JOURNAL LINES STAGED AND ONLY APPENDED ONCE DEBITS = CREDITS
      * HAS BEEN PROVED, THE SAME REFUSE-RATHER-THAN-HALF-POST RULE
      * GLPOST.CBL APPLIES.
       01  WS-JOURNAL-TABLE.
           05  WS-JRNL-ENTRY OCCURS 4 TIMES.
               10  WS-JRNL-DC           PIC X(01).
               10  WS-JRNL-ACCT         PIC X(08).
               10  WS-JRNL-AMOUNT       PIC 9(9)V99.
               10  WS-JRNL-PROGRAM      PIC X(10).
       77  WS-JRNL-CNT                 PIC 9(2)    VALUE ZEROES.
       77  WS-JRNL-IDX                 PIC 9(2)    VALUE ZEROES.
       77  WS-DEBIT-TOTAL              PIC 9(11)V99 VALUE ZEROES.
       77  WS-CREDIT-TOTAL             PIC 9(11)V99 VALUE ZEROES.

      * POSTING PERIOD (YYYYMM) THE JOURNAL GOES TO: ITS OWN
      * PERIOD, OR THE NEXT OPEN ONE WHEN GLTRIAL.CBL HAS ALREADY
      * CLOSED IT (SEE GLPERCHK.CBL).
       77  WS-GL-PROGRAM               PIC X(10)   VALUE 'TAXLIAB'.
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

       01  WS-COUNTERS.
           05  WS-APPLFL-RD-CNT        PIC 9(6)    VALUE ZEROES.
           05  WS-REVLOG-RD-CNT        PIC 9(6)    VALUE ZEROES.
           05  WS-REFUNDFL-RD-CNT      PIC 9(6)    VALUE ZEROES.
           05  WS-TAXABLE-CNT          PIC 9(6)    VALUE ZEROES.
           05  WS-DISHONOUR-CNT        PIC 9(6)    VALUE ZEROES.
           05  WS-REFUND-CNT           PIC 9(6)    VALUE ZEROES.
           05  WS-LEDG-MISS-CNT        PIC 9(6)    VALUE ZEROES.

       77  WS-COLLECTED-TOTAL          PIC 9(9)V99 VALUE ZEROES.
       77  WS-DISHONOURED-TOTAL        PIC 9(9)V99 VALUE ZEROES.
       77  WS-REFUNDED-TOTAL           PIC 9(9)V99 VALUE ZEROES.
       77  WS-REVERSED-TOTAL           PIC 9(9)V99 VALUE ZEROES.
       77  WS-NET-TAX                  PIC S9(9)V99 VALUE ZEROES.
       77  WS-FORMATTED-AMOUNT         PIC Z(7)9.99.
       77  WS-FORMATTED-TAX            PIC Z(7)9.99.
       77  WS-FORMATTED-TOTAL          PIC Z(8)9.99.
       77  WS-FORMATTED-REV            PIC Z(8)9.99.
       77  WS-FORMATTED-NET            PIC -Z(8)9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0050-FILECFG-LOAD-PARA.
           PERFORM 1000-FILES-OPEN-PARA.
           EVALUATE TRUE
               WHEN NOT LEDGFL-AVAILABLE
                   DISPLAY 'ARREARS LEDGER CANNOT BE OPENED.'
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   PERFORM 2000-COLLECTIONS-PARA
                   PERFORM 2300-DISHONOURS-PARA
                   PERFORM 2600-REFUNDS-PARA
                   PERFORM 3000-LIABILITY-SUMMARY-PARA
                   PERFORM 3300-JOURNAL-STAGE-PARA
                   PERFORM 3400-JOURNAL-POST-PARA
                   PERFORM 3950-DASHBOARD-WRITE-PARA
           END-EVALUATE.
           PERFORM 3900-FILES-CLOSE-PARA.

           DISPLAY 'RECEIPT APPLICATIONS READ: ', WS-APPLFL-RD-CNT.
           DISPLAY 'TAXABLE COLLECTIONS IN MONTH: ', WS-TAXABLE-CNT.
           DISPLAY 'DISHONOURS IN MONTH: ', WS-DISHONOUR-CNT.
           DISPLAY 'REFUNDS WITH TAX IN MONTH: ', WS-REFUND-CNT.
           DISPLAY 'INSTALLMENTS NOT ON LEDGER: ', WS-LEDG-MISS-CNT.
           DISPLAY 'TAX COLLECTED: ', WS-COLLECTED-TOTAL.
           DISPLAY 'TAX REVERSED: ', WS-REVERSED-TOTAL.
           DISPLAY 'NET TAX LIABILITY: ', WS-NET-TAX.
           IF (WS-LEDG-MISS-CNT > 0 OR WS-LOB-OVFL-CNT > 0)
               AND RETURN-CODE = 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       1000-FILES-OPEN-PARA.
           PERFORM 1050-RUNPARM-LOAD-PARA.
           PERFORM 1200-GLMAP-LOAD-PARA.
           ACCEPT WS-RUN-TIME FROM TIME.

           OPEN INPUT LEDGFL.
           DISPLAY 'FILE STATUS FOR LEDGFL:', WS-LEDGFL-STATUS.
           IF WS-LEDGFL-STATUS = '00'
               SET LEDGFL-AVAILABLE TO TRUE
           END-IF.

           OPEN INPUT POLICYFYL.
           IF WS-POLICYFYL-STATUS = '00'
               SET POLICYFYL-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'POLICY MASTER NOT FOUND, LOB NOT SPLIT.'
           END-IF.

           OPEN OUTPUT TAXREG.
           DISPLAY 'FILE STATUS FOR TAXREG:', WS-TAXREG-STATUS.
           MOVE SPACES TO TAXREG-REC.
           STRING 'TAX LIABILITY REGISTER - MONTH ' DELIMITED BY SIZE
               WS-RUN-YYYYMM DELIMITED BY SIZE
               ' RUN ' DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO TAXREG-REC.
           WRITE TAXREG-REC.

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

       1200-GLMAP-LOAD-PARA.
           OPEN INPUT GLMAP.
           DISPLAY 'FILE STATUS FOR GLMAP:', WS-GLMAP-STATUS.
           IF WS-GLMAP-STATUS NOT = '00'
               DISPLAY 'ACCOUNT MAP NOT FOUND, NOTHING WILL POST.'
               SET GLMAP-EOF TO TRUE
           ELSE
               PERFORM 1250-GLMAP-READ-PARA
                   UNTIL GLMAP-EOF
                      OR (WS-TAX-MAP-FOUND AND WS-REV-MAP-FOUND)
               CLOSE GLMAP
           END-IF.

       1250-GLMAP-READ-PARA.
           READ GLMAP
               AT END
                   SET GLMAP-EOF TO TRUE
               NOT AT END
                   IF MAP-PROGRAM = 'TAXLIAB'
                       MOVE MAP-DEBIT-ACCT TO WS-TAX-DEBIT-ACCT
                       MOVE MAP-CREDIT-ACCT TO WS-TAX-CREDIT-ACCT
                       SET WS-TAX-MAP-FOUND TO TRUE
                   END-IF
                   IF MAP-PROGRAM = 'TAXLIABREV'
                       MOVE MAP-DEBIT-ACCT TO WS-REV-DEBIT-ACCT
                       MOVE MAP-CREDIT-ACCT TO WS-REV-CREDIT-ACCT
                       SET WS-REV-MAP-FOUND TO TRUE
                   END-IF
           END-READ.

      * TAX COLLECTED: THE TAX SHARE OF EVERY RECEIPT APPLIED TO AN
      * INSTALLMENT DURING THE MONTH.
       2000-COLLECTIONS-PARA.
           OPEN INPUT APPLFL.
           IF WS-APPLFL-STATUS NOT = '00'
               DISPLAY 'RECEIPT APPLICATION LOG NOT FOUND, NO '
                   'COLLECTIONS.'
           ELSE
               PERFORM 2100-APPLFL-READ-PARA UNTIL APPLFL-EOF
               CLOSE APPLFL
           END-IF.

       2100-APPLFL-READ-PARA.
           READ APPLFL
               AT END
                   SET APPLFL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-APPLFL-RD-CNT
                   MOVE APL-APPLY-DATE TO WS-LINE-DATE
                   IF WS-LINE-YYYYMM = WS-RUN-YYYYMM
                       MOVE APL-POLICYNO TO LEDG-POLICYNO
                       MOVE APL-DUE-DATE TO LEDG-DUE-DATE
                       MOVE APL-AMOUNT TO WS-SHARE-BASE
                       PERFORM 2900-TAX-SHARE-PARA
                       IF WS-SHARE-TAX > ZEROES
                           PERFORM 2200-COLLECTION-LINE-PARA
                       END-IF
                   END-IF
           END-READ.

       2200-COLLECTION-LINE-PARA.
           ADD 1 TO WS-TAXABLE-CNT.
           ADD WS-SHARE-TAX TO WS-COLLECTED-TOTAL.
           MOVE APL-POLICYNO TO WS-POL-KEY-NUM.
           PERFORM 2950-POLICY-LOB-PARA.
           IF WS-LOB-IDX <= WS-LOB-CNT
               ADD WS-SHARE-TAX TO WS-LOB-COLLECTED(WS-LOB-IDX)
           END-IF.
           MOVE APL-AMOUNT TO WS-FORMATTED-AMOUNT.
           MOVE WS-SHARE-TAX TO WS-FORMATTED-TAX.
           MOVE SPACES TO TAXREG-REC.
           STRING 'COLLECTED ' DELIMITED BY SIZE
               APL-RECEIPT-NO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               APL-POLICYNO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               APL-DUE-DATE DELIMITED BY SIZE
               ' LOB ' DELIMITED BY SIZE
               WS-LINE-LOB DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-FORMATTED-AMOUNT DELIMITED BY SIZE
               ' TAX ' DELIMITED BY SIZE
               WS-FORMATTED-TAX DELIMITED BY SIZE
               INTO TAXREG-REC.
           WRITE TAXREG-REC.

      * TAX REVERSED ON DISHONOUR: THE SAME SHARE OF EACH AMOUNT
      * RCPTREV.CBL TOOK BACK OFF AN INSTALLMENT DURING THE MONTH.
       2300-DISHONOURS-PARA.
           OPEN INPUT REVLOG.
           IF WS-REVLOG-STATUS NOT = '00'
               DISPLAY 'REVERSAL LOG NOT FOUND, NO DISHONOURS.'
           ELSE
               PERFORM 2400-REVLOG-READ-PARA UNTIL REVLOG-EOF
               CLOSE REVLOG
           END-IF.

       2400-REVLOG-READ-PARA.
           READ REVLOG
               AT END
                   SET REVLOG-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-REVLOG-RD-CNT
                   MOVE RVL-REVERSE-DATE TO WS-LINE-DATE
                   IF WS-LINE-YYYYMM = WS-RUN-YYYYMM
                       MOVE RVL-POLICYNO TO LEDG-POLICYNO
                       MOVE RVL-DUE-DATE TO LEDG-DUE-DATE
                       MOVE RVL-AMOUNT TO WS-SHARE-BASE
                       PERFORM 2900-TAX-SHARE-PARA
                       IF WS-SHARE-TAX > ZEROES
                           PERFORM 2500-DISHONOUR-LINE-PARA
                       END-IF
                   END-IF
           END-READ.

       2500-DISHONOUR-LINE-PARA.
           ADD 1 TO WS-DISHONOUR-CNT.
           ADD WS-SHARE-TAX TO WS-DISHONOURED-TOTAL.
           MOVE RVL-POLICYNO TO WS-POL-KEY-NUM.
           PERFORM 2950-POLICY-LOB-PARA.
           IF WS-LOB-IDX <= WS-LOB-CNT
               ADD WS-SHARE-TAX TO WS-LOB-DISHONOURED(WS-LOB-IDX)
           END-IF.
           MOVE RVL-AMOUNT TO WS-FORMATTED-AMOUNT.
           MOVE WS-SHARE-TAX TO WS-FORMATTED-TAX.
           MOVE SPACES TO TAXREG-REC.
           STRING 'DISHONOUR ' DELIMITED BY SIZE
               RVL-RECEIPT-NO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               RVL-POLICYNO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               RVL-DUE-DATE DELIMITED BY SIZE
               ' LOB ' DELIMITED BY SIZE
               WS-LINE-LOB DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-FORMATTED-AMOUNT DELIMITED BY SIZE
               ' TAX ' DELIMITED BY SIZE
               WS-FORMATTED-TAX DELIMITED BY SIZE
               INTO TAXREG-REC.
           WRITE TAXREG-REC.

      * TAX REVERSED ON REFUND: WHAT POLMAINT.CBL HANDED BACK WITH
      * EACH CANCELLATION REFUND RAISED DURING THE MONTH.
       2600-REFUNDS-PARA.
           OPEN INPUT REFUNDFL.
           IF WS-REFUNDFL-STATUS NOT = '00'
               DISPLAY 'REFUND FILE NOT FOUND, NO REFUNDS.'
           ELSE
               PERFORM 2700-REFUNDFL-READ-PARA UNTIL REFUNDFL-EOF
               CLOSE REFUNDFL
           END-IF.

       2700-REFUNDFL-READ-PARA.
           READ REFUNDFL
               AT END
                   SET REFUNDFL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-REFUNDFL-RD-CNT
                   MOVE RFD-DATE TO WS-LINE-DATE
                   IF WS-LINE-YYYYMM = WS-RUN-YYYYMM
                       AND RFD-TAX-REFUND NUMERIC
                       AND RFD-TAX-REFUND > ZEROES
                       PERFORM 2800-REFUND-LINE-PARA
                   END-IF
           END-READ.

       2800-REFUND-LINE-PARA.
           ADD 1 TO WS-REFUND-CNT.
           ADD RFD-TAX-REFUND TO WS-REFUNDED-TOTAL.
           MOVE RFD-LOBCODE TO WS-LINE-LOB.
           PERFORM 2970-LOB-FIND-PARA.
           IF WS-LOB-IDX <= WS-LOB-CNT
               ADD RFD-TAX-REFUND TO WS-LOB-REFUNDED(WS-LOB-IDX)
           END-IF.
           MOVE RFD-GROSS-REFUND TO WS-FORMATTED-AMOUNT.
           MOVE RFD-TAX-REFUND TO WS-FORMATTED-TAX.
           MOVE SPACES TO TAXREG-REC.
           STRING 'REFUND    ' DELIMITED BY SIZE
               RFD-POLICYNO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               RFD-DATE DELIMITED BY SIZE
               '         LOB ' DELIMITED BY SIZE
               WS-LINE-LOB DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-FORMATTED-AMOUNT DELIMITED BY SIZE
               ' TAX ' DELIMITED BY SIZE
               WS-FORMATTED-TAX DELIMITED BY SIZE
               INTO TAXREG-REC.
           WRITE TAXREG-REC.

      * LEDG-KEY IS SET BY THE CALLER.
       2900-TAX-SHARE-PARA.
           MOVE ZEROES TO WS-SHARE-TAX.
           READ LEDGFL
               INVALID KEY
                   ADD 1 TO WS-LEDG-MISS-CNT
                   DISPLAY 'INSTALLMENT NOT ON LEDGER, NO TAX: '
                       LEDG-KEY
               NOT INVALID KEY
                   IF LEDG-TAX-AMOUNT NUMERIC
                       AND LEDG-TAX-AMOUNT > ZEROES
                       AND LEDG-BILLED > ZEROES
                       COMPUTE WS-SHARE-TAX ROUNDED =
                           WS-SHARE-BASE * LEDG-TAX-AMOUNT
                           / LEDG-BILLED
                       IF WS-SHARE-TAX > LEDG-TAX-AMOUNT
                           MOVE LEDG-TAX-AMOUNT TO WS-SHARE-TAX
                       END-IF
                   END-IF
           END-READ.

      * WS-POL-KEY-NUM IS SET BY THE CALLER. LEAVES WS-LOB-IDX ON
      * THE POLICY'S LOB ENTRY (PAST WS-LOB-CNT IF THE TABLE IS
      * FULL).
       2950-POLICY-LOB-PARA.
           MOVE '*' TO WS-LINE-LOB.
           IF POLICYFYL-AVAILABLE
               MOVE WS-POL-KEY-X TO PFY-POLICYNO
               READ POLICYFYL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PFY-LOBCODE TO WS-LINE-LOB
               END-READ
           END-IF.
           PERFORM 2970-LOB-FIND-PARA.

       2970-LOB-FIND-PARA.
           MOVE 'N' TO WS-LOB-FOUND-SW.
           MOVE 1 TO WS-LOB-IDX.
           PERFORM 2980-LOB-FIND-ONE-PARA
               UNTIL WS-LOB-IDX > WS-LOB-CNT
                  OR WS-LOB-FOUND.
           IF NOT WS-LOB-FOUND
               IF WS-LOB-CNT < 20
                   ADD 1 TO WS-LOB-CNT
                   MOVE WS-LOB-CNT TO WS-LOB-IDX
                   MOVE WS-LINE-LOB TO WS-LOB-CODE(WS-LOB-IDX)
                   MOVE ZEROES TO WS-LOB-COLLECTED(WS-LOB-IDX)
                   MOVE ZEROES TO WS-LOB-DISHONOURED(WS-LOB-IDX)
                   MOVE ZEROES TO WS-LOB-REFUNDED(WS-LOB-IDX)
               ELSE
                   ADD 1 TO WS-LOB-OVFL-CNT
               END-IF
           END-IF.

       2980-LOB-FIND-ONE-PARA.
           IF WS-LOB-CODE(WS-LOB-IDX) = WS-LINE-LOB
               SET WS-LOB-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-LOB-IDX
           END-IF.

      * THE LIABILITY BY LOB, THEN THE MONTH'S TOTALS: COLLECTED,
      * REVERSED (DISHONOURS PLUS REFUNDS), AND THE NET PAYABLE.
       3000-LIABILITY-SUMMARY-PARA.
           MOVE 'LIABILITY BY LINE OF BUSINESS' TO TAXREG-REC.
           WRITE TAXREG-REC.
           PERFORM 3100-LOB-LINE-PARA
               VARYING WS-LOB-IDX FROM 1 BY 1
               UNTIL WS-LOB-IDX > WS-LOB-CNT.
           IF WS-LOB-OVFL-CNT > 0
               MOVE 'LOB TABLE FULL, SPLIT INCOMPLETE' TO TAXREG-REC
               WRITE TAXREG-REC
           END-IF.

           COMPUTE WS-REVERSED-TOTAL =
               WS-DISHONOURED-TOTAL + WS-REFUNDED-TOTAL.
           COMPUTE WS-NET-TAX =
               WS-COLLECTED-TOTAL - WS-REVERSED-TOTAL.
           MOVE WS-COLLECTED-TOTAL TO WS-FORMATTED-TOTAL.
           MOVE SPACES TO TAXREG-REC.
           STRING 'TAX COLLECTED:       ' DELIMITED BY SIZE
               WS-FORMATTED-TOTAL DELIMITED BY SIZE
               INTO TAXREG-REC.
           WRITE TAXREG-REC.
           MOVE WS-DISHONOURED-TOTAL TO WS-FORMATTED-TOTAL.
           MOVE SPACES TO TAXREG-REC.
           STRING 'LESS ON DISHONOURS:  ' DELIMITED BY SIZE
               WS-FORMATTED-TOTAL DELIMITED BY SIZE
               INTO TAXREG-REC.
           WRITE TAXREG-REC.
           MOVE WS-REFUNDED-TOTAL TO WS-FORMATTED-TOTAL.
           MOVE SPACES TO TAXREG-REC.
           STRING 'LESS ON REFUNDS:     ' DELIMITED BY SIZE
               WS-FORMATTED-TOTAL DELIMITED BY SIZE
               INTO TAXREG-REC.
           WRITE TAXREG-REC.
           MOVE WS-NET-TAX TO WS-FORMATTED-NET.
           MOVE SPACES TO TAXREG-REC.
           STRING 'NET TAX PAYABLE:    ' DELIMITED BY SIZE
               WS-FORMATTED-NET DELIMITED BY SIZE
               INTO TAXREG-REC.
           WRITE TAXREG-REC.

       3100-LOB-LINE-PARA.
           MOVE WS-LOB-COLLECTED(WS-LOB-IDX) TO WS-FORMATTED-TOTAL.
           COMPUTE WS-REVERSED-TOTAL =
               WS-LOB-DISHONOURED(WS-LOB-IDX) +
               WS-LOB-REFUNDED(WS-LOB-IDX).
           MOVE WS-REVERSED-TOTAL TO WS-FORMATTED-REV.
           COMPUTE WS-NET-TAX =
               WS-LOB-COLLECTED(WS-LOB-IDX) - WS-REVERSED-TOTAL.
           MOVE WS-NET-TAX TO WS-FORMATTED-NET.
           MOVE SPACES TO TAXREG-REC.
           STRING '  LOB ' DELIMITED BY SIZE
               WS-LOB-CODE(WS-LOB-IDX) DELIMITED BY SIZE
               ' COLLECTED ' DELIMITED BY SIZE
               WS-FORMATTED-TOTAL DELIMITED BY SIZE
               ' REVERSED ' DELIMITED BY SIZE
               WS-FORMATTED-REV DELIMITED BY SIZE
               ' NET ' DELIMITED BY SIZE
               WS-FORMATTED-NET DELIMITED BY SIZE
               INTO TAXREG-REC.
           WRITE TAXREG-REC.

      * THE MONTH'S TAX AS TWO BALANCED PAIRS ON THE ACCOUNTS THE MAP
      * GIVES: THE TAX COLLECTED (TAXLIAB LINE, CREDITING TAX
      * PAYABLE), THEN THE TAX REVERSED ON DISHONOURS AND REFUNDS
      * (TAXLIABREV LINE, DEBITING IT BACK). A SIDE WITH MONEY BUT NO
      * MAP LINE STOPS THE WHOLE JOURNAL.
       3300-JOURNAL-STAGE-PARA.
           IF WS-COLLECTED-TOTAL > ZEROES
               IF WS-TAX-MAP-FOUND
                   ADD 1 TO WS-JRNL-CNT
                   MOVE 'D' TO WS-JRNL-DC(WS-JRNL-CNT)
                   MOVE WS-TAX-DEBIT-ACCT TO WS-JRNL-ACCT(WS-JRNL-CNT)
                   MOVE WS-COLLECTED-TOTAL TO
                       WS-JRNL-AMOUNT(WS-JRNL-CNT)
                   MOVE 'TAXLIAB' TO WS-JRNL-PROGRAM(WS-JRNL-CNT)
                   ADD WS-COLLECTED-TOTAL TO WS-DEBIT-TOTAL

                   ADD 1 TO WS-JRNL-CNT
                   MOVE 'C' TO WS-JRNL-DC(WS-JRNL-CNT)
                   MOVE WS-TAX-CREDIT-ACCT TO WS-JRNL-ACCT(WS-JRNL-CNT)
                   MOVE WS-COLLECTED-TOTAL TO
                       WS-JRNL-AMOUNT(WS-JRNL-CNT)
                   MOVE 'TAXLIAB' TO WS-JRNL-PROGRAM(WS-JRNL-CNT)
                   ADD WS-COLLECTED-TOTAL TO WS-CREDIT-TOTAL
               ELSE
                   DISPLAY 'NO TAXLIAB LINE ON THE GL ACCOUNT MAP.'
                   SET WS-MAP-MISSING TO TRUE
               END-IF
           END-IF.
           IF WS-REVERSED-TOTAL > ZEROES
               IF WS-REV-MAP-FOUND
                   ADD 1 TO WS-JRNL-CNT
                   MOVE 'D' TO WS-JRNL-DC(WS-JRNL-CNT)
                   MOVE WS-REV-DEBIT-ACCT TO WS-JRNL-ACCT(WS-JRNL-CNT)
                   MOVE WS-REVERSED-TOTAL TO
                       WS-JRNL-AMOUNT(WS-JRNL-CNT)
                   MOVE 'TAXLIABREV' TO WS-JRNL-PROGRAM(WS-JRNL-CNT)
                   ADD WS-REVERSED-TOTAL TO WS-DEBIT-TOTAL

                   ADD 1 TO WS-JRNL-CNT
                   MOVE 'C' TO WS-JRNL-DC(WS-JRNL-CNT)
                   MOVE WS-REV-CREDIT-ACCT TO WS-JRNL-ACCT(WS-JRNL-CNT)
                   MOVE WS-REVERSED-TOTAL TO
                       WS-JRNL-AMOUNT(WS-JRNL-CNT)
                   MOVE 'TAXLIABREV' TO WS-JRNL-PROGRAM(WS-JRNL-CNT)
                   ADD WS-REVERSED-TOTAL TO WS-CREDIT-TOTAL
               ELSE
                   DISPLAY 'NO TAXLIABREV LINE ON THE GL ACCOUNT MAP.'
                   SET WS-MAP-MISSING TO TRUE
               END-IF
           END-IF.

      * APPENDS TO THE INTERFACE ONLY WHEN EVERY SIDE IS MAPPED AND
      * DEBITS EQUAL CREDITS, IN THE SAME LINE SHAPE GLPOST.CBL'S
      * 3100-JOURNAL-LINE-PARA WRITES. A JOURNAL THAT CANNOT POST
      * ENDS RC 16 SO THE MONTH-END STREAM DOES NOT CLOSE THE PERIOD
      * WITHOUT IT.
       3400-JOURNAL-POST-PARA.
           EVALUATE TRUE
               WHEN WS-MAP-MISSING
                   DISPLAY 'TAX JOURNAL NOT MAPPED, NOTHING APPENDED.'
                   MOVE 16 TO RETURN-CODE
               WHEN WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
                   DISPLAY 'TAX JOURNAL DOES NOT NET TO ZERO, '
                       'NOTHING APPENDED.'
                   MOVE 16 TO RETURN-CODE
               WHEN WS-JRNL-CNT > 0
                   PERFORM 3450-GL-PERIOD-PARA
                   OPEN EXTEND GLOUT
                   IF WS-GLOUT-STATUS = '35'
                       OPEN OUTPUT GLOUT
                   END-IF
                   MOVE 1 TO WS-JRNL-IDX
                   PERFORM 3500-JOURNAL-LINE-PARA
                       UNTIL WS-JRNL-IDX > WS-JRNL-CNT
                   CLOSE GLOUT
                   PERFORM 3460-GL-MANIFEST-PARA
           END-EVALUATE.

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

       3900-FILES-CLOSE-PARA.
           IF LEDGFL-AVAILABLE
               CLOSE LEDGFL
           END-IF.
           IF POLICYFYL-AVAILABLE
               CLOSE POLICYFYL
           END-IF.
           CLOSE TAXREG.

      * TWO DASHBOARD ENTRIES FOR THE MONTH-END DASHBOARD: 'TAXLIAB'
      * CARRIES THE TAX COLLECTED, 'TAXLIABREV' THE TAX REVERSED ON
      * DISHONOURS AND REFUNDS. THIS PROGRAM HAS ALREADY JOURNALLED
      * BOTH, SO GLPOST.CBL PASSES THEM BY.
       3950-DASHBOARD-WRITE-PARA.
           OPEN EXTEND DASHFL.
           IF WS-DASHFL-STATUS NOT = '00'
               DISPLAY 'DASHBOARD CANNOT BE EXTENDED, STATUS '
                   WS-DASHFL-STATUS
           ELSE
               MOVE SPACES TO DASH-REC
               MOVE 'TAXLIAB' TO DASH-PROGRAM
               MOVE WS-RUN-DATE TO DASH-RUN-DATE
               MOVE WS-RUN-TIME TO DASH-RUN-TIME
               MOVE WS-APPLFL-RD-CNT TO DASH-READ-CNT
               MOVE WS-TAXABLE-CNT TO DASH-WRITE-CNT
               MOVE WS-LEDG-MISS-CNT TO DASH-REJECT-CNT
               MOVE WS-COLLECTED-TOTAL TO DASH-CONTROL-TOTAL
               MOVE 'N' TO DASH-ABORT-SW
               IF WS-LEDG-MISS-CNT > 0
                   MOVE 'Y' TO DASH-WARN-SW
               ELSE
                   MOVE 'N' TO DASH-WARN-SW
               END-IF
               WRITE DASH-REC
               MOVE SPACES TO DASH-REC
               MOVE 'TAXLIABREV' TO DASH-PROGRAM
               MOVE WS-RUN-DATE TO DASH-RUN-DATE
               MOVE WS-RUN-TIME TO DASH-RUN-TIME
               COMPUTE DASH-READ-CNT =
                   WS-REVLOG-RD-CNT + WS-REFUNDFL-RD-CNT
               COMPUTE DASH-WRITE-CNT =
                   WS-DISHONOUR-CNT + WS-REFUND-CNT
               MOVE ZEROES TO DASH-REJECT-CNT
               COMPUTE DASH-CONTROL-TOTAL =
                   WS-DISHONOURED-TOTAL + WS-REFUNDED-TOTAL
               MOVE 'N' TO DASH-ABORT-SW
               MOVE 'N' TO DASH-WARN-SW
               WRITE DASH-REC
               CLOSE DASHFL
           END-IF.

      * RESOLVES EVERY FILE ASSIGNMENT FROM THE EXTERNAL FILE
      * CONFIGURATION BEFORE ANYTHING IS OPENED, REPORTING EACH
      * RESOLVED PATH. A LOGICAL NAME MISSING FROM THE
      * CONFIGURATION ENDS THE RUN CLEANLY WITH RC 16 BEFORE ANY
      * FILE IS TOUCHED.
       0050-FILECFG-LOAD-PARA.
           MOVE 'RCPTAPPLY' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-APPLFL-PATH.
           MOVE 'RCPTREVLOG' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-REVLOG-PATH.
           MOVE 'REFUNDFILE' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-REFUNDFL-PATH.
           MOVE 'ARREARSLEDGE' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-LEDGFL-PATH.
           MOVE 'POLICYFILE' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-POLICYFYL-PATH.
           MOVE 'TAXLIABREG' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-TAXREG-PATH.
           MOVE 'GLACCTMAP' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-GLMAP-PATH.
           MOVE 'GLINTERFACE' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-GLOUT-PATH.
           MOVE 'DASHBOARD' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-DASHFL-PATH.
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

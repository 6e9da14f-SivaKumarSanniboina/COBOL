       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCPTREV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * DISHONOURED-PAYMENT REVERSALS KEYED BY THE RECEIPT NUMBER
      * RCPTNUM.CBL ISSUED, ONE LINE PER RETURNED CHEQUE OR RECALLED
      * TRANSFER WITH THE BANK'S REASON. LOADED WHOLE AT OPEN AND
      * REWRITTEN AT CLOSE WITH EACH REVERSAL MARKED, THE SAME
      * TABLE-THEN-REWRITE IDIOM PREMADJ.CBL USES, SO A RECEIPT CAN
      * NEVER BE TAKEN OFF THE LEDGER TWICE.
           SELECT REVTRAN ASSIGN TO DYNAMIC
           WS-REVTRAN-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-REVTRAN-STATUS.

      * RECEIPT APPLICATION LOG RECEIPTS.CBL WRITES: ONE LINE FOR
      * EVERY LEDGER ENTRY A NUMBERED RECEIPT PAID, SO A REVERSAL
      * UNDOES EXACTLY WHAT THE RECEIPT DID, INSTALLMENT BY
      * INSTALLMENT, EVEN WHEN IT WAS AN INVOICE-LEVEL RECEIPT.
           SELECT APPLFL ASSIGN TO DYNAMIC WS-APPLFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-APPLFL-STATUS.

      * SAME ASSIGN/LAYOUT/KEY AS RECEIPTS.CBL'S LEDGFL, OPENED I-O
      * SO THE PAID AMOUNT CAN BE TAKEN BACK OFF EACH INSTALLMENT IN
      * PLACE AND THE BOUNCE CHARGE RAISED AS A NEW ONE.
           SELECT LEDGFL ASSIGN TO DYNAMIC WS-LEDGFL-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LEDG-KEY
           FILE STATUS WS-LEDGFL-STATUS.

      * SAME ASSIGN/LAYOUT/KEYS AS POLICY.CBL'S POLICYFYL, READ
      * RANDOMLY FOR THE AGENT AND LINE OF BUSINESS THE COMMISSION
      * REVERSAL HAS TO CARRY.
           SELECT POLICYFYL ASSIGN TO DYNAMIC
           WS-POLICYFYL-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PFY-POLICYNO
           ALTERNATE RECORD KEY IS PFY-CUSTOMERID WITH DUPLICATES
           FILE STATUS WS-POLICYFYL-STATUS.

      * ENDORSEMENT HISTORY POLMAINT.CBL, RATEREV.CBL AND
      * REINSTATE.CBL KEEP. A REINSTATEMENT (ACTION 'S') MADE ON OR
      * AFTER THE DISHONOURED MONEY REACHED THE LEDGER WAS MADE ON
      * MONEY THE COMPANY NEVER GOT.
           SELECT ENDHFL ASSIGN TO DYNAMIC
           WS-ENDHFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-ENDHFL-STATUS.

      * REVERSAL LOG, OPENED EXTEND: ONE LINE PER LEDGER ENTRY TAKEN
      * BACK, AGAINST THE ORIGINAL RECEIPT NUMBER AND THE DATE IT WAS
      * FIRST APPLIED.
           SELECT REVLOG ASSIGN TO DYNAMIC WS-REVLOG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-REVLOG-STATUS.

      * COMMISSION REVERSALS FOR AGENTCOM.CBL, OPENED EXTEND: THE
      * PREMIUM TAKEN BACK PER POLICY AND AGENT. AGENTCOM.CBL PRINTS
      * EACH ONE ON THE AGENT'S NEXT STATEMENT AND MARKS IT CONSUMED.
           SELECT COMMREV ASSIGN TO DYNAMIC WS-COMMREV-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-COMMREV-STATUS.

      * REINSTATEMENT REVIEW WORKLIST FOR UNDERWRITING, OPENED EXTEND
      * SO AN ITEM STAYS ON IT UNTIL SOMEONE CLEARS IT BY HAND.
           SELECT REINREV ASSIGN TO DYNAMIC WS-REINREV-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-REINREV-STATUS.

      * REVERSAL PARAMETER: THE FLAT BOUNCE CHARGE RAISED ON THE
      * POLICY FOR EACH DISHONOURED RECEIPT. A MISSING FILE FALLS
      * BACK TO THE HOUSE DEFAULT.
           SELECT REVPARM ASSIGN TO DYNAMIC WS-REVPARM-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-REVPARM-STATUS.

      * REVERSAL REGISTER FOR CREDIT CONTROL: ONE LINE PER RECEIPT
      * AND ONE PER INSTALLMENT IT TOUCHED, WITH CONTROL TOTALS.
           SELECT REVREG ASSIGN TO DYNAMIC WS-REVREG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-REVREG-STATUS.

      * SHARED END-OF-BATCH DASHBOARD (DASHCOPY.CPY), EXTENDED AT
      * CLOSE SO GLPOST.CBL JOURNALS THE CASH TAKEN BACK AND THE
      * CHARGES RAISED.
           SELECT DASHFL ASSIGN TO DYNAMIC
           WS-DASHFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-DASHFL-STATUS.

      * EXTERNALLY-SUPPLIED RUN DATE (RUNPARM.CPY), STAMPED ON EACH
      * REVERSAL AS ITS PROCESSED DATE.
           SELECT RUNPARM ASSIGN TO DYNAMIC
           WS-RUNPARM-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-RUNPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REVTRAN.
       01  REVTRAN-REC.
           05  REV-RECEIPT-NO      PIC 9(08).
           05  REV-REASON          PIC X(20).
           05  REV-CHARGE-SW       PIC X(01).
               88  REV-CHARGE-WAIVED           VALUE 'N'.
           05  REV-STATUS          PIC X(01).
               88  REV-PENDING                 VALUE SPACE.
               88  REV-REVERSED                VALUE 'R'.
               88  REV-REJECTED                VALUE 'X'.
           05  REV-PROC-DATE       PIC X(08).
           05  REV-AMOUNT          PIC 9(8)V99.
           05  REV-POLICYNO        PIC 9(07).
           05  FILLER              PIC X(25).

      * SAME LAYOUT AS RECEIPTS.CBL'S APPLFL-REC.
       FD  APPLFL.
       01  APPLFL-REC.
           05  APL-RECEIPT-NO      PIC 9(08).
           05  APL-POLICYNO        PIC 9(07).
           05  APL-DUE-DATE        PIC 9(08).
           05  APL-AMOUNT          PIC 9(8)V99.
           05  APL-APPLY-DATE      PIC 9(08).
           05  FILLER              PIC X(39).

      * SAME LAYOUT AS PREMADJ.CBL'S LEDGFL-REC.
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

      * SAME LAYOUT AS POLMAINT.CBL'S ENDHFL-REC.
       FD  ENDHFL.
       01  ENDHFL-REC.
           05  ENDH-EFF-DATE   PIC     9(08).
           05  ENDH-RUN-TIME   PIC     9(06).
           05  ENDH-ACTION     PIC     X(01).
           05  ENDH-POLICYNO   PIC     X(08).
           05  ENDH-BEFORE     PIC     X(103).
           05  ENDH-AFTER      PIC     X(103).

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

       FD  COMMREV.
       01  COMMREV-REC.
           05  CRV-POLICYNO        PIC X(08).
           05  CRV-AGENT-ID        PIC X(05).
           05  CRV-LOBCODE         PIC X(01).
           05  CRV-RECEIPT-NO      PIC 9(08).
           05  CRV-AMOUNT          PIC 9(8)V99.
           05  CRV-REVERSE-DATE    PIC 9(08).
           05  CRV-CONSUMED-SW     PIC X(01).
               88  CRV-PENDING                 VALUE SPACE.
               88  CRV-CONSUMED                VALUE 'C'.
           05  CRV-CONSUMED-DATE   PIC X(08).
           05  FILLER              PIC X(31).

       FD  REINREV.
       01  REINREV-REC.
           05  RRV-POLICYNO        PIC X(08).
           05  RRV-REINSTATE-DATE  PIC 9(08).
           05  RRV-RECEIPT-NO      PIC 9(08).
           05  RRV-APPLY-DATE      PIC 9(08).
           05  RRV-FLAG-DATE       PIC 9(08).
           05  RRV-REASON          PIC X(20).
           05  FILLER              PIC X(20).

       FD  REVPARM.
       01  REVPARM-REC.
           05  RVP-BOUNCE-CHARGE   PIC 9(6)V99.
           05  FILLER              PIC X(72).

       FD  REVREG.
       01  REVREG-REC                  PIC X(80).

       FD  DASHFL.
       COPY 'DASHCOPY'.

       FD  RUNPARM.
       COPY 'RUNPARM'.

       WORKING-STORAGE SECTION.
      * RESOLVED FILE PATHS. EVERY ASSIGNMENT COMES FROM THE
      * EXTERNAL FILE CONFIGURATION (FILECFG) AT STARTUP -- SEE
      * 0050-FILECFG-LOAD-PARA -- SO A DISK MOVE OR A TEST RUN
      * NEVER MEANS EDITING AND RECOMPILING THIS PROGRAM.
       77  WS-REVTRAN-PATH             PIC X(80) VALUE SPACES.
       77  WS-APPLFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-LEDGFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-POLICYFYL-PATH           PIC X(80) VALUE SPACES.
       77  WS-ENDHFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-REVLOG-PATH              PIC X(80) VALUE SPACES.
       77  WS-COMMREV-PATH             PIC X(80) VALUE SPACES.
       77  WS-REINREV-PATH             PIC X(80) VALUE SPACES.
       77  WS-REVPARM-PATH             PIC X(80) VALUE SPACES.
       77  WS-REVREG-PATH              PIC X(80) VALUE SPACES.
       77  WS-DASHFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-RUNPARM-PATH             PIC X(80) VALUE SPACES.
       77  WS-CFG-NAME             PIC X(12)   VALUE SPACES.
       77  WS-CFG-PATH             PIC X(80)   VALUE SPACES.
       77  WS-CFG-RESULT           PIC X(01)   VALUE 'N'.

       01  WS-FILE-STATUS.
           05  WS-REVTRAN-STATUS       PIC X(2).
           05  WS-APPLFL-STATUS        PIC X(2).
           05  WS-LEDGFL-STATUS        PIC X(2).
           05  WS-POLICYFYL-STATUS     PIC X(2).
           05  WS-ENDHFL-STATUS        PIC X(2).
           05  WS-REVLOG-STATUS        PIC X(2).
           05  WS-COMMREV-STATUS       PIC X(2).
           05  WS-REINREV-STATUS       PIC X(2).
           05  WS-REVPARM-STATUS       PIC X(2).
           05  WS-REVREG-STATUS        PIC X(2).
           05  WS-DASHFL-STATUS        PIC X(2).
           05  WS-RUNPARM-STATUS       PIC X(2).

       01  WS-EOF-SWITCHES.
           05  WS-REVTRAN-EOF-SW       PIC X(01)   VALUE 'N'.
               88  REVTRAN-EOF                     VALUE 'Y'.
           05  WS-APPLFL-EOF-SW        PIC X(01)   VALUE 'N'.
               88  APPLFL-EOF                      VALUE 'Y'.
           05  WS-ENDHFL-EOF-SW        PIC X(01)   VALUE 'N'.
               88  ENDHFL-EOF                      VALUE 'Y'.
           05  WS-LEDGFL-OPEN-SW       PIC X(01)   VALUE 'N'.
               88  LEDGFL-WAS-OPEN                 VALUE 'Y'.
           05  WS-POLICYFYL-AVAIL-SW   PIC X(01)   VALUE 'N'.
               88  POLICYFYL-AVAILABLE             VALUE 'Y'.

      * THE WHOLE REVERSAL FILE, HELD AS RECORD IMAGES SO THE
      * REWRITE PUTS BACK EXACTLY WHAT WAS READ PLUS TONIGHT'S
      * MARKS. A FILE TOO BIG FOR THE TABLE IS REFUSED OUTRIGHT:
      * REWRITING A TRUNCATED COPY WOULD LOSE REVERSALS.
       01  WS-REV-TABLE.
           05  WS-REV-ENTRY OCCURS 2000 TIMES
                                       PIC X(80).
       77  WS-REV-CNT                  PIC 9(4)    VALUE ZEROES.
       77  WS-REV-IDX                  PIC 9(4)    VALUE ZEROES.
       77  WS-REV-FULL-SW              PIC X(01)   VALUE 'N'.
           88  WS-REV-FULL                         VALUE 'Y'.

      * WORKING VIEW OF EACH REVERSAL LINE ALONGSIDE THE RECORD
      * IMAGE: ITS RECEIPT NUMBER, WHERE IT STANDS TONIGHT, AND WHAT
      * THE APPLICATION-LOG PASS FOUND AND TOOK BACK FOR IT.
       01  WS-REVW-TABLE.
           05  WS-REVW-ENTRY OCCURS 2000 TIMES.
               10  WS-REVW-RECEIPT-NO   PIC 9(08).
               10  WS-REVW-STATE        PIC X(01).
                   88  WS-REVW-PENDING             VALUE SPACE.
                   88  WS-REVW-SELECTED            VALUE 'S'.
                   88  WS-REVW-REVERSED            VALUE 'R'.
                   88  WS-REVW-REJECTED            VALUE 'X'.
               10  WS-REVW-AMOUNT       PIC 9(8)V99.
               10  WS-REVW-POLICYNO     PIC 9(07).
               10  WS-REVW-LINES        PIC 9(03).
       77  WS-REVW-SRCH-IDX            PIC 9(4)    VALUE ZEROES.
       77  WS-REVW-FOUND-SW            PIC X(01)   VALUE 'N'.
           88  WS-REVW-FOUND                       VALUE 'Y'.

      * POLICY AND FIRST-APPLIED DATE OF EVERY RECEIPT REVERSED
      * TONIGHT, FOR THE ONE PASS OF THE ENDORSEMENT HISTORY THAT
      * LOOKS FOR REINSTATEMENTS MADE ON THAT MONEY.
       01  WS-RCHK-TABLE.
           05  WS-RCHK-ENTRY OCCURS 500 TIMES.
               10  WS-RCHK-POLICYNO     PIC X(08).
               10  WS-RCHK-RECEIPT-NO   PIC 9(08).
               10  WS-RCHK-APPLY-DATE   PIC 9(08).
               10  WS-RCHK-REASON       PIC X(20).
       77  WS-RCHK-CNT                 PIC 9(3)    VALUE ZEROES.
       77  WS-RCHK-IDX                 PIC 9(3)    VALUE ZEROES.
       77  WS-RCHK-FOUND-SW            PIC X(01)   VALUE 'N'.
           88  WS-RCHK-FOUND                       VALUE 'Y'.

      * THE LEDGER'S 7-DIGIT NUMERIC KEY ZERO-PADDED TO THE MASTER'S
      * 8-BYTE KEY, THE SAME NORMALIZATION RECONPOL.CBL USES.
       01  WS-POL-KEY-X.
           05  FILLER                  PIC X(01)   VALUE '0'.
           05  WS-POL-KEY-NUM          PIC 9(07)   VALUE ZEROES.

      * FLAT CHARGE FOR A DISHONOURED RECEIPT, OVERRIDDEN FROM THE
      * REVERSAL PARAMETER FILE. ZERO SWITCHES CHARGING OFF.
       77  WS-BOUNCE-CHARGE            PIC 9(6)V99 VALUE 250.00.

       77  WS-TAKE-BACK                PIC 9(8)V99 VALUE ZEROES.
       77  WS-TAKE-BACK-TAX            PIC 9(8)V99 VALUE ZEROES.
       77  WS-SHORT-AMOUNT             PIC 9(8)V99 VALUE ZEROES.
       77  WS-OLD-BILLED               PIC 9(8)V99 VALUE ZEROES.

       01  WS-COUNTERS.
           05  WS-REVTRAN-RD-CNT       PIC 9(6)    VALUE ZEROES.
           05  WS-ALREADY-DONE-CNT     PIC 9(6)    VALUE ZEROES.
           05  WS-SELECTED-CNT         PIC 9(6)    VALUE ZEROES.
           05  WS-REVERSED-CNT         PIC 9(6)    VALUE ZEROES.
           05  WS-REJECTED-CNT         PIC 9(6)    VALUE ZEROES.
           05  WS-APPLFL-RD-CNT        PIC 9(6)    VALUE ZEROES.
           05  WS-ENTRY-REVERSED-CNT   PIC 9(6)    VALUE ZEROES.
           05  WS-REOPENED-CNT         PIC 9(6)    VALUE ZEROES.
           05  WS-COMMREV-WT-CNT       PIC 9(6)    VALUE ZEROES.
           05  WS-CHARGE-CNT           PIC 9(6)    VALUE ZEROES.
           05  WS-REVIEW-CNT           PIC 9(6)    VALUE ZEROES.

       77  WS-REVERSED-TOTAL           PIC 9(9)V99 VALUE ZEROES.
       77  WS-CHARGE-TOTAL             PIC 9(9)V99 VALUE ZEROES.
       77  WS-FORMATTED-AMOUNT         PIC Z(7)9.99.
       77  WS-FORMATTED-OLD            PIC Z(7)9.99.
       77  WS-FORMATTED-TOTAL          PIC Z(8)9.99.
       77  WS-RUN-DATE                 PIC 9(8)    VALUE ZEROES.
       77  WS-RUN-TIME                 PIC 9(6)    VALUE ZEROES.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0050-FILECFG-LOAD-PARA.
           PERFORM 1000-FILES-OPEN-PARA.
           EVALUATE TRUE
               WHEN WS-REVTRAN-STATUS NOT = '00'
                   DISPLAY 'NO RECEIPT REVERSAL FILE, NOTHING TO DO.'
               WHEN WS-REV-FULL
                   DISPLAY 'REVERSAL FILE EXCEEDS WS-REV-TABLE, '
                       'NOTHING REVERSED.'
                   MOVE 16 TO RETURN-CODE
               WHEN NOT LEDGFL-WAS-OPEN
                   DISPLAY 'ARREARS LEDGER CANNOT BE OPENED.'
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   PERFORM 2000-REVERSAL-SELECT-PARA
                   IF WS-SELECTED-CNT > 0
                       PERFORM 2200-APPLICATION-PASS-PARA
                       PERFORM 2500-REVERSAL-FINISH-PARA
                       PERFORM 2700-REINSTATE-CHECK-PARA
                   END-IF
                   PERFORM 3500-REVTRAN-REWRITE-PARA
                   PERFORM 3950-DASHBOARD-WRITE-PARA
           END-EVALUATE.
           PERFORM 3900-FILES-CLOSE-PARA.

           DISPLAY 'REVERSAL LINES READ: ', WS-REVTRAN-RD-CNT.
           DISPLAY 'ALREADY PROCESSED: ', WS-ALREADY-DONE-CNT.
           DISPLAY 'RECEIPTS REVERSED: ', WS-REVERSED-CNT.
           DISPLAY 'REVERSALS REJECTED: ', WS-REJECTED-CNT.
           DISPLAY 'LEDGER ENTRIES REVERSED: ', WS-ENTRY-REVERSED-CNT.
           DISPLAY 'LEDGER ENTRIES RE-OPENED: ', WS-REOPENED-CNT.
           DISPLAY 'COMMISSION REVERSALS WRITTEN: ',
               WS-COMMREV-WT-CNT.
           DISPLAY 'BOUNCE CHARGES RAISED: ', WS-CHARGE-CNT.
           DISPLAY 'REINSTATEMENTS FLAGGED FOR REVIEW: ',
               WS-REVIEW-CNT.
           STOP RUN.

       1000-FILES-OPEN-PARA.
           OPEN INPUT REVTRAN.
           DISPLAY 'FILE STATUS FOR REVTRAN:', WS-REVTRAN-STATUS.
           IF WS-REVTRAN-STATUS = '00'
               PERFORM 1100-REVTRAN-LOAD-PARA UNTIL REVTRAN-EOF
               CLOSE REVTRAN
           END-IF.

           PERFORM 1050-RUNPARM-LOAD-PARA.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM 1200-REVPARM-LOAD-PARA.

           OPEN I-O LEDGFL.
           DISPLAY 'FILE STATUS FOR LEDGFL:', WS-LEDGFL-STATUS.
           IF WS-LEDGFL-STATUS = '00'
               SET LEDGFL-WAS-OPEN TO TRUE
           END-IF.

           OPEN INPUT POLICYFYL.
           DISPLAY 'FILE STATUS FOR POLICYFYL:', WS-POLICYFYL-STATUS.
           IF WS-POLICYFYL-STATUS = '00'
               SET POLICYFYL-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'POLICY MASTER NOT AVAILABLE, NO COMMISSION '
                   'REVERSALS WRITTEN.'
           END-IF.

           OPEN EXTEND REVLOG.
           DISPLAY 'FILE STATUS FOR REVLOG:', WS-REVLOG-STATUS.
           OPEN EXTEND COMMREV.
           DISPLAY 'FILE STATUS FOR COMMREV:', WS-COMMREV-STATUS.
           OPEN EXTEND REINREV.
           DISPLAY 'FILE STATUS FOR REINREV:', WS-REINREV-STATUS.

           OPEN OUTPUT REVREG.
           DISPLAY 'FILE STATUS FOR REVREG:', WS-REVREG-STATUS.
           MOVE SPACES TO REVREG-REC.
           STRING 'DISHONOURED RECEIPT REVERSAL REGISTER - RUN '
               DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO REVREG-REC.
           WRITE REVREG-REC.

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

      * EACH LINE IS KEPT AS READ; THE WORKING VIEW CARRIES ITS
      * RECEIPT NUMBER AND WHETHER AN EARLIER RUN ALREADY REVERSED IT.
       1100-REVTRAN-LOAD-PARA.
           READ REVTRAN
               AT END
                   SET REVTRAN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-REVTRAN-RD-CNT
                   IF WS-REV-CNT < 2000
                       ADD 1 TO WS-REV-CNT
                       MOVE REVTRAN-REC TO WS-REV-ENTRY(WS-REV-CNT)
                       PERFORM 1150-REVW-INIT-PARA
                   ELSE
                       SET WS-REV-FULL TO TRUE
                   END-IF
           END-READ.

       1150-REVW-INIT-PARA.
           IF REV-RECEIPT-NO NUMERIC
               MOVE REV-RECEIPT-NO TO WS-REVW-RECEIPT-NO(WS-REV-CNT)
           ELSE
               MOVE ZEROES TO WS-REVW-RECEIPT-NO(WS-REV-CNT)
           END-IF.
           MOVE REV-STATUS TO WS-REVW-STATE(WS-REV-CNT).
           MOVE ZEROES TO WS-REVW-AMOUNT(WS-REV-CNT).
           MOVE ZEROES TO WS-REVW-POLICYNO(WS-REV-CNT).
           MOVE ZEROES TO WS-REVW-LINES(WS-REV-CNT).

       1200-REVPARM-LOAD-PARA.
           OPEN INPUT REVPARM.
           IF WS-REVPARM-STATUS NOT = '00' THEN
               DISPLAY 'REVERSAL PARAMETER NOT FOUND, DEFAULT BOUNCE '
                   'CHARGE USED.'
           ELSE
               READ REVPARM
                   AT END
                       DISPLAY 'REVERSAL PARAMETER EMPTY, DEFAULT '
                           'BOUNCE CHARGE USED.'
                   NOT AT END
                       IF RVP-BOUNCE-CHARGE NUMERIC
                           MOVE RVP-BOUNCE-CHARGE TO WS-BOUNCE-CHARGE
                       ELSE
                           DISPLAY 'REVERSAL PARAMETER MALFORMED, '
                               'DEFAULT BOUNCE CHARGE USED.'
                       END-IF
               END-READ
               CLOSE REVPARM
           END-IF.

      * PICKS OUT TONIGHT'S WORK. A LINE ALREADY MARKED IS LEFT
      * ALONE; A PENDING LINE FOR A RECEIPT ALREADY REVERSED, OR
      * ALREADY SELECTED FROM AN EARLIER LINE OF THIS FILE, IS
      * REJECTED SO THE SAME MONEY IS NEVER TAKEN BACK TWICE.
       2000-REVERSAL-SELECT-PARA.
           MOVE 1 TO WS-REV-IDX.
           PERFORM 2100-REVERSAL-SELECT-ONE-PARA
               UNTIL WS-REV-IDX > WS-REV-CNT.

       2100-REVERSAL-SELECT-ONE-PARA.
           MOVE WS-REV-ENTRY(WS-REV-IDX) TO REVTRAN-REC.
           IF NOT REV-PENDING
               ADD 1 TO WS-ALREADY-DONE-CNT
           ELSE
               IF WS-REVW-RECEIPT-NO(WS-REV-IDX) = ZEROES
                   MOVE 'NOT A RECEIPT NUMBER' TO REV-REASON
                   PERFORM 2150-REVERSAL-REJECT-PARA
               ELSE
                   PERFORM 2180-REVERSAL-DUP-FIND-PARA
                   IF WS-REVW-FOUND
                       PERFORM 2150-REVERSAL-REJECT-PARA
                   ELSE
                       SET WS-REVW-SELECTED(WS-REV-IDX) TO TRUE
                       ADD 1 TO WS-SELECTED-CNT
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO WS-REV-IDX.

      * A REJECTED LINE IS MARKED 'X' WITH THE RUN DATE AND A
      * REGISTER LINE GIVING THE REASON, WHICH REPLACES THE BANK'S
      * REASON ON THE FILE SO THE REWRITTEN LINE SAYS WHY.
       2150-REVERSAL-REJECT-PARA.
           SET REV-REJECTED TO TRUE.
           MOVE WS-RUN-DATE TO REV-PROC-DATE.
           MOVE REVTRAN-REC TO WS-REV-ENTRY(WS-REV-IDX).
           SET WS-REVW-REJECTED(WS-REV-IDX) TO TRUE.
           ADD 1 TO WS-REJECTED-CNT.
           MOVE SPACES TO REVREG-REC.
           STRING 'RECEIPT ' DELIMITED BY SIZE
               WS-REVW-RECEIPT-NO(WS-REV-IDX) DELIMITED BY SIZE
               ' REJECTED - ' DELIMITED BY SIZE
               REV-REASON DELIMITED BY SIZE
               INTO REVREG-REC.
           WRITE REVREG-REC.

       2180-REVERSAL-DUP-FIND-PARA.
           MOVE 'N' TO WS-REVW-FOUND-SW.
           MOVE 1 TO WS-REVW-SRCH-IDX.
           PERFORM 2190-REVERSAL-DUP-ONE-PARA
               UNTIL WS-REVW-SRCH-IDX > WS-REV-CNT
                  OR WS-REVW-FOUND.

       2190-REVERSAL-DUP-ONE-PARA.
           IF WS-REVW-SRCH-IDX NOT = WS-REV-IDX
               AND WS-REVW-RECEIPT-NO(WS-REVW-SRCH-IDX) =
                   WS-REVW-RECEIPT-NO(WS-REV-IDX)
               IF WS-REVW-REVERSED(WS-REVW-SRCH-IDX)
                   SET WS-REVW-FOUND TO TRUE
                   MOVE 'ALREADY REVERSED' TO REV-REASON
               END-IF
               IF WS-REVW-SELECTED(WS-REVW-SRCH-IDX)
                   SET WS-REVW-FOUND TO TRUE
                   MOVE 'DUPLICATE REVERSAL' TO REV-REASON
               END-IF
           END-IF.
           ADD 1 TO WS-REVW-SRCH-IDX.

      * ONE PASS OF THE APPLICATION LOG: EVERY LINE FOR A SELECTED
      * RECEIPT IS TAKEN BACK OFF ITS LEDGER ENTRY.
       2200-APPLICATION-PASS-PARA.
           OPEN INPUT APPLFL.
           DISPLAY 'FILE STATUS FOR APPLFL:', WS-APPLFL-STATUS.
           IF WS-APPLFL-STATUS NOT = '00'
               DISPLAY 'NO RECEIPT APPLICATION LOG, NOTHING CAN BE '
                   'REVERSED.'
           ELSE
               PERFORM 2250-APPLFL-READ-PARA UNTIL APPLFL-EOF
               CLOSE APPLFL
           END-IF.

       2250-APPLFL-READ-PARA.
           READ APPLFL
               AT END
                   SET APPLFL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-APPLFL-RD-CNT
                   IF APL-RECEIPT-NO NUMERIC
                       AND APL-RECEIPT-NO > 0
                       AND APL-AMOUNT NUMERIC
                       PERFORM 2260-RECEIPT-FIND-PARA
                       IF WS-REVW-FOUND
                           PERFORM 2300-APPLICATION-REVERSE-PARA
                       END-IF
                   END-IF
           END-READ.

       2260-RECEIPT-FIND-PARA.
           MOVE 'N' TO WS-REVW-FOUND-SW.
           MOVE 1 TO WS-REV-IDX.
           PERFORM 2270-RECEIPT-FIND-ONE-PARA
               UNTIL WS-REV-IDX > WS-REV-CNT
                  OR WS-REVW-FOUND.

       2270-RECEIPT-FIND-ONE-PARA.
           IF WS-REVW-SELECTED(WS-REV-IDX)
               AND WS-REVW-RECEIPT-NO(WS-REV-IDX) = APL-RECEIPT-NO
               SET WS-REVW-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-REV-IDX
           END-IF.

      * TAKES THE APPLIED AMOUNT BACK OFF THE INSTALLMENT AND PUTS
      * OUTSTANDING BACK TO BILLED LESS WHAT IS STILL PAID. AN
      * INSTALLMENT RECEIPTS.CBL HAS SINCE PURGED IS RE-OPENED FOR
      * THE AMOUNT. WHAT THE LEDGER NO LONGER SHOWS AS PAID (A LATER
      * RETURN PREMIUM TOOK IT) CANNOT COME OFF AND IS REPORTED SHORT.
       2300-APPLICATION-REVERSE-PARA.
           MOVE WS-REV-ENTRY(WS-REV-IDX) TO REVTRAN-REC.
           MOVE ZEROES TO WS-SHORT-AMOUNT.
           MOVE ZEROES TO WS-TAKE-BACK-TAX.
           MOVE APL-POLICYNO TO LEDG-POLICYNO.
           MOVE APL-DUE-DATE TO LEDG-DUE-DATE.
           READ LEDGFL
               INVALID KEY
                   PERFORM 2350-INSTALLMENT-REOPEN-PARA
               NOT INVALID KEY
                   PERFORM 2320-INSTALLMENT-REVERSE-PARA
           END-READ.
           IF WS-TAKE-BACK > ZEROES
               ADD WS-TAKE-BACK TO WS-REVW-AMOUNT(WS-REV-IDX)
               ADD WS-TAKE-BACK TO WS-REVERSED-TOTAL
               IF WS-REVW-LINES(WS-REV-IDX) = 0
                   MOVE APL-POLICYNO TO WS-REVW-POLICYNO(WS-REV-IDX)
               END-IF
               ADD 1 TO WS-REVW-LINES(WS-REV-IDX)
               ADD 1 TO WS-ENTRY-REVERSED-CNT
               PERFORM 2400-REVERSAL-LOG-PARA
               PERFORM 2420-COMMISSION-REVERSE-PARA
               PERFORM 2450-REINSTATE-CHECK-KEEP-PARA
           END-IF.

       2320-INSTALLMENT-REVERSE-PARA.
           IF APL-AMOUNT > LEDG-PAID
               MOVE LEDG-PAID TO WS-TAKE-BACK
               COMPUTE WS-SHORT-AMOUNT = APL-AMOUNT - LEDG-PAID
           ELSE
               MOVE APL-AMOUNT TO WS-TAKE-BACK
           END-IF.
           SUBTRACT WS-TAKE-BACK FROM LEDG-PAID.
           IF LEDG-WRITTEN-OFF NOT NUMERIC
               MOVE ZEROES TO LEDG-WRITTEN-OFF
           END-IF.
           IF LEDG-BILLED > LEDG-PAID + LEDG-WRITTEN-OFF
               COMPUTE LEDG-OUTSTANDING = LEDG-BILLED - LEDG-PAID
                   - LEDG-WRITTEN-OFF
           ELSE
               MOVE ZEROES TO LEDG-OUTSTANDING
           END-IF.
           PERFORM 2330-TAKE-BACK-TAX-PARA.
           REWRITE LEDGFL-REC.
           IF WS-LEDGFL-STATUS NOT = '00'
               DISPLAY 'LEDGER REWRITE FAILED, STATUS '
                   WS-LEDGFL-STATUS ' KEY ' LEDG-KEY
               MOVE ZEROES TO WS-TAKE-BACK
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE WS-TAKE-BACK TO WS-FORMATTED-AMOUNT
               MOVE LEDG-OUTSTANDING TO WS-FORMATTED-OLD
               MOVE SPACES TO REVREG-REC
               STRING '    DUE ' DELIMITED BY SIZE
                   LEDG-DUE-DATE DELIMITED BY SIZE
                   ' REVERSED ' DELIMITED BY SIZE
                   WS-FORMATTED-AMOUNT DELIMITED BY SIZE
                   ' NOW OUTSTANDING ' DELIMITED BY SIZE
                   WS-FORMATTED-OLD DELIMITED BY SIZE
                   INTO REVREG-REC
               WRITE REVREG-REC
               IF WS-SHORT-AMOUNT > ZEROES
                   MOVE WS-SHORT-AMOUNT TO WS-FORMATTED-AMOUNT
                   MOVE SPACES TO REVREG-REC
                   STRING '    DUE ' DELIMITED BY SIZE
                       LEDG-DUE-DATE DELIMITED BY SIZE
                       ' NO LONGER PAID ON LEDGER, SHORT '
                           DELIMITED BY SIZE
                       WS-FORMATTED-AMOUNT DELIMITED BY SIZE
                       INTO REVREG-REC
                   WRITE REVREG-REC
               END-IF
           END-IF.

      * THE TAX INSIDE THE AMOUNT TAKEN BACK, IN THE SAME PROPORTION
      * AGENTCOM.CBL TAKES IT OUT OF THE PREMIUM IT PAYS ON. A LINE
      * WRITTEN BEFORE THE TAX FIELD WAS CARRIED HAS SPACES THERE AND
      * COUNTS AS ALL PREMIUM.
       2330-TAKE-BACK-TAX-PARA.
           IF LEDG-TAX-AMOUNT NOT NUMERIC
               MOVE ZEROES TO LEDG-TAX-AMOUNT
           END-IF.
           IF LEDG-BILLED > ZEROES
               COMPUTE WS-TAKE-BACK-TAX ROUNDED =
                   WS-TAKE-BACK * LEDG-TAX-AMOUNT / LEDG-BILLED
           ELSE
               MOVE ZEROES TO WS-TAKE-BACK-TAX
           END-IF.
           IF WS-TAKE-BACK-TAX > LEDG-TAX-AMOUNT
               MOVE LEDG-TAX-AMOUNT TO WS-TAKE-BACK-TAX
           END-IF.

       2350-INSTALLMENT-REOPEN-PARA.
           MOVE SPACES TO LEDGFL-REC.
           MOVE APL-POLICYNO TO LEDG-POLICYNO.
           MOVE APL-DUE-DATE TO LEDG-DUE-DATE.
           MOVE APL-AMOUNT TO LEDG-BILLED.
           MOVE ZEROES TO LEDG-PAID.
           MOVE APL-AMOUNT TO LEDG-OUTSTANDING.
           MOVE ZEROES TO LEDG-INVOICE-NO.
           MOVE ZEROES TO LEDG-WRITTEN-OFF.
           MOVE ZEROES TO LEDG-TAX-AMOUNT.
           MOVE APL-AMOUNT TO WS-TAKE-BACK.
           MOVE ZEROES TO WS-TAKE-BACK-TAX.
           WRITE LEDGFL-REC
               INVALID KEY
                   DISPLAY 'LEDGER WRITE REFUSED: ' LEDG-KEY
                   MOVE ZEROES TO WS-TAKE-BACK
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-REOPENED-CNT
                   MOVE APL-AMOUNT TO WS-FORMATTED-AMOUNT
                   MOVE SPACES TO REVREG-REC
                   STRING '    DUE ' DELIMITED BY SIZE
                       LEDG-DUE-DATE DELIMITED BY SIZE
                       ' PURGED, RE-OPENED FOR ' DELIMITED BY SIZE
                       WS-FORMATTED-AMOUNT DELIMITED BY SIZE
                       INTO REVREG-REC
                   WRITE REVREG-REC
           END-WRITE.

       2400-REVERSAL-LOG-PARA.
           MOVE SPACES TO REVLOG-REC.
           MOVE APL-RECEIPT-NO TO RVL-RECEIPT-NO.
           MOVE APL-POLICYNO TO RVL-POLICYNO.
           MOVE APL-DUE-DATE TO RVL-DUE-DATE.
           MOVE WS-TAKE-BACK TO RVL-AMOUNT.
           MOVE APL-APPLY-DATE TO RVL-APPLY-DATE.
           MOVE WS-RUN-DATE TO RVL-REVERSE-DATE.
           MOVE REV-REASON TO RVL-REASON.
           WRITE REVLOG-REC.

      * THE PREMIUM TAKEN BACK, NET OF ITS SHARE OF THE INSTALLMENT'S
      * TAX, AGAINST THE POLICY'S AGENT, FOR AGENTCOM.CBL TO SHOW AS
      * A NEGATIVE LINE ON THE SAME BASE THE COMMISSION WAS PAID ON.
      * A POLICY WITH NO AGENT EARNED NO COMMISSION AND NEEDS NO LINE.
       2420-COMMISSION-REVERSE-PARA.
           IF POLICYFYL-AVAILABLE
               MOVE APL-POLICYNO TO WS-POL-KEY-NUM
               MOVE WS-POL-KEY-X TO PFY-POLICYNO
               READ POLICYFYL
                   INVALID KEY
                       DISPLAY 'POLICY NOT ON MASTER, NO COMMISSION '
                           'REVERSAL: ' WS-POL-KEY-X
                   NOT INVALID KEY
                       IF PFY-AGENT-ID NOT = SPACES
                           MOVE SPACES TO COMMREV-REC
                           MOVE PFY-POLICYNO TO CRV-POLICYNO
                           MOVE PFY-AGENT-ID TO CRV-AGENT-ID
                           MOVE PFY-LOBCODE TO CRV-LOBCODE
                           MOVE APL-RECEIPT-NO TO CRV-RECEIPT-NO
                           COMPUTE CRV-AMOUNT =
                               WS-TAKE-BACK - WS-TAKE-BACK-TAX
                           MOVE WS-RUN-DATE TO CRV-REVERSE-DATE
                           WRITE COMMREV-REC
                           ADD 1 TO WS-COMMREV-WT-CNT
                       END-IF
               END-READ
           END-IF.

      * KEEPS THE EARLIEST DATE THE RECEIPT REACHED EACH POLICY'S
      * LEDGER, ONE ENTRY PER RECEIPT AND POLICY.
       2450-REINSTATE-CHECK-KEEP-PARA.
           MOVE APL-POLICYNO TO WS-POL-KEY-NUM.
           MOVE 'N' TO WS-RCHK-FOUND-SW.
           MOVE 1 TO WS-RCHK-IDX.
           PERFORM 2460-REINSTATE-CHECK-FIND-PARA
               UNTIL WS-RCHK-IDX > WS-RCHK-CNT
                  OR WS-RCHK-FOUND.
           IF WS-RCHK-FOUND
               IF APL-APPLY-DATE < WS-RCHK-APPLY-DATE(WS-RCHK-IDX)
                   MOVE APL-APPLY-DATE TO
                       WS-RCHK-APPLY-DATE(WS-RCHK-IDX)
               END-IF
           ELSE
               IF WS-RCHK-CNT < 500
                   ADD 1 TO WS-RCHK-CNT
                   MOVE WS-POL-KEY-X TO WS-RCHK-POLICYNO(WS-RCHK-CNT)
                   MOVE APL-RECEIPT-NO TO
                       WS-RCHK-RECEIPT-NO(WS-RCHK-CNT)
                   MOVE APL-APPLY-DATE TO
                       WS-RCHK-APPLY-DATE(WS-RCHK-CNT)
                   MOVE REV-REASON TO WS-RCHK-REASON(WS-RCHK-CNT)
               ELSE
                   DISPLAY 'WS-RCHK-TABLE FULL, ENTRY IGNORED: '
                       WS-POL-KEY-X ' ' APL-RECEIPT-NO
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       2460-REINSTATE-CHECK-FIND-PARA.
           IF WS-RCHK-POLICYNO(WS-RCHK-IDX) = WS-POL-KEY-X
               AND WS-RCHK-RECEIPT-NO(WS-RCHK-IDX) = APL-RECEIPT-NO
               SET WS-RCHK-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-RCHK-IDX
           END-IF.

      * CLOSES OFF EACH SELECTED RECEIPT: ONE THAT NEVER REACHED THE
      * LEDGER (IT WENT TO SUSPENSE, OR WAS NEVER NUMBERED) IS
      * REJECTED; ONE THAT DID IS MARKED REVERSED WITH THE AMOUNT
      * AND POLICY, AND CARRIES THE BOUNCE CHARGE UNLESS WAIVED.
       2500-REVERSAL-FINISH-PARA.
           MOVE 1 TO WS-REV-IDX.
           PERFORM 2550-REVERSAL-FINISH-ONE-PARA
               UNTIL WS-REV-IDX > WS-REV-CNT.

       2550-REVERSAL-FINISH-ONE-PARA.
           IF WS-REVW-SELECTED(WS-REV-IDX)
               MOVE WS-REV-ENTRY(WS-REV-IDX) TO REVTRAN-REC
               IF WS-REVW-LINES(WS-REV-IDX) = 0
                   MOVE 'NOT APPLIED-SUSPENSE' TO REV-REASON
                   PERFORM 2150-REVERSAL-REJECT-PARA
               ELSE
                   SET REV-REVERSED TO TRUE
                   SET WS-REVW-REVERSED(WS-REV-IDX) TO TRUE
                   MOVE WS-RUN-DATE TO REV-PROC-DATE
                   MOVE WS-REVW-AMOUNT(WS-REV-IDX) TO REV-AMOUNT
                   MOVE WS-REVW-POLICYNO(WS-REV-IDX) TO REV-POLICYNO
                   ADD 1 TO WS-REVERSED-CNT
                   MOVE REV-AMOUNT TO WS-FORMATTED-AMOUNT
                   MOVE SPACES TO REVREG-REC
                   STRING 'RECEIPT ' DELIMITED BY SIZE
                       REV-RECEIPT-NO DELIMITED BY SIZE
                       ' POLICYNO ' DELIMITED BY SIZE
                       REV-POLICYNO DELIMITED BY SIZE
                       ' REVERSED ' DELIMITED BY SIZE
                       WS-FORMATTED-AMOUNT DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       REV-REASON DELIMITED BY SIZE
                       INTO REVREG-REC
                   WRITE REVREG-REC
                   IF NOT REV-CHARGE-WAIVED
                       AND WS-BOUNCE-CHARGE > ZEROES
                       PERFORM 2600-CHARGE-RAISE-PARA
                   END-IF
                   MOVE REVTRAN-REC TO WS-REV-ENTRY(WS-REV-IDX)
               END-IF
           END-IF.
           ADD 1 TO WS-REV-IDX.

      * THE BOUNCE CHARGE IS A NEW INSTALLMENT ON THE POLICY DUE ON
      * THE RUN DATE, SO DUNNING.CBL CHASES IT LIKE ANY OTHER. AN
      * INSTALLMENT ALREADY ON THAT DATE TAKES THE CHARGE ON TOP, THE
      * SAME REOPEN PREMADJ.CBL DOES FOR AN ADJUSTMENT INSTALLMENT.
       2600-CHARGE-RAISE-PARA.
           MOVE SPACES TO LEDGFL-REC.
           MOVE REV-POLICYNO TO LEDG-POLICYNO.
           MOVE WS-RUN-DATE TO LEDG-DUE-DATE.
           MOVE WS-BOUNCE-CHARGE TO LEDG-BILLED.
           MOVE ZEROES TO LEDG-PAID.
           MOVE WS-BOUNCE-CHARGE TO LEDG-OUTSTANDING.
           MOVE ZEROES TO LEDG-INVOICE-NO.
           MOVE ZEROES TO LEDG-WRITTEN-OFF.
           MOVE ZEROES TO LEDG-TAX-AMOUNT.
           MOVE ZEROES TO WS-OLD-BILLED.
           WRITE LEDGFL-REC
               INVALID KEY
                   PERFORM 2650-CHARGE-REOPEN-PARA
               NOT INVALID KEY
                   ADD 1 TO WS-CHARGE-CNT
                   ADD WS-BOUNCE-CHARGE TO WS-CHARGE-TOTAL
           END-WRITE.
           MOVE WS-BOUNCE-CHARGE TO WS-FORMATTED-AMOUNT.
           MOVE WS-OLD-BILLED TO WS-FORMATTED-OLD.
           MOVE SPACES TO REVREG-REC.
           STRING '    BOUNCE CHARGE ' DELIMITED BY SIZE
               WS-FORMATTED-AMOUNT DELIMITED BY SIZE
               ' DUE ' DELIMITED BY SIZE
               LEDG-DUE-DATE DELIMITED BY SIZE
               ' ON TOP OF ' DELIMITED BY SIZE
               WS-FORMATTED-OLD DELIMITED BY SIZE
               INTO REVREG-REC.
           WRITE REVREG-REC.

       2650-CHARGE-REOPEN-PARA.
           READ LEDGFL
               INVALID KEY
                   DISPLAY 'BOUNCE CHARGE NOT RAISED: ' LEDG-KEY
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE LEDG-BILLED TO WS-OLD-BILLED
                   ADD WS-BOUNCE-CHARGE TO LEDG-BILLED
                   ADD WS-BOUNCE-CHARGE TO LEDG-OUTSTANDING
                   REWRITE LEDGFL-REC
                   IF WS-LEDGFL-STATUS NOT = '00'
                       DISPLAY 'LEDGER REWRITE FAILED, STATUS '
                           WS-LEDGFL-STATUS ' KEY ' LEDG-KEY
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       ADD 1 TO WS-CHARGE-CNT
                       ADD WS-BOUNCE-CHARGE TO WS-CHARGE-TOTAL
                   END-IF
           END-READ.

      * ONE PASS OF THE ENDORSEMENT HISTORY: A REINSTATEMENT OF A
      * POLICY WHOSE RECEIPT WAS REVERSED TONIGHT, MADE ON OR AFTER
      * THE DAY THAT RECEIPT REACHED THE LEDGER, GOES ON THE REVIEW
      * WORKLIST. THE POLICY IS NOT LAPSED AGAIN HERE; UNDERWRITING
      * DECIDES.
       2700-REINSTATE-CHECK-PARA.
           IF WS-RCHK-CNT > 0
               OPEN INPUT ENDHFL
               IF WS-ENDHFL-STATUS NOT = '00'
                   DISPLAY 'NO ENDORSEMENT HISTORY, REINSTATEMENT '
                       'CHECK SKIPPED.'
               ELSE
                   PERFORM 2750-ENDHFL-READ-PARA UNTIL ENDHFL-EOF
                   CLOSE ENDHFL
               END-IF
           END-IF.

       2750-ENDHFL-READ-PARA.
           READ ENDHFL
               AT END
                   SET ENDHFL-EOF TO TRUE
               NOT AT END
                   IF ENDH-ACTION = 'S'
                       PERFORM 2760-REINSTATE-MATCH-PARA
                           VARYING WS-RCHK-IDX FROM 1 BY 1
                           UNTIL WS-RCHK-IDX > WS-RCHK-CNT
                   END-IF
           END-READ.

       2760-REINSTATE-MATCH-PARA.
           IF WS-RCHK-POLICYNO(WS-RCHK-IDX) = ENDH-POLICYNO
               AND ENDH-EFF-DATE NOT < WS-RCHK-APPLY-DATE(WS-RCHK-IDX)
               MOVE SPACES TO REINREV-REC
               MOVE ENDH-POLICYNO TO RRV-POLICYNO
               MOVE ENDH-EFF-DATE TO RRV-REINSTATE-DATE
               MOVE WS-RCHK-RECEIPT-NO(WS-RCHK-IDX) TO RRV-RECEIPT-NO
               MOVE WS-RCHK-APPLY-DATE(WS-RCHK-IDX) TO RRV-APPLY-DATE
               MOVE WS-RUN-DATE TO RRV-FLAG-DATE
               MOVE WS-RCHK-REASON(WS-RCHK-IDX) TO RRV-REASON
               WRITE REINREV-REC
               ADD 1 TO WS-REVIEW-CNT
               MOVE SPACES TO REVREG-REC
               STRING 'POLICYNO ' DELIMITED BY SIZE
                   ENDH-POLICYNO DELIMITED BY SIZE
                   ' REINSTATED ' DELIMITED BY SIZE
                   ENDH-EFF-DATE DELIMITED BY SIZE
                   ' ON RECEIPT ' DELIMITED BY SIZE
                   WS-RCHK-RECEIPT-NO(WS-RCHK-IDX) DELIMITED BY SIZE
                   ' - FOR REVIEW' DELIMITED BY SIZE
                   INTO REVREG-REC
               WRITE REVREG-REC
           END-IF.

      * PUTS THE REVERSAL FILE BACK WITH TONIGHT'S MARKS, SO THE
      * NEXT RUN (AND THE NEXT APPEND) SEES EVERY REVERSAL AND KNOWS
      * WHICH ARE DONE.
       3500-REVTRAN-REWRITE-PARA.
           OPEN OUTPUT REVTRAN.
           IF WS-REVTRAN-STATUS NOT = '00'
               DISPLAY 'REVERSAL FILE CANNOT BE REWRITTEN, STATUS '
                   WS-REVTRAN-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 1 TO WS-REV-IDX
               PERFORM 3550-REVTRAN-WRITE-PARA
                   UNTIL WS-REV-IDX > WS-REV-CNT
               CLOSE REVTRAN
           END-IF.

       3550-REVTRAN-WRITE-PARA.
           MOVE WS-REV-ENTRY(WS-REV-IDX) TO REVTRAN-REC.
           WRITE REVTRAN-REC.
           ADD 1 TO WS-REV-IDX.

      * CONTROL TOTALS FOR CREDIT CONTROL'S REVIEW, THEN CLOSE.
       3900-FILES-CLOSE-PARA.
           MOVE WS-REVERSED-TOTAL TO WS-FORMATTED-TOTAL.
           MOVE SPACES TO REVREG-REC.
           STRING 'RECEIPTS REVERSED: ' DELIMITED BY SIZE
               WS-REVERSED-CNT DELIMITED BY SIZE
               ' AMOUNT: ' DELIMITED BY SIZE
               WS-FORMATTED-TOTAL DELIMITED BY SIZE
               ' REJECTED: ' DELIMITED BY SIZE
               WS-REJECTED-CNT DELIMITED BY SIZE
               INTO REVREG-REC.
           WRITE REVREG-REC.
           MOVE WS-CHARGE-TOTAL TO WS-FORMATTED-TOTAL.
           MOVE SPACES TO REVREG-REC.
           STRING 'BOUNCE CHARGES: ' DELIMITED BY SIZE
               WS-CHARGE-CNT DELIMITED BY SIZE
               ' AMOUNT: ' DELIMITED BY SIZE
               WS-FORMATTED-TOTAL DELIMITED BY SIZE
               ' FOR REVIEW: ' DELIMITED BY SIZE
               WS-REVIEW-CNT DELIMITED BY SIZE
               INTO REVREG-REC.
           WRITE REVREG-REC.
           CLOSE REVREG.
           CLOSE REVLOG.
           CLOSE COMMREV.
           CLOSE REINREV.
           IF POLICYFYL-AVAILABLE
               CLOSE POLICYFYL
           END-IF.
           IF LEDGFL-WAS-OPEN
               CLOSE LEDGFL
           END-IF.

      * TWO DASHBOARD ENTRIES: THE CASH TAKEN BACK OFF THE LEDGER,
      * WHICH GLPOST.CBL JOURNALS AS THE REVERSE OF THE RECEIPTS
      * ENTRY AND BILLRECON.CBL NETS AGAINST IT, AND THE BOUNCE
      * CHARGES RAISED, WHICH POST AS FEE INCOME.
       3950-DASHBOARD-WRITE-PARA.
           OPEN EXTEND DASHFL.
           IF WS-DASHFL-STATUS NOT = '00'
               DISPLAY 'DASHBOARD CANNOT BE EXTENDED, STATUS '
                   WS-DASHFL-STATUS
           ELSE
               MOVE SPACES TO DASH-REC
               MOVE 'RCPTREV' TO DASH-PROGRAM
               MOVE WS-RUN-DATE TO DASH-RUN-DATE
               MOVE WS-RUN-TIME TO DASH-RUN-TIME
               MOVE WS-REVTRAN-RD-CNT TO DASH-READ-CNT
               MOVE WS-REVERSED-CNT TO DASH-WRITE-CNT
               MOVE WS-REJECTED-CNT TO DASH-REJECT-CNT
               MOVE WS-REVERSED-TOTAL TO DASH-CONTROL-TOTAL
               MOVE 'N' TO DASH-ABORT-SW
               MOVE 'N' TO DASH-WARN-SW
               WRITE DASH-REC
               MOVE SPACES TO DASH-REC
               MOVE 'RCPTREVCHG' TO DASH-PROGRAM
               MOVE WS-RUN-DATE TO DASH-RUN-DATE
               MOVE WS-RUN-TIME TO DASH-RUN-TIME
               MOVE WS-REVERSED-CNT TO DASH-READ-CNT
               MOVE WS-CHARGE-CNT TO DASH-WRITE-CNT
               MOVE ZEROES TO DASH-REJECT-CNT
               MOVE WS-CHARGE-TOTAL TO DASH-CONTROL-TOTAL
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
           MOVE 'RCPTREVERSE' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-REVTRAN-PATH.
           MOVE 'RCPTAPPLY' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-APPLFL-PATH.
           MOVE 'ARREARSLEDGE' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-LEDGFL-PATH.
           MOVE 'POLICYFILE' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-POLICYFYL-PATH.
           MOVE 'ENDORSEHIST' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-ENDHFL-PATH.
           MOVE 'RCPTREVLOG' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-REVLOG-PATH.
           MOVE 'COMMREVERSE' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-COMMREV-PATH.
           MOVE 'REINREVIEW' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-REINREV-PATH.
           MOVE 'RCPTREVPARM' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-REVPARM-PATH.
           MOVE 'RCPTREVREG' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-REVREG-PATH.
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

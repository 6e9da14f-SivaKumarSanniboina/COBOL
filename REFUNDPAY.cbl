       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFUNDPAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * CANCELLATION REFUND PAYABLE FILE WRITTEN BY POLMAINT.CBL, ONE
      * LINE PER MID-TERM CANCELLATION. LOADED WHOLE AT OPEN AND
      * REWRITTEN AT CLOSE WITH EACH REFUND PAID TONIGHT MARKED, THE
      * SAME TABLE-THEN-REWRITE IDIOM PAYSLIP.CBL USES FOR LOANFL, SO
      * A REFUND CAN NEVER BE PAID TWICE.
           SELECT REFUNDFL ASSIGN TO DYNAMIC
           WS-REFUNDFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-REFUNDFL-STATUS.

      * SAME ASSIGN/LAYOUT AS CLMSETTLE.CBL'S PAYEEFL. A REFUND IS
      * PAID TO THE CUSTOMER-LEVEL ENTRY (BLANK CLAIM NUMBER).
           SELECT PAYEEFL ASSIGN TO DYNAMIC
           WS-PAYEEFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-PAYEEFL-STATUS.

      * BANK CREDIT FILE, ONE LINE PER REFUND TRANSFERRED, IN THE SAME
      * SHAPE AS PAYSLIP.CBL'S XFERFL WITH A TRAILING CONTROL TOTAL.
           SELECT RFDXFER ASSIGN TO DYNAMIC
           WS-RFDXFER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-RFDXFER-STATUS.

      * CHEQUE REGISTER: EVERY REFUND WHOSE CUSTOMER HAS NO BANK
      * DETAILS ON THE PAYEE MASTER, FOR FINANCE TO PAY BY CHEQUE.
           SELECT CHQREG ASSIGN TO DYNAMIC
           WS-CHQREG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-CHQREG-STATUS.

      * SAME ASSIGN/LAYOUT AS GLPOST.CBL'S GLMAP. THE REFUNDPAY LINE
      * NAMES THE RETURN-PREMIUM (DEBIT) AND BANK (CREDIT) ACCOUNTS.
           SELECT GLMAP ASSIGN TO DYNAMIC
           WS-GLMAP-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-GLMAP-STATUS.

      * THE SAME GL INTERFACE FILE GLPOST.CBL WRITES, OPENED EXTEND
      * THE WAY PAYGL.CBL APPENDS TO IT.
           SELECT GLOUT ASSIGN TO DYNAMIC
           WS-GLOUT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-GLOUT-STATUS.

      * EXTERNALLY-SUPPLIED RUN DATE (RUNPARM.CPY), STAMPED ON EACH
      * REFUND AS ITS PAID DATE.
           SELECT RUNPARM ASSIGN TO DYNAMIC
           WS-RUNPARM-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-RUNPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
               88  RFD-UNPAID                  VALUE SPACE.
               88  RFD-PAID-XFER               VALUE 'T'.
               88  RFD-PAID-CHEQUE             VALUE 'C'.
               88  RFD-NOTHING-DUE             VALUE 'Z'.
           05  RFD-PAID-DATE       PIC X(08).
           05  FILLER              PIC X(17).

      * SAME LAYOUT AS CLMSETTLE.CBL'S PAYEEFL-REC.
       FD  PAYEEFL.
       01  PAYEEFL-REC.
           05  PYE-CLAIMNO             PIC X(08).
           05  PYE-CUSTOMERID          PIC X(08).
           05  PYE-NAME                PIC X(30).
           05  PYE-ACCOUNT             PIC X(16).
           05  PYE-BANK-CODE           PIC X(08).
           05  FILLER                  PIC X(10).

       FD  RFDXFER.
       01  RFDXFER-REC                 PIC X(80).

       FD  CHQREG.
       01  CHQREG-REC                  PIC X(80).

      * SAME LAYOUT AS GLPOST.CBL'S GLMAP-REC.
       FD  GLMAP.
       01  GLMAP-REC.
           05  MAP-PROGRAM         PIC X(10).
           05  MAP-DEBIT-ACCT      PIC X(08).
           05  MAP-CREDIT-ACCT     PIC X(08).
           05  FILLER              PIC X(54).

       FD  GLOUT.
       01  GLOUT-REC               PIC X(80).

       FD  RUNPARM.
       COPY 'RUNPARM'.

       WORKING-STORAGE SECTION.
      * RESOLVED FILE PATHS. EVERY ASSIGNMENT COMES FROM THE
      * EXTERNAL FILE CONFIGURATION (FILECFG) AT STARTUP -- SEE
      * 0050-FILECFG-LOAD-PARA -- SO A DISK MOVE OR A TEST RUN
      * NEVER MEANS EDITING AND RECOMPILING THIS PROGRAM.
       77  WS-REFUNDFL-PATH            PIC X(80) VALUE SPACES.
       77  WS-PAYEEFL-PATH             PIC X(80) VALUE SPACES.
       77  WS-RFDXFER-PATH             PIC X(80) VALUE SPACES.
       77  WS-CHQREG-PATH              PIC X(80) VALUE SPACES.
       77  WS-GLMAP-PATH               PIC X(80) VALUE SPACES.
       77  WS-GLOUT-PATH               PIC X(80) VALUE SPACES.
       77  WS-RUNPARM-PATH             PIC X(80) VALUE SPACES.
       77  WS-CFG-NAME             PIC X(12)   VALUE SPACES.
       77  WS-CFG-PATH             PIC X(80)   VALUE SPACES.
       77  WS-CFG-RESULT           PIC X(01)   VALUE 'N'.

       01  WS-FILE-STATUS.
           05  WS-REFUNDFL-STATUS      PIC X(2).
           05  WS-PAYEEFL-STATUS       PIC X(2).
           05  WS-RFDXFER-STATUS       PIC X(2).
           05  WS-CHQREG-STATUS        PIC X(2).
           05  WS-GLMAP-STATUS         PIC X(2).
           05  WS-GLOUT-STATUS         PIC X(2).
           05  WS-RUNPARM-STATUS       PIC X(2).

       01  WS-EOF-SWITCHES.
           05  WS-REFUNDFL-EOF-SW      PIC X(01)   VALUE 'N'.
               88  REFUNDFL-EOF                    VALUE 'Y'.
           05  WS-PAYEEFL-EOF-SW       PIC X(01)   VALUE 'N'.
               88  PAYEEFL-EOF                     VALUE 'Y'.
           05  WS-GLMAP-EOF-SW         PIC X(01)   VALUE 'N'.
               88  GLMAP-EOF                       VALUE 'Y'.

      * THE WHOLE REFUND FILE, HELD AS RECORD IMAGES SO THE REWRITE
      * PUTS BACK EXACTLY WHAT WAS READ PLUS TONIGHT'S PAID MARKS. A
      * FILE TOO BIG FOR THE TABLE IS REFUSED OUTRIGHT: REWRITING A
      * TRUNCATED COPY WOULD LOSE REFUNDS.
       01  WS-REFUND-TABLE.
           05  WS-RFD-ENTRY OCCURS 2000 TIMES
                                       PIC X(80).
       77  WS-REFUND-CNT               PIC 9(4)    VALUE ZEROES.
       77  WS-REFUND-IDX               PIC 9(4)    VALUE ZEROES.
       77  WS-REFUND-FULL-SW           PIC X(01)   VALUE 'N'.
           88  WS-REFUND-FULL                      VALUE 'Y'.

      * PAYEE MASTER TABLE LOADED AT OPEN.
       01  WS-PAYEE-TABLE.
           05  WS-PAYEE-ENTRY OCCURS 2000 TIMES.
               10  WS-PYE-CLAIMNO       PIC X(08).
               10  WS-PYE-CUSTOMERID    PIC X(08).
               10  WS-PYE-ACCOUNT       PIC X(16).
               10  WS-PYE-BANK-CODE     PIC X(08).
       77  WS-PAYEE-CNT                PIC 9(4)    VALUE ZEROES.
       77  WS-PAYEE-SRCH-IDX           PIC 9(4)    VALUE ZEROES.
       77  WS-PAYEE-FOUND-SW           PIC X(01)   VALUE 'N'.
           88  WS-PAYEE-FOUND                      VALUE 'Y'.

      * RETURN-PREMIUM AND BANK ACCOUNTS FROM THE REFUNDPAY LINE OF
      * THE GL ACCOUNT MAP. WITHOUT THEM NOTHING IS PAID: MONEY MUST
      * NOT LEAVE THE BANK WITHOUT A JOURNAL BEHIND IT.
       77  WS-RFD-DEBIT-ACCT           PIC X(08)   VALUE SPACES.
       77  WS-RFD-CREDIT-ACCT          PIC X(08)   VALUE SPACES.
       77  WS-MAP-FOUND-SW             PIC X(01)   VALUE 'N'.
           88  WS-MAP-FOUND                        VALUE 'Y'.

      * JOURNAL LINES STAGED AND ONLY APPENDED ONCE DEBITS = CREDITS
      * HAS BEEN PROVED, THE SAME REFUSE-RATHER-THAN-HALF-POST RULE
      * GLPOST.CBL APPLIES.
       01  WS-JOURNAL-TABLE.
           05  WS-JRNL-ENTRY OCCURS 50 TIMES.
               10  WS-JRNL-DC           PIC X(01).
               10  WS-JRNL-ACCT         PIC X(08).
               10  WS-JRNL-AMOUNT       PIC 9(9)V99.
               10  WS-JRNL-PROGRAM      PIC X(10).
       77  WS-JRNL-CNT                 PIC 9(2)    VALUE ZEROES.
       77  WS-JRNL-IDX                 PIC 9(2)    VALUE ZEROES.

      * POSTING PERIOD (YYYYMM) THE JOURNAL GOES TO: ITS OWN
      * PERIOD, OR THE NEXT OPEN ONE WHEN GLTRIAL.CBL HAS ALREADY
      * CLOSED IT (SEE GLPERCHK.CBL).
       77  WS-GL-PROGRAM               PIC X(10)   VALUE 'REFUNDPAY'.
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
           05  WS-REFUNDFL-RD-CNT      PIC 9(6)    VALUE ZEROES.
           05  WS-ALREADY-PAID-CNT     PIC 9(6)    VALUE ZEROES.
           05  WS-NOTHING-DUE-CNT      PIC 9(6)    VALUE ZEROES.
           05  WS-XFER-WT-CNT          PIC 9(6)    VALUE ZEROES.
           05  WS-CHEQUE-CNT           PIC 9(6)    VALUE ZEROES.

       77  WS-XFER-CONTROL-TOTAL       PIC 9(9)V99 VALUE ZEROES.
       77  WS-CHEQUE-TOTAL             PIC 9(9)V99 VALUE ZEROES.
       77  WS-PAID-TOTAL               PIC 9(9)V99 VALUE ZEROES.
       77  WS-DEBIT-TOTAL              PIC 9(11)V99 VALUE ZEROES.
       77  WS-CREDIT-TOTAL             PIC 9(11)V99 VALUE ZEROES.
       77  WS-FORMATTED-AMOUNT         PIC Z(7)9.99.
       77  WS-FORMATTED-TOTAL          PIC Z(8)9.99.
       77  WS-RUN-DATE                 PIC 9(8)    VALUE ZEROES.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0050-FILECFG-LOAD-PARA.
           PERFORM 1000-FILES-OPEN-PARA.
           EVALUATE TRUE
               WHEN WS-REFUNDFL-STATUS NOT = '00'
                   DISPLAY 'REFUND FILE CANNOT BE OPENED.'
                   MOVE 16 TO RETURN-CODE
               WHEN WS-REFUND-FULL
                   DISPLAY 'REFUND FILE EXCEEDS WS-REFUND-TABLE, '
                       'NOTHING PAID.'
                   MOVE 16 TO RETURN-CODE
               WHEN NOT WS-MAP-FOUND
                   DISPLAY 'NO REFUNDPAY LINE ON THE GL ACCOUNT MAP, '
                       'NOTHING PAID.'
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   PERFORM 2000-REFUND-PAY-PARA
                   PERFORM 3000-JOURNAL-POST-PARA
                   PERFORM 3500-REFUNDFL-REWRITE-PARA
           END-EVALUATE.
           PERFORM 3900-FILES-CLOSE-PARA.

           DISPLAY 'REFUND LINES READ: ', WS-REFUNDFL-RD-CNT.
           DISPLAY 'ALREADY PAID: ', WS-ALREADY-PAID-CNT.
           DISPLAY 'NOTHING DUE: ', WS-NOTHING-DUE-CNT.
           DISPLAY 'PAID BY TRANSFER: ', WS-XFER-WT-CNT.
           DISPLAY 'PAID BY CHEQUE: ', WS-CHEQUE-CNT.
           DISPLAY 'DEBIT TOTAL: ', WS-DEBIT-TOTAL.
           DISPLAY 'CREDIT TOTAL: ', WS-CREDIT-TOTAL.
           STOP RUN.

       1000-FILES-OPEN-PARA.
           OPEN INPUT REFUNDFL.
           DISPLAY 'FILE STATUS FOR REFUNDFL:', WS-REFUNDFL-STATUS.
           IF WS-REFUNDFL-STATUS = '00'
               PERFORM 1100-REFUNDFL-LOAD-PARA UNTIL REFUNDFL-EOF
               CLOSE REFUNDFL
           END-IF.

           PERFORM 1050-RUNPARM-LOAD-PARA.
           PERFORM 1200-GLMAP-LOAD-PARA.
           PERFORM 1500-PAYEEFL-LOAD-PARA.

           OPEN OUTPUT RFDXFER.
           DISPLAY 'FILE STATUS FOR RFDXFER:', WS-RFDXFER-STATUS.

           OPEN OUTPUT CHQREG.
           DISPLAY 'FILE STATUS FOR CHQREG:', WS-CHQREG-STATUS.
           MOVE SPACES TO CHQREG-REC.
           STRING 'REFUND CHEQUE REGISTER - RUN ' DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO CHQREG-REC.
           WRITE CHQREG-REC.

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

       1100-REFUNDFL-LOAD-PARA.
           READ REFUNDFL
               AT END
                   SET REFUNDFL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-REFUNDFL-RD-CNT
                   IF WS-REFUND-CNT < 2000
                       ADD 1 TO WS-REFUND-CNT
                       MOVE REFUNDFL-REC TO WS-RFD-ENTRY(WS-REFUND-CNT)
                   ELSE
                       SET WS-REFUND-FULL TO TRUE
                   END-IF
           END-READ.

       1200-GLMAP-LOAD-PARA.
           OPEN INPUT GLMAP.
           DISPLAY 'FILE STATUS FOR GLMAP:', WS-GLMAP-STATUS.
           IF WS-GLMAP-STATUS NOT = '00'
               DISPLAY 'ACCOUNT MAP NOT FOUND, NOTHING WILL POST.'
               SET GLMAP-EOF TO TRUE
           ELSE
               PERFORM 1250-GLMAP-READ-PARA
                   UNTIL GLMAP-EOF OR WS-MAP-FOUND
               CLOSE GLMAP
           END-IF.

       1250-GLMAP-READ-PARA.
           READ GLMAP
               AT END
                   SET GLMAP-EOF TO TRUE
               NOT AT END
                   IF MAP-PROGRAM = 'REFUNDPAY'
                       MOVE MAP-DEBIT-ACCT TO WS-RFD-DEBIT-ACCT
                       MOVE MAP-CREDIT-ACCT TO WS-RFD-CREDIT-ACCT
                       SET WS-MAP-FOUND TO TRUE
                   END-IF
           END-READ.

      * A MISSING PAYEE MASTER SENDS EVERY REFUND TO THE CHEQUE
      * REGISTER.
       1500-PAYEEFL-LOAD-PARA.
           OPEN INPUT PAYEEFL.
           IF WS-PAYEEFL-STATUS NOT = '00' THEN
               DISPLAY 'PAYEE MASTER NOT FOUND, EVERY REFUND WILL '
                   'BE PAID BY CHEQUE.'
               SET PAYEEFL-EOF TO TRUE
           ELSE
               PERFORM 1550-PAYEEFL-READ-PARA UNTIL PAYEEFL-EOF
               CLOSE PAYEEFL
           END-IF.

       1550-PAYEEFL-READ-PARA.
           READ PAYEEFL
               AT END
                   SET PAYEEFL-EOF TO TRUE
               NOT AT END
                   IF WS-PAYEE-CNT < 2000
                       ADD 1 TO WS-PAYEE-CNT
                       MOVE PYE-CLAIMNO TO
                           WS-PYE-CLAIMNO(WS-PAYEE-CNT)
                       MOVE PYE-CUSTOMERID TO
                           WS-PYE-CUSTOMERID(WS-PAYEE-CNT)
                       MOVE PYE-ACCOUNT TO
                           WS-PYE-ACCOUNT(WS-PAYEE-CNT)
                       MOVE PYE-BANK-CODE TO
                           WS-PYE-BANK-CODE(WS-PAYEE-CNT)
                   ELSE
                       DISPLAY 'WS-PAYEE-TABLE FULL, ENTRY IGNORED: '
                           PYE-CLAIMNO ' ' PYE-CUSTOMERID
                   END-IF
           END-READ.

       2000-REFUND-PAY-PARA.
           MOVE 1 TO WS-REFUND-IDX.
           PERFORM 2100-REFUND-ONE-PARA
               UNTIL WS-REFUND-IDX > WS-REFUND-CNT.

      * A REFUND ALREADY MARKED IS LEFT ALONE. A ZERO NET REFUND (ALL
      * OF IT NETTED AGAINST ARREARS) IS MARKED SO IT DROPS OUT OF
      * LATER RUNS. EVERYTHING ELSE IS PAID BY TRANSFER WHEN THE
      * CUSTOMER HAS BANK DETAILS, OTHERWISE BY CHEQUE.
       2100-REFUND-ONE-PARA.
           MOVE WS-RFD-ENTRY(WS-REFUND-IDX) TO REFUNDFL-REC.
           EVALUATE TRUE
               WHEN NOT RFD-UNPAID
                   ADD 1 TO WS-ALREADY-PAID-CNT
               WHEN RFD-NET-REFUND = ZEROES
                   ADD 1 TO WS-NOTHING-DUE-CNT
                   SET RFD-NOTHING-DUE TO TRUE
                   MOVE WS-RUN-DATE TO RFD-PAID-DATE
               WHEN OTHER
                   PERFORM 2200-PAYEE-FIND-PARA
                   IF WS-PAYEE-FOUND
                       PERFORM 2300-XFER-WRITE-PARA
                   ELSE
                       PERFORM 2400-CHEQUE-WRITE-PARA
                   END-IF
                   ADD RFD-NET-REFUND TO WS-PAID-TOTAL
                   MOVE WS-RUN-DATE TO RFD-PAID-DATE
           END-EVALUATE.
           MOVE REFUNDFL-REC TO WS-RFD-ENTRY(WS-REFUND-IDX).
           ADD 1 TO WS-REFUND-IDX.

      * ONLY A CUSTOMER-LEVEL PAYEE ENTRY CARRYING BOTH A BANK CODE
      * AND AN ACCOUNT COUNTS; A CLAIM-LEVEL ENTRY PAYS THAT CLAIM
      * ONLY.
       2200-PAYEE-FIND-PARA.
           MOVE 'N' TO WS-PAYEE-FOUND-SW.
           MOVE 1 TO WS-PAYEE-SRCH-IDX.
           PERFORM 2250-PAYEE-FIND-ONE-PARA
               UNTIL WS-PAYEE-SRCH-IDX > WS-PAYEE-CNT
                  OR WS-PAYEE-FOUND.

       2250-PAYEE-FIND-ONE-PARA.
           IF WS-PYE-CLAIMNO(WS-PAYEE-SRCH-IDX) = SPACES
               AND WS-PYE-CUSTOMERID(WS-PAYEE-SRCH-IDX) =
                   RFD-CUSTOMERID
               AND WS-PYE-ACCOUNT(WS-PAYEE-SRCH-IDX) NOT = SPACES
               AND WS-PYE-BANK-CODE(WS-PAYEE-SRCH-IDX) NOT = SPACES
               SET WS-PAYEE-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-PAYEE-SRCH-IDX
           END-IF.

      * ONE CREDIT LINE PER REFUND IN PAYSLIP.CBL'S XFERFL SHAPE --
      * BANK CODE, ACCOUNT, REFERENCE, AMOUNT -- WITH THE CANCELLED
      * POLICY NUMBER AS THE REFERENCE.
       2300-XFER-WRITE-PARA.
           MOVE SPACES TO RFDXFER-REC.
           STRING WS-PYE-BANK-CODE(WS-PAYEE-SRCH-IDX)
                   DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-PYE-ACCOUNT(WS-PAYEE-SRCH-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               RFD-POLICYNO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               RFD-NET-REFUND DELIMITED BY SIZE
               INTO RFDXFER-REC.
           WRITE RFDXFER-REC.
           ADD 1 TO WS-XFER-WT-CNT.
           ADD RFD-NET-REFUND TO WS-XFER-CONTROL-TOTAL.
           SET RFD-PAID-XFER TO TRUE.

       2400-CHEQUE-WRITE-PARA.
           MOVE RFD-NET-REFUND TO WS-FORMATTED-AMOUNT.
           MOVE SPACES TO CHQREG-REC.
           STRING 'POLICYNO ' DELIMITED BY SIZE
               RFD-POLICYNO DELIMITED BY SIZE
               ' CUSTOMER ' DELIMITED BY SIZE
               RFD-CUSTOMERID DELIMITED BY SIZE
               ' CANCELLED ' DELIMITED BY SIZE
               RFD-DATE DELIMITED BY SIZE
               ' NET ' DELIMITED BY SIZE
               WS-FORMATTED-AMOUNT DELIMITED BY SIZE
               INTO CHQREG-REC.
           WRITE CHQREG-REC.
           ADD 1 TO WS-CHEQUE-CNT.
           ADD RFD-NET-REFUND TO WS-CHEQUE-TOTAL.
           SET RFD-PAID-CHEQUE TO TRUE.

      * ONE DEBIT TO RETURN PREMIUM AND ONE CREDIT TO BANK FOR
      * EVERYTHING PAID TONIGHT, TRANSFERS AND CHEQUES ALIKE, APPENDED
      * ONLY WHEN DEBITS EQUAL CREDITS IN THE SAME LINE SHAPE
      * GLPOST.CBL'S 3100-JOURNAL-LINE-PARA WRITES.
       3000-JOURNAL-POST-PARA.
           IF WS-PAID-TOTAL > ZEROES
               ADD 1 TO WS-JRNL-CNT
               MOVE 'D' TO WS-JRNL-DC(WS-JRNL-CNT)
               MOVE WS-RFD-DEBIT-ACCT TO WS-JRNL-ACCT(WS-JRNL-CNT)
               MOVE WS-PAID-TOTAL TO WS-JRNL-AMOUNT(WS-JRNL-CNT)
               MOVE 'REFUNDPAY' TO WS-JRNL-PROGRAM(WS-JRNL-CNT)
               ADD WS-PAID-TOTAL TO WS-DEBIT-TOTAL

               ADD 1 TO WS-JRNL-CNT
               MOVE 'C' TO WS-JRNL-DC(WS-JRNL-CNT)
               MOVE WS-RFD-CREDIT-ACCT TO WS-JRNL-ACCT(WS-JRNL-CNT)
               MOVE WS-PAID-TOTAL TO WS-JRNL-AMOUNT(WS-JRNL-CNT)
               MOVE 'REFUNDPAY' TO WS-JRNL-PROGRAM(WS-JRNL-CNT)
               ADD WS-PAID-TOTAL TO WS-CREDIT-TOTAL
           END-IF.
           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
               DISPLAY 'REFUND JOURNAL DOES NOT NET TO ZERO, '
                   'NOTHING APPENDED.'
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-JRNL-CNT > 0
                   PERFORM 3050-GL-PERIOD-PARA
                   OPEN EXTEND GLOUT
                   MOVE 1 TO WS-JRNL-IDX
                   PERFORM 3100-JOURNAL-LINE-PARA
                       UNTIL WS-JRNL-IDX > WS-JRNL-CNT
                   CLOSE GLOUT
                   PERFORM 3060-GL-MANIFEST-PARA
               END-IF
           END-IF.

      * THE JOURNAL BELONGS TO THE RUN DATE'S PERIOD. IF GLTRIAL.CBL
      * HAS ALREADY CLOSED IT, GLPERCHK.CBL ROUTES THE LINES TO THE
      * NEXT OPEN PERIOD AND WARNS ON THE DASHBOARD, AND THE RUN
      * ENDS RC 8 SO THE ROUTING IS SEEN.
       3050-GL-PERIOD-PARA.
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
       3060-GL-MANIFEST-PARA.
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

       3100-JOURNAL-LINE-PARA.
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

      * PUTS THE REFUND FILE BACK WITH TONIGHT'S PAID MARKS, SO THE
      * NEXT RUN (AND POLMAINT'S NEXT APPEND) SEES EVERY REFUND AND
      * KNOWS WHICH ARE SETTLED.
       3500-REFUNDFL-REWRITE-PARA.
           OPEN OUTPUT REFUNDFL.
           IF WS-REFUNDFL-STATUS NOT = '00'
               DISPLAY 'REFUND FILE CANNOT BE REWRITTEN, STATUS '
                   WS-REFUNDFL-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 1 TO WS-REFUND-IDX
               PERFORM 3550-REFUNDFL-WRITE-PARA
                   UNTIL WS-REFUND-IDX > WS-REFUND-CNT
               CLOSE REFUNDFL
           END-IF.

       3550-REFUNDFL-WRITE-PARA.
           MOVE WS-RFD-ENTRY(WS-REFUND-IDX) TO REFUNDFL-REC.
           WRITE REFUNDFL-REC.
           ADD 1 TO WS-REFUND-IDX.

      * TRAILING CONTROL-TOTAL LINE THE BANK USES TO PROVE THE
      * UPLOAD, THE SAME SHAPE AS PAYSLIP.CBL'S 3100-XFER-CONTROL-PARA,
      * AND THE CHEQUE REGISTER'S OWN TOTALS LINE.
       3900-FILES-CLOSE-PARA.
           MOVE SPACES TO RFDXFER-REC.
           STRING 'CONTROL ' DELIMITED BY SIZE
               WS-XFER-WT-CNT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-XFER-CONTROL-TOTAL DELIMITED BY SIZE
               INTO RFDXFER-REC.
           WRITE RFDXFER-REC.
           CLOSE RFDXFER.
           PERFORM 3950-XFER-MANIFEST-PARA.

           MOVE WS-CHEQUE-TOTAL TO WS-FORMATTED-TOTAL.
           MOVE SPACES TO CHQREG-REC.
           STRING 'CHEQUES: ' DELIMITED BY SIZE
               WS-CHEQUE-CNT DELIMITED BY SIZE
               ' TOTAL: ' DELIMITED BY SIZE
               WS-FORMATTED-TOTAL DELIMITED BY SIZE
               INTO CHQREG-REC.
           WRITE CHQREG-REC.
           MOVE WS-XFER-CONTROL-TOTAL TO WS-FORMATTED-TOTAL.
           MOVE SPACES TO CHQREG-REC.
           STRING 'TRANSFERS: ' DELIMITED BY SIZE
               WS-XFER-WT-CNT DELIMITED BY SIZE
               ' TOTAL: ' DELIMITED BY SIZE
               WS-FORMATTED-TOTAL DELIMITED BY SIZE
               INTO CHQREG-REC.
           WRITE CHQREG-REC.
           CLOSE CHQREG.

      * THE FILE GOES ON THE OUTBOUND MANIFEST SO OUTREL.CBL CAN
      * RELEASE IT TO THE BANK, OR REFUSE IT AS A REPEAT OF A FILE
      * ALREADY SENT.
       3950-XFER-MANIFEST-PARA.
           MOVE 'REFUNDXFER' TO WS-MAN-FILE-NAME.
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
           MOVE 'REFUNDFILE' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-REFUNDFL-PATH.
           MOVE 'CLMPAYEE' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-PAYEEFL-PATH.
           MOVE 'REFUNDXFER' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-RFDXFER-PATH.
           MOVE 'REFUNDCHQ' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-CHQREG-PATH.
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDPRESENT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * DIRECT-DEBIT MANDATE MASTER: ONE LINE PER CUSTOMER WHO HAS
      * AUTHORISED AUTOMATIC COLLECTION, WITH THE BANK DETAILS, THE
      * MANDATE REFERENCE THE BANK KNOWS IT BY, AND ITS STATUS.
      * DDRESPONSE.CBL MAINTAINS THE FAILURE COUNT AND SUSPENDS A
      * MANDATE THAT KEEPS BOUNCING.
           SELECT MANDFL ASSIGN TO DYNAMIC WS-MANDFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-MANDFL-STATUS.

      * BILLED INSTALLMENTS FROM BILLGEN.CBL, SAME LAYOUT RECEIPTS.CBL
      * READS.
           SELECT BILLFL ASSIGN TO DYNAMIC WS-BILLFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-BILLFL-STATUS.

      * SAME ASSIGN/LAYOUT/KEYS AS POLICY.CBL'S POLICYFYL, READ
      * RANDOMLY FOR THE POLICY-TO-CUSTOMER LINK THE BILLING FILE
      * DOES NOT CARRY, THE SAME WAY DUNNING.CBL READS IT.
           SELECT POLICYFYL ASSIGN TO DYNAMIC
           WS-POLICYFYL-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PFY-POLICYNO
           ALTERNATE RECORD KEY IS PFY-CUSTOMERID WITH DUPLICATES
           FILE STATUS WS-POLICYFYL-STATUS.

      * SAME ASSIGN/LAYOUT/KEY AS RECEIPTS.CBL'S LEDGFL, READ
      * RANDOMLY SO AN INSTALLMENT ALREADY SETTLED IS NOT PRESENTED
      * AND A PART-PAID ONE IS PRESENTED FOR THE BALANCE ONLY.
           SELECT LEDGFL ASSIGN TO DYNAMIC WS-LEDGFL-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LEDG-KEY
           FILE STATUS WS-LEDGFL-STATUS.

      * DIRECT-DEBIT PARAMETERS SHARED WITH DDRESPONSE.CBL: HOW MANY
      * DAYS AHEAD OF THE DUE DATE AN INSTALLMENT IS PRESENTED, AND
      * HOW MANY FAILURES IN A ROW SUSPEND A MANDATE. A MISSING FILE
      * FALLS BACK TO THE HOUSE DEFAULTS.
           SELECT DDPARM ASSIGN TO DYNAMIC WS-DDPARM-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-DDPARM-STATUS.

      * PRESENTATION CONTROL: THE DUE-DATE WINDOW LAST PRESENTED,
      * READ AT OPEN AND REWRITTEN AT CLOSE, THE SAME CONTROL-RANGE
      * IDIOM INVGEN.CBL USES FOR INVOICES, SO EACH NIGHT PRESENTS
      * ONLY THE DUE DATES THE LAST RUN HAS NOT ALREADY COVERED.
           SELECT DDCTL ASSIGN TO DYNAMIC WS-DDCTL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-DDCTL-STATUS.

      * PRESENTATION FILE FOR THE BANK, ONE DEBIT PER INSTALLMENT
      * WITH A TRAILING CONTROL TOTAL, THE SAME SHAPE PAYSLIP.CBL'S
      * XFERFL USES.
           SELECT DDPRES ASSIGN TO DYNAMIC WS-DDPRES-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-DDPRES-STATUS.

      * EXTERNALLY-SUPPLIED RUN DATE (RUNPARM.CPY). THE RESTART FLAG
      * RE-PRESENTS THE LAST WINDOW WHEN A FILE NEVER REACHED THE
      * BANK.
           SELECT RUNPARM ASSIGN TO DYNAMIC WS-RUNPARM-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-RUNPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MANDFL.
       01  MANDFL-REC.
           05  MND-CUSTOMERID      PIC X(08).
           05  MND-BANK-CODE       PIC X(08).
           05  MND-ACCOUNT         PIC X(16).
           05  MND-REFERENCE       PIC X(18).
      * 'A' ACTIVE, 'S' SUSPENDED FOR REPEATED FAILURES, 'C'
      * CANCELLED BY THE CUSTOMER. ONLY AN ACTIVE MANDATE IS
      * PRESENTED.
           05  MND-STATUS          PIC X(01).
               88  MND-ACTIVE                  VALUE 'A'.
               88  MND-SUSPENDED               VALUE 'S'.
               88  MND-CANCELLED               VALUE 'C'.
           05  MND-FAIL-CNT        PIC 9(02).
           05  MND-LAST-FAIL-DATE  PIC 9(08).
           05  MND-LAST-REASON     PIC X(04).
           05  FILLER              PIC X(15).

      * SAME LAYOUT AS RECEIPTS.CBL'S BILLFL-REC.
       FD  BILLFL.
       01  BILLFL-REC.
           05  BILL-POLICYNO       PIC 9(07).
           05  BILL-INST-NO        PIC 9(02).
           05  BILL-DUE-DATE       PIC 9(08).
           05  BILL-AMOUNT         PIC 9(8)V99.
           05  BILL-INVOICE-NO     PIC 9(08).
           05  BILL-TAX-RATE       PIC 9(2)V99.
           05  BILL-TAX-AMOUNT     PIC 9(8)V99.
           05  FILLER              PIC X(31).

      * SAME LAYOUT AS POLICY.CBL'S POLICY_REC.
       FD  POLICYFYL.
       01  POLICY_REC.
           05  PFY-POLICYNO    PIC     X(08).
           05  PFY-CUSTOMERID  PIC     X(08).
           05  PFY-LOBCODE     PIC     X(01).
           05  PFY-START-DATE  PIC     X(08).
           05  PFY-END-DATE    PIC     X(08).
           05  PFY-PREMIUM     PIC     X(10).
           05  PFY-AGENT-ID    PIC     X(05).
           05  PFY-STATUS      PIC     X(01).
           05  FILLER          PIC     X(54).

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
           05  FILLER              PIC X(27).

       FD  DDPARM.
       01  DDPARM-REC.
           05  DDP-LEAD-DAYS       PIC 9(03).
           05  DDP-MAX-FAILS       PIC 9(02).
           05  FILLER              PIC X(75).

       FD  DDCTL.
       01  DDCTL-REC.
           05  CTL-FROM-DATE       PIC 9(08).
           05  CTL-THRU-DATE       PIC 9(08).
           05  FILLER              PIC X(64).

      * THE LAYOUT THE BANK'S RESPONSE FILE ECHOES BACK TO
      * DDRESPONSE.CBL: MANDATE, POLICY, DUE DATE, AMOUNT, INVOICE.
       FD  DDPRES.
       01  DDPRES-REC.
           05  PRS-REFERENCE       PIC X(18).
           05  PRS-BANK-CODE       PIC X(08).
           05  PRS-ACCOUNT         PIC X(16).
           05  PRS-POLICYNO        PIC 9(07).
           05  PRS-DUE-DATE        PIC 9(08).
           05  PRS-AMOUNT          PIC 9(8)V99.
           05  PRS-INVOICE-NO      PIC 9(08).
           05  FILLER              PIC X(05).
       01  DDPRES-CONTROL-REC      PIC X(80).

       FD  RUNPARM.
       COPY 'RUNPARM'.

       WORKING-STORAGE SECTION.
      * RESOLVED FILE PATHS. EVERY ASSIGNMENT COMES FROM THE
      * EXTERNAL FILE CONFIGURATION (FILECFG) AT STARTUP -- SEE
      * 0050-FILECFG-LOAD-PARA -- SO A DISK MOVE OR A TEST RUN
      * NEVER MEANS EDITING AND RECOMPILING THIS PROGRAM.
       77  WS-MANDFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-BILLFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-POLICYFYL-PATH           PIC X(80) VALUE SPACES.
       77  WS-LEDGFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-DDPARM-PATH              PIC X(80) VALUE SPACES.
       77  WS-DDCTL-PATH               PIC X(80) VALUE SPACES.
       77  WS-DDPRES-PATH              PIC X(80) VALUE SPACES.
       77  WS-RUNPARM-PATH             PIC X(80) VALUE SPACES.
       77  WS-CFG-NAME             PIC X(12)   VALUE SPACES.
       77  WS-CFG-PATH             PIC X(80)   VALUE SPACES.
       77  WS-CFG-RESULT           PIC X(01)   VALUE 'N'.

       01  WS-FILE-STATUS.
           05  WS-MANDFL-STATUS        PIC X(2).
           05  WS-BILLFL-STATUS        PIC X(2).
           05  WS-POLICYFYL-STATUS     PIC X(2).
           05  WS-LEDGFL-STATUS        PIC X(2).
           05  WS-DDPARM-STATUS        PIC X(2).
           05  WS-DDCTL-STATUS         PIC X(2).
           05  WS-DDPRES-STATUS        PIC X(2).
           05  WS-RUNPARM-STATUS       PIC X(2).

       01  WS-EOF-SWITCHES.
           05  WS-MANDFL-EOF-SW        PIC X(01)   VALUE 'N'.
               88  MANDFL-EOF                      VALUE 'Y'.
           05  WS-BILLFL-EOF-SW        PIC X(01)   VALUE 'N'.
               88  BILLFL-EOF                      VALUE 'Y'.
           05  WS-POLICYFYL-AVAIL-SW   PIC X(01)   VALUE 'N'.
               88  POLICYFYL-AVAILABLE             VALUE 'Y'.
           05  WS-LEDGFL-AVAIL-SW      PIC X(01)   VALUE 'N'.
               88  LEDGFL-AVAILABLE                VALUE 'Y'.
           05  WS-RESTART-SW           PIC X(01)   VALUE 'N'.
               88  WS-RESTART-RUN                  VALUE 'Y'.

      * ACTIVE MANDATES LOADED AT OPEN, KEYED BY CUSTOMER.
       01  WS-MANDATE-TABLE.
           05  WS-MND-ENTRY OCCURS 2000 TIMES.
               10  WS-MND-CUSTOMERID    PIC X(08).
               10  WS-MND-BANK-CODE     PIC X(08).
               10  WS-MND-ACCOUNT       PIC X(16).
               10  WS-MND-REFERENCE     PIC X(18).
       77  WS-MND-CNT                  PIC 9(4)    VALUE ZEROES.
       77  WS-MND-SRCH-IDX             PIC 9(4)    VALUE ZEROES.
       77  WS-MND-FOUND-SW             PIC X(01)   VALUE 'N'.
           88  WS-MND-FOUND                        VALUE 'Y'.

      * PRESENTATION LEAD AND THE FAILURE LIMIT (THE LATTER USED BY
      * DDRESPONSE.CBL). DEFAULTS HOLD WHEN DDPARM IS MISSING.
       77  WS-LEAD-DAYS                PIC 9(3)    VALUE 5.

      * THE DUE-DATE WINDOW THIS RUN PRESENTS: THE DAY AFTER THE
      * LAST WINDOW ENDED THROUGH THE RUN DATE PLUS THE LEAD. A
      * FIRST RUN (NO CONTROL) STARTS AT THE RUN DATE.
       77  WS-RUN-DATE                 PIC 9(8)    VALUE ZEROES.
       77  WS-RUN-DATE-DAYS            PIC 9(8)    VALUE ZEROES.
       77  WS-WORK-DAYS                PIC 9(8)    VALUE ZEROES.
       77  WS-FROM-DATE                PIC 9(8)    VALUE ZEROES.
       77  WS-THRU-DATE                PIC 9(8)    VALUE ZEROES.
       77  WS-LAST-FROM-DATE           PIC 9(8)    VALUE ZEROES.
       77  WS-LAST-THRU-DATE           PIC 9(8)    VALUE ZEROES.

      * THE BILLING FILE'S 7-DIGIT POLICY NUMBER ZERO-PADDED TO THE
      * INDEXED MASTER'S 8-BYTE KEY, THE SAME NORMALIZATION
      * DUNNING.CBL USES.
       01  WS-POL-KEY-X.
           05  FILLER                  PIC X(01)   VALUE '0'.
           05  WS-POL-KEY-NUM          PIC 9(07)   VALUE ZEROES.

       77  WS-PRESENT-AMOUNT           PIC 9(8)V99 VALUE ZEROES.

       01  WS-COUNTERS.
           05  WS-BILLFL-RD-CNT        PIC 9(6)    VALUE ZEROES.
           05  WS-IN-WINDOW-CNT        PIC 9(6)    VALUE ZEROES.
           05  WS-PRESENTED-CNT        PIC 9(6)    VALUE ZEROES.
           05  WS-NO-MANDATE-CNT       PIC 9(6)    VALUE ZEROES.
           05  WS-SETTLED-CNT          PIC 9(6)    VALUE ZEROES.
           05  WS-MASTER-MISS-CNT      PIC 9(6)    VALUE ZEROES.

       77  WS-PRESENTED-TOTAL          PIC 9(9)V99 VALUE ZEROES.

      * OUTBOUND MANIFEST ENTRY FOR A FILE THIS RUN HAS WRITTEN FOR
      * AN OUTSIDE PARTY (SEE MANIFREG.CBL).
       77  WS-MAN-PROGRAM              PIC X(10)   VALUE 'DDPRESENT'.
       77  WS-MAN-FILE-NAME            PIC X(12)   VALUE SPACES.
       77  WS-MAN-REC-CNT              PIC 9(6)    VALUE ZEROES.
       77  WS-MAN-AMOUNT               PIC 9(11)V99 VALUE ZEROES.
       77  WS-MAN-SEQ-NO               PIC 9(6)    VALUE ZEROES.
       77  WS-MAN-RESULT               PIC X(01)   VALUE SPACE.
       77  WS-MAN-HOLD-RC              PIC S9(4) COMP  VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0050-FILECFG-LOAD-PARA.
           PERFORM 1000-FILES-OPEN-PARA.
           EVALUATE TRUE
               WHEN WS-BILLFL-STATUS NOT = '00'
                   DISPLAY 'BILLING FILE CANNOT BE OPENED.'
                   MOVE 16 TO RETURN-CODE
               WHEN NOT POLICYFYL-AVAILABLE
                   DISPLAY 'POLICY MASTER CANNOT BE OPENED.'
                   MOVE 16 TO RETURN-CODE
               WHEN WS-MND-CNT = 0
                   DISPLAY 'NO ACTIVE MANDATES, NOTHING PRESENTED.'
               WHEN WS-FROM-DATE > WS-THRU-DATE
                   DISPLAY 'WINDOW ALREADY PRESENTED THROUGH '
                       WS-LAST-THRU-DATE
               WHEN OTHER
                   PERFORM 2000-BILLFL-READ-PARA UNTIL BILLFL-EOF
                   PERFORM 3200-DDCTL-REWRITE-PARA
           END-EVALUATE.
           PERFORM 3900-FILES-CLOSE-PARA.
           IF WS-PRESENTED-CNT > 0
               PERFORM 3950-PRES-MANIFEST-PARA
           END-IF.

           DISPLAY 'PRESENTATION WINDOW: ', WS-FROM-DATE, ' - ',
               WS-THRU-DATE.
           DISPLAY 'BILLED INSTALLMENTS READ: ', WS-BILLFL-RD-CNT.
           DISPLAY 'DUE IN WINDOW: ', WS-IN-WINDOW-CNT.
           DISPLAY 'PRESENTED: ', WS-PRESENTED-CNT.
           DISPLAY 'NO ACTIVE MANDATE: ', WS-NO-MANDATE-CNT.
           DISPLAY 'ALREADY SETTLED: ', WS-SETTLED-CNT.
           DISPLAY 'NOT ON POLICY MASTER: ', WS-MASTER-MISS-CNT.
           STOP RUN.

       1000-FILES-OPEN-PARA.
           PERFORM 1050-RUNPARM-LOAD-PARA.
           PERFORM 1100-DDPARM-LOAD-PARA.
           PERFORM 1200-MANDFL-LOAD-PARA.
           PERFORM 1300-WINDOW-SET-PARA.

           OPEN INPUT BILLFL.
           DISPLAY 'FILE STATUS FOR BILLFL:', WS-BILLFL-STATUS.
           IF WS-BILLFL-STATUS NOT = '00'
               SET BILLFL-EOF TO TRUE
           END-IF.

           OPEN INPUT POLICYFYL.
           DISPLAY 'FILE STATUS FOR POLICYFYL:', WS-POLICYFYL-STATUS.
           IF WS-POLICYFYL-STATUS = '00'
               SET POLICYFYL-AVAILABLE TO TRUE
           END-IF.

           OPEN INPUT LEDGFL.
           IF WS-LEDGFL-STATUS NOT = '00'
               DISPLAY 'ARREARS LEDGER NOT FOUND, BILLED AMOUNTS '
                   'PRESENTED IN FULL.'
           ELSE
               SET LEDGFL-AVAILABLE TO TRUE
           END-IF.

           OPEN OUTPUT DDPRES.
           DISPLAY 'FILE STATUS FOR DDPRES:', WS-DDPRES-STATUS.

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
                       IF RUNPARM-RESTART-SW = 'Y'
                           SET WS-RESTART-RUN TO TRUE
                       END-IF
               END-READ
               CLOSE RUNPARM
           END-IF.
           COMPUTE WS-RUN-DATE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

       1100-DDPARM-LOAD-PARA.
           OPEN INPUT DDPARM.
           IF WS-DDPARM-STATUS NOT = '00' THEN
               DISPLAY 'DDPARM NOT FOUND, DEFAULT LEAD DAYS USED.'
           ELSE
               READ DDPARM
                   AT END
                       DISPLAY 'DDPARM EMPTY, DEFAULT LEAD DAYS USED.'
                   NOT AT END
                       IF DDP-LEAD-DAYS NUMERIC
                           MOVE DDP-LEAD-DAYS TO WS-LEAD-DAYS
                       ELSE
                           DISPLAY 'DDPARM MALFORMED, DEFAULT LEAD '
                               'DAYS USED.'
                       END-IF
               END-READ
               CLOSE DDPARM
           END-IF.

       1200-MANDFL-LOAD-PARA.
           OPEN INPUT MANDFL.
           IF WS-MANDFL-STATUS NOT = '00' THEN
               DISPLAY 'MANDATE MASTER NOT FOUND.'
               SET MANDFL-EOF TO TRUE
           ELSE
               PERFORM 1250-MANDFL-READ-PARA UNTIL MANDFL-EOF
               CLOSE MANDFL
           END-IF.

       1250-MANDFL-READ-PARA.
           READ MANDFL
               AT END
                   SET MANDFL-EOF TO TRUE
               NOT AT END
                   IF MND-ACTIVE
                       IF WS-MND-CNT < 2000
                           ADD 1 TO WS-MND-CNT
                           MOVE MND-CUSTOMERID TO
                               WS-MND-CUSTOMERID(WS-MND-CNT)
                           MOVE MND-BANK-CODE TO
                               WS-MND-BANK-CODE(WS-MND-CNT)
                           MOVE MND-ACCOUNT TO
                               WS-MND-ACCOUNT(WS-MND-CNT)
                           MOVE MND-REFERENCE TO
                               WS-MND-REFERENCE(WS-MND-CNT)
                       ELSE
                           DISPLAY 'WS-MANDATE-TABLE FULL, ENTRY '
                               'IGNORED: ' MND-CUSTOMERID
                       END-IF
                   END-IF
           END-READ.

      * THE WINDOW STARTS THE DAY AFTER THE LAST ONE ENDED AND RUNS
      * TO THE RUN DATE PLUS THE LEAD, SO A MISSED NIGHT IS CAUGHT
      * UP AND A RERUN PRESENTS NOTHING TWICE. A RESTART RUN
      * PRESENTS THE LAST WINDOW AGAIN.
       1300-WINDOW-SET-PARA.
           OPEN INPUT DDCTL.
           IF WS-DDCTL-STATUS NOT = '00' THEN
               DISPLAY 'DD CONTROL NOT FOUND, WINDOW STARTS AT THE '
                   'RUN DATE.'
           ELSE
               READ DDCTL
                   AT END
                       DISPLAY 'DD CONTROL EMPTY, WINDOW STARTS AT '
                           'THE RUN DATE.'
                   NOT AT END
                       IF CTL-FROM-DATE NUMERIC
                           AND CTL-THRU-DATE NUMERIC
                           MOVE CTL-FROM-DATE TO WS-LAST-FROM-DATE
                           MOVE CTL-THRU-DATE TO WS-LAST-THRU-DATE
                       END-IF
               END-READ
               CLOSE DDCTL
           END-IF.

           COMPUTE WS-WORK-DAYS = WS-RUN-DATE-DAYS + WS-LEAD-DAYS.
           COMPUTE WS-THRU-DATE =
               FUNCTION DATE-OF-INTEGER(WS-WORK-DAYS).
           EVALUATE TRUE
               WHEN WS-RESTART-RUN AND WS-LAST-THRU-DATE > 0
                   MOVE WS-LAST-FROM-DATE TO WS-FROM-DATE
                   MOVE WS-LAST-THRU-DATE TO WS-THRU-DATE
                   DISPLAY 'RESTART RUN, LAST WINDOW PRESENTED AGAIN.'
               WHEN WS-LAST-THRU-DATE > 0
                   COMPUTE WS-WORK-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-LAST-THRU-DATE) + 1
                   COMPUTE WS-FROM-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-WORK-DAYS)
               WHEN OTHER
                   MOVE WS-RUN-DATE TO WS-FROM-DATE
           END-EVALUATE.

       2000-BILLFL-READ-PARA.
           READ BILLFL
               AT END
                   SET BILLFL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-BILLFL-RD-CNT
                   IF BILL-DUE-DATE NOT < WS-FROM-DATE
                       AND BILL-DUE-DATE NOT > WS-THRU-DATE
                       ADD 1 TO WS-IN-WINDOW-CNT
                       PERFORM 2100-INSTALLMENT-PRESENT-PARA
                   END-IF
           END-READ.

      * POLICY -> CUSTOMER OFF THE MASTER, CUSTOMER -> ACTIVE
      * MANDATE, THEN THE LEDGER DECIDES HOW MUCH IS STILL OWED.
      * AN INSTALLMENT NOT YET ON THE LEDGER IS PRESENTED GROSS,
      * PREMIUM PLUS TAX.
       2100-INSTALLMENT-PRESENT-PARA.
           MOVE 'N' TO WS-MND-FOUND-SW.
           MOVE BILL-POLICYNO TO WS-POL-KEY-NUM.
           MOVE WS-POL-KEY-X TO PFY-POLICYNO.
           READ POLICYFYL
               INVALID KEY
                   ADD 1 TO WS-MASTER-MISS-CNT
               NOT INVALID KEY
                   PERFORM 2200-MANDATE-FIND-PARA
                   IF NOT WS-MND-FOUND
                       ADD 1 TO WS-NO-MANDATE-CNT
                   END-IF
           END-READ.
           IF WS-MND-FOUND
               MOVE BILL-AMOUNT TO WS-PRESENT-AMOUNT
               IF BILL-TAX-AMOUNT NUMERIC
                   ADD BILL-TAX-AMOUNT TO WS-PRESENT-AMOUNT
               END-IF
               IF LEDGFL-AVAILABLE
                   MOVE BILL-POLICYNO TO LEDG-POLICYNO
                   MOVE BILL-DUE-DATE TO LEDG-DUE-DATE
                   READ LEDGFL
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE LEDG-OUTSTANDING TO WS-PRESENT-AMOUNT
                   END-READ
               END-IF
               IF WS-PRESENT-AMOUNT > ZEROES
                   PERFORM 2300-PRESENT-WRITE-PARA
               ELSE
                   ADD 1 TO WS-SETTLED-CNT
               END-IF
           END-IF.

       2200-MANDATE-FIND-PARA.
           MOVE 'N' TO WS-MND-FOUND-SW.
           MOVE 1 TO WS-MND-SRCH-IDX.
           PERFORM 2250-MANDATE-FIND-ONE-PARA
               UNTIL WS-MND-SRCH-IDX > WS-MND-CNT
                  OR WS-MND-FOUND.

       2250-MANDATE-FIND-ONE-PARA.
           IF WS-MND-CUSTOMERID(WS-MND-SRCH-IDX) = PFY-CUSTOMERID
               SET WS-MND-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-MND-SRCH-IDX
           END-IF.

       2300-PRESENT-WRITE-PARA.
           MOVE SPACES TO DDPRES-REC.
           MOVE WS-MND-REFERENCE(WS-MND-SRCH-IDX) TO PRS-REFERENCE.
           MOVE WS-MND-BANK-CODE(WS-MND-SRCH-IDX) TO PRS-BANK-CODE.
           MOVE WS-MND-ACCOUNT(WS-MND-SRCH-IDX) TO PRS-ACCOUNT.
           MOVE BILL-POLICYNO TO PRS-POLICYNO.
           MOVE BILL-DUE-DATE TO PRS-DUE-DATE.
           MOVE WS-PRESENT-AMOUNT TO PRS-AMOUNT.
           MOVE BILL-INVOICE-NO TO PRS-INVOICE-NO.
           WRITE DDPRES-REC.
           ADD 1 TO WS-PRESENTED-CNT.
           ADD WS-PRESENT-AMOUNT TO WS-PRESENTED-TOTAL.

       3200-DDCTL-REWRITE-PARA.
           OPEN OUTPUT DDCTL.
           IF WS-DDCTL-STATUS NOT = '00'
               DISPLAY 'DD CONTROL CANNOT BE REWRITTEN, STATUS '
                   WS-DDCTL-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE SPACES TO DDCTL-REC
               MOVE WS-FROM-DATE TO CTL-FROM-DATE
               MOVE WS-THRU-DATE TO CTL-THRU-DATE
               WRITE DDCTL-REC
               CLOSE DDCTL
           END-IF.

      * TRAILING CONTROL-TOTAL LINE THE BANK USES TO PROVE THE
      * UPLOAD, THE SAME SHAPE AS PAYSLIP.CBL'S 3100-XFER-CONTROL-PARA.
       3900-FILES-CLOSE-PARA.
           MOVE SPACES TO DDPRES-CONTROL-REC.
           STRING 'CONTROL ' DELIMITED BY SIZE
               WS-PRESENTED-CNT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-PRESENTED-TOTAL DELIMITED BY SIZE
               INTO DDPRES-CONTROL-REC.
           WRITE DDPRES-CONTROL-REC.
           CLOSE DDPRES.
           IF WS-BILLFL-STATUS = '00'
               CLOSE BILLFL
           END-IF.
           IF POLICYFYL-AVAILABLE
               CLOSE POLICYFYL
           END-IF.
           IF LEDGFL-AVAILABLE
               CLOSE LEDGFL
           END-IF.

      * THE CLOSED FILE GOES ON THE OUTBOUND MANIFEST SO OUTREL.CBL CAN
      * RELEASE IT TO THE BANK, OR REFUSE IT AS A REPEAT OF A FILE
      * ALREADY SENT, AS A RESTART THAT RE-PRESENTS THE LAST WINDOW
      * WOULD BE.
       3950-PRES-MANIFEST-PARA.
           MOVE 'DDPRESENT' TO WS-MAN-FILE-NAME.
           MOVE WS-PRESENTED-CNT TO WS-MAN-REC-CNT.
           MOVE WS-PRESENTED-TOTAL TO WS-MAN-AMOUNT.
           MOVE RETURN-CODE TO WS-MAN-HOLD-RC.
           CALL 'MANIFREG' USING WS-MAN-FILE-NAME, WS-MAN-PROGRAM,
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
           MOVE 'DDMANDATE' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-MANDFL-PATH.
           MOVE 'BILLING' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-BILLFL-PATH.
           MOVE 'POLICYFILE' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-POLICYFYL-PATH.
           MOVE 'ARREARSLEDGE' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-LEDGFL-PATH.
           MOVE 'DDPARM' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-DDPARM-PATH.
           MOVE 'DDCONTROL' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-DDCTL-PATH.
           MOVE 'DDPRESENT' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-DDPRES-PATH.
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

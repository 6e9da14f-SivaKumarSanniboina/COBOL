      * CLAIM-PAYMENT TRANSACTIONS KEYED BY CLAIM NUMBER: 'A' APPROVES
      * AN OPEN CLAIM, 'D' DENIES IT AND RELEASES ITS RESERVE, 'P'
      * APPLIES A PAYMENT AGAINST AN APPROVED CLAIM'S RESERVE AND
      * CLOSES THE CLAIM ONCE THE RESERVE IS EXHAUSTED. 'X' IS THE
      * INVESTIGATIONS DESK CLEARING A CLAIM CLAIMREG.CBL REFERRED ON
      * ITS RED-FLAG SCORE; A REFERRED CLAIM CANNOT BE APPROVED UNTIL
      * IT IS CLEARED. A 'P' CARRYING PAYEE SWITCH 'N' PAYS THE
      * POLICY'S NOMINEES, SPLIT BY THEIR SHARES, INSTEAD OF THE
      * POLICYHOLDER.
           SELECT CLMPAY ASSIGN TO DYNAMIC
           WS-CLMPAY-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-SETTLEREG-STATUS.

      * SAME ASSIGN/LAYOUT/KEYS AS CLAIMREG.CBL'S POLICYFYL, READ
      * RANDOM FOR THE CLAIM'S CUSTOMERID WHEN NO PAYEE IS SET UP
      * AGAINST THE CLAIM NUMBER ITSELF.
           SELECT POLICYFYL ASSIGN TO DYNAMIC
           WS-POLICYFYL-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS POLICYNO
           ALTERNATE RECORD KEY IS CUSTOMERID WITH DUPLICATES
           FILE STATUS WS-POLICYFYL-STATUS.

      * CLAIMANT PAYEE MASTER: NAME, BANK ACCOUNT, AND BANK CODE,
      * KEYED EITHER BY CLAIM NUMBER (A ONE-OFF PAYEE FOR THAT CLAIM)
      * OR BY CUSTOMERID (THE CUSTOMER'S STANDING PAYEE DETAILS). A
      * CLAIM-NUMBER ENTRY WINS OVER THE CUSTOMER ENTRY.
           SELECT PAYEEFL ASSIGN TO DYNAMIC
           WS-PAYEEFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-PAYEEFL-STATUS.

      * NOMINEE MASTER (NOMMAINT.CBL'S NOMMAST), READ BY POLICY FOR
      * A PAYMENT ROUTED TO THE NOMINEES. OPTIONAL -- WITHOUT IT
      * EVERY NOMINEE PAYMENT IS HELD.
           SELECT NOMMAST ASSIGN TO DYNAMIC
           WS-NOMMAST-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOM-KEY
           FILE STATUS WS-NOMMAST-STATUS.

      * CLAIM PAYMENT CREDIT-TRANSFER FILE IN THE SAME SHAPE AS
      * PAYSLIP.CBL'S XFERFL: ONE CREDIT PER PAYMENT PLUS A TRAILING
      * CONTROL-TOTAL LINE FOR THE BANK'S UPLOAD.
           SELECT CLMXFER ASSIGN TO DYNAMIC
           WS-CLMXFER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-CLMXFER-STATUS.

      * PAYMENTS APPLIED TO A CLAIM BUT NOT YET SENT BECAUSE THE
      * PAYEE HAS NO BANK DETAILS. READ BACK AT THE START OF EVERY
      * RUN, RELEASED TO THE TRANSFER FILE ONCE THE PAYEE MASTER IS
      * CORRECTED, AND REWRITTEN AT CLOSE WITH WHATEVER IS STILL
      * HELD -- THE SAME TABLE-THEN-REWRITE PAYSLIP.CBL USES ON ITS
      * LOAN MASTER.
           SELECT HOLDFL ASSIGN TO DYNAMIC
           WS-HOLDFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-HOLDFL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLMPAY.
               88  CPY-APPROVE                 VALUE 'A'.
               88  CPY-DENY                    VALUE 'D'.
               88  CPY-PAY                     VALUE 'P'.
               88  CPY-CLEAR                   VALUE 'X'.
           05  CPY-CLAIMNO     PIC     X(08).
           05  CPY-AMOUNT      PIC     9(7)V99.
           05  CPY-PAYEE-SW    PIC     X(01).
               88  CPY-PAY-NOMINEE             VALUE 'N'.
           05  FILLER          PIC     X(61).

      * SAME LAYOUT AS CLAIMREG.CBL'S CLMMAST-REC.
       FD  CLMMAST.
               88  CLM-PAID-UP                 VALUE 'P'.
           05  CLM-RESERVE     PIC     9(7)V99.
           05  CLM-PAID        PIC     9(7)V99.
           05  CLM-REFER-SW    PIC     X(01).
               88  CLM-REFERRED                VALUE 'R'.
               88  CLM-CLEARED                 VALUE 'C'.
           05  CLM-SCORE       PIC     9(03).
           05  FILLER          PIC     X(23).

       FD  SETTLEREG.
       01  SETTLEREG-REC               PIC X(80).

      * SAME LAYOUT AS POLICY.CBL'S POLICY_REC.
       FD  POLICYFYL.
       01  POLICY_REC.
           05  POLICYNO        PIC     X(08).
           05  CUSTOMERID      PIC     X(08).
           05  LOBCODE         PIC     X(01).
           05  START-DATE      PIC     X(08).
           05  END-DATE        PIC     X(08).
           05  PREMIUM         PIC     X(10).
           05  PREMIUM-NUM REDEFINES PREMIUM
                               PIC     S9(8)V99 SIGN IS TRAILING.
           05  AGENT-ID        PIC     X(05).
           05  POLICY-STATUS   PIC     X(01).
           05  FILLER          PIC     X(54).

      * EXACTLY ONE OF PYE-CLAIMNO / PYE-CUSTOMERID IS FILLED IN.
       FD  PAYEEFL.
       01  PAYEEFL-REC.
           05  PYE-CLAIMNO             PIC X(08).
           05  PYE-CUSTOMERID          PIC X(08).
           05  PYE-NAME                PIC X(30).
           05  PYE-ACCOUNT             PIC X(16).
           05  PYE-BANK-CODE           PIC X(08).
           05  FILLER                  PIC X(10).

      * SAME LAYOUT AS NOMMAINT.CBL'S NOMMAST-REC.
       FD  NOMMAST.
       01  NOMMAST-REC.
           05  NOM-KEY.
               10  NOM-POLICYNO    PIC X(08).
               10  NOM-SEQ         PIC 9(02).
           05  NOM-NAME            PIC X(30).
           05  NOM-RELATION        PIC X(10).
           05  NOM-SHARE-PCT       PIC 9(3)V99.
           05  NOM-BIRTH-DATE      PIC 9(08).
           05  NOM-APPOINTEE       PIC X(30).
           05  NOM-APPT-RELATION   PIC X(10).
           05  NOM-ACCOUNT         PIC X(16).
           05  NOM-BANK-CODE       PIC X(08).
           05  FILLER              PIC X(13).

       FD  CLMXFER.
       01  CLMXFER-REC                 PIC X(80).

       FD  HOLDFL.
       01  HOLDFL-REC.
           05  HLD-CLAIMNO             PIC X(08).
           05  HLD-CUSTOMERID          PIC X(08).
           05  HLD-AMOUNT              PIC 9(7)V99.
           05  HLD-HELD-DATE           PIC 9(08).
           05  HLD-REASON              PIC X(30).
           05  HLD-PAY-TO              PIC X(01).
           05  HLD-POLICYNO            PIC X(08).
           05  FILLER                  PIC X(08).

       WORKING-STORAGE SECTION.
      * RESOLVED FILE PATHS. EVERY ASSIGNMENT COMES FROM THE
      * EXTERNAL FILE CONFIGURATION (FILECFG) AT STARTUP -- SEE
       77  WS-CLMPAY-PATH              PIC X(80) VALUE SPACES.
       77  WS-CLMMAST-PATH             PIC X(80) VALUE SPACES.
       77  WS-SETTLEREG-PATH           PIC X(80) VALUE SPACES.
       77  WS-POLICYFYL-PATH           PIC X(80) VALUE SPACES.
       77  WS-PAYEEFL-PATH             PIC X(80) VALUE SPACES.
       77  WS-CLMXFER-PATH             PIC X(80) VALUE SPACES.
       77  WS-HOLDFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-NOMMAST-PATH             PIC X(80) VALUE SPACES.
       77  WS-CFG-NAME             PIC X(12)   VALUE SPACES.
       77  WS-CFG-PATH             PIC X(80)   VALUE SPACES.
       77  WS-CFG-RESULT           PIC X(01)   VALUE 'N'.
           05  WS-CLMPAY-STATUS        PIC X(2).
           05  WS-CLMMAST-STATUS       PIC X(2).
           05  WS-SETTLEREG-STATUS     PIC X(2).
           05  WS-POLICYFYL-STATUS     PIC X(2).
           05  WS-PAYEEFL-STATUS       PIC X(2).
           05  WS-CLMXFER-STATUS       PIC X(2).
           05  WS-HOLDFL-STATUS        PIC X(2).
           05  WS-NOMMAST-STATUS       PIC X(2).

       01  WS-EOF-SWITCHES.
           05  WS-CLMPAY-EOF-SW        PIC X(01)   VALUE 'N'.
               88  CLMPAY-EOF                      VALUE 'Y'.
           05  WS-PAYEEFL-EOF-SW       PIC X(01)   VALUE 'N'.
               88  PAYEEFL-EOF                     VALUE 'Y'.
           05  WS-HOLDFL-EOF-SW        PIC X(01)   VALUE 'N'.
               88  HOLDFL-EOF                      VALUE 'Y'.
           05  WS-NOM-CHAIN-END-SW     PIC X(01)   VALUE 'N'.
               88  NOM-CHAIN-ENDED                 VALUE 'Y'.
           05  WS-NOMMAST-AVAIL-SW     PIC X(01)   VALUE 'N'.
               88  NOMMAST-AVAILABLE               VALUE 'Y'.

       77  WS-CLM-FOUND-SW             PIC X(01)   VALUE 'N'.
           88  WS-CLM-FOUND                        VALUE 'Y'.

      * OUTBOUND MANIFEST ENTRY FOR A FILE THIS RUN HAS WRITTEN FOR
      * AN OUTSIDE PARTY (SEE MANIFREG.CBL).
       77  WS-MAN-PROGRAM              PIC X(10)   VALUE 'CLMSETTLE'.
       77  WS-MAN-FILE-NAME            PIC X(12)   VALUE SPACES.
       77  WS-MAN-REC-CNT              PIC 9(6)    VALUE ZEROES.
       77  WS-MAN-AMOUNT               PIC 9(11)V99 VALUE ZEROES.
       77  WS-MAN-SEQ-NO               PIC 9(6)    VALUE ZEROES.
       77  WS-MAN-RESULT               PIC X(01)   VALUE SPACE.
       77  WS-MAN-HOLD-RC              PIC S9(4) COMP  VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-CLMPAY-RD-CNT        PIC 9(6)    VALUE ZEROES.
           05  WS-APPLIED-CNT          PIC 9(6)    VALUE ZEROES.
       77  WS-FORMATTED-AMOUNT         PIC Z(6)9.99.
       77  WS-FORMATTED-TOTAL          PIC Z(8)9.99.

      * PAYEE MASTER TABLE, LOADED AT OPEN THE SAME WAY PAYSLIP.CBL
      * LOADS THE EMPLOYEE BANK-DETAILS MASTER.
       01  WS-PAYEE-TABLE.
           05  WS-PAYEE-ENTRY OCCURS 2000 TIMES.
               10  WS-PYE-CLAIMNO       PIC X(08).
               10  WS-PYE-CUSTOMERID    PIC X(08).
               10  WS-PYE-NAME          PIC X(30).
               10  WS-PYE-ACCOUNT       PIC X(16).
               10  WS-PYE-BANK-CODE     PIC X(08).
       77  WS-PAYEE-CNT                PIC 9(4)    VALUE ZEROES.
       77  WS-PAYEE-SRCH-IDX           PIC 9(4)    VALUE ZEROES.
       77  WS-PAYEE-FOUND-SW           PIC X(01)   VALUE 'N'.
           88  WS-PAYEE-FOUND                      VALUE 'Y'.

      * HELD-PAYMENT TABLE: LAST RUN'S HOLDS PLUS TONIGHT'S NEW ONES.
      * AN ENTRY RELEASED TO THE TRANSFER FILE IS MARKED 'R' AND
      * DROPPED WHEN THE HOLD FILE IS REWRITTEN AT CLOSE.
       01  WS-HOLD-TABLE.
           05  WS-HOLD-ENTRY OCCURS 2000 TIMES.
               10  WS-HLD-CLAIMNO       PIC X(08).
               10  WS-HLD-CUSTOMERID    PIC X(08).
               10  WS-HLD-AMOUNT        PIC 9(7)V99.
               10  WS-HLD-HELD-DATE     PIC 9(08).
               10  WS-HLD-REASON        PIC X(30).
               10  WS-HLD-PAY-TO        PIC X(01).
               10  WS-HLD-POLICYNO      PIC X(08).
               10  WS-HLD-STATE         PIC X(01).
                   88  WS-HLD-HELD                 VALUE 'H'.
                   88  WS-HLD-RELEASED             VALUE 'R'.
       77  WS-HOLD-CNT                 PIC 9(4)    VALUE ZEROES.
       77  WS-HOLD-IDX                 PIC 9(4)    VALUE ZEROES.

      * THE PAYEE LOOKUP WORKS FROM THESE TWO KEYS, FILLED EITHER
      * FROM TONIGHT'S CLAIM OR FROM A CARRIED-FORWARD HOLD.
       77  WS-DSB-CLAIMNO              PIC X(08)   VALUE SPACES.
       77  WS-DSB-CUSTOMERID           PIC X(08)   VALUE SPACES.
       77  WS-DSB-AMOUNT               PIC 9(7)V99 VALUE ZEROES.
       77  WS-DSB-POLICYNO             PIC X(08)   VALUE SPACES.
       77  WS-DSB-PAY-TO               PIC X(01)   VALUE SPACES.
           88  WS-DSB-TO-NOMINEE                   VALUE 'N'.
       77  WS-DSB-REASON               PIC X(30)   VALUE SPACES.
       77  WS-DSB-SENT-SW              PIC X(01)   VALUE 'N'.
           88  WS-DSB-SENT                         VALUE 'Y'.

       77  WS-RUN-DATE                 PIC 9(8)    VALUE ZEROES.

      * MASTER RECOVERY JOURNAL ENTRY FOR EACH CLAIM THIS RUN
      * REWRITES (SEE MSTJRNW.CBL).
       77  WS-JRN-MASTER               PIC X(12) VALUE 'CLAIMMASTER'.
       77  WS-JRN-SOURCE               PIC X(12) VALUE 'CLAIMPAYIN'.
       77  WS-JRN-PROGRAM              PIC X(10) VALUE 'CLMSETTLE'.
       77  WS-JRN-ACTION               PIC X(01)   VALUE 'R'.
       77  WS-JRN-IMAGE                PIC X(103)  VALUE SPACES.
       77  WS-JRN-RESULT               PIC X(01)   VALUE SPACE.
      * RETURN-CODE AS IT STOOD BEFORE THE CALL, WHICH RESETS IT.
       77  WS-JRN-HOLD-RC              PIC S9(4) COMP  VALUE ZERO.

      * THE NOMINEE SET FOR A PAYMENT ROUTED TO THE NOMINEES. EVERY
      * NOMINEE MUST HAVE BANK DETAILS BEFORE ANY OF THE SPLIT IS
      * SENT -- FOR A MINOR THESE ARE THE APPOINTEE'S ACCOUNT -- SO A
      * PAYMENT IS NEVER PART-SENT AND PART-HELD.
       01  WS-NOMPAY-TABLE.
           05  WS-NOMPAY-ENTRY OCCURS 20 TIMES.
               10  WS-NPY-SHARE-PCT     PIC 9(3)V99.
               10  WS-NPY-ACCOUNT       PIC X(16).
               10  WS-NPY-BANK-CODE     PIC X(08).
       77  WS-NOMPAY-CNT               PIC 9(2)    VALUE ZEROES.
       77  WS-NOMPAY-IDX               PIC 9(2)    VALUE ZEROES.
       77  WS-NOMPAY-OVER-SW           PIC X(01)   VALUE 'N'.
           88  WS-NOMPAY-OVER                      VALUE 'Y'.
       77  WS-NOMPAY-BANK-SW           PIC X(01)   VALUE 'Y'.
           88  WS-NOMPAY-BANK-OK                   VALUE 'Y'.
       77  WS-NOMPAY-SPLIT             PIC 9(7)V99 VALUE ZEROES.
       77  WS-NOMPAY-LEFT              PIC 9(7)V99 VALUE ZEROES.

      * DISBURSEMENT CONTROL FIGURES. TONIGHT'S PAID TOTAL MUST EQUAL
      * WHAT WAS TRANSFERRED FOR TONIGHT'S PAYMENTS PLUS WHAT WAS
      * HELD; THE TRANSFER FILE'S CONTROL TOTAL ADDS ANY EARLIER
      * HOLDS RELEASED THIS RUN.
       77  WS-XFER-WT-CNT              PIC 9(6)    VALUE ZEROES.
       77  WS-XFER-CONTROL-TOTAL       PIC 9(9)V99 VALUE ZEROES.
       77  WS-XFER-PAID-TOTAL          PIC 9(9)V99 VALUE ZEROES.
       77  WS-HOLD-NEW-CNT             PIC 9(6)    VALUE ZEROES.
       77  WS-HOLD-NEW-TOTAL           PIC 9(9)V99 VALUE ZEROES.
       77  WS-HOLD-RELEASE-CNT         PIC 9(6)    VALUE ZEROES.
       77  WS-HOLD-RELEASE-TOTAL       PIC 9(9)V99 VALUE ZEROES.
       77  WS-HOLD-KEPT-CNT            PIC 9(6)    VALUE ZEROES.
       77  WS-DISBURSED-TOTAL          PIC 9(9)V99 VALUE ZEROES.
       77  WS-FORMATTED-XFER           PIC Z(8)9.99.
       77  WS-FORMATTED-HELD           PIC Z(8)9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0050-FILECFG-LOAD-PARA.
           PERFORM 1000-FILES-OPEN-PARA.
           IF WS-CLMMAST-STATUS = '00'
                   AND WS-CLMPAY-STATUS = '00' THEN
               PERFORM 1700-HOLD-RELEASE-PARA
               PERFORM 2000-CLMPAY-READ-PARA UNTIL CLMPAY-EOF
           ELSE
               DISPLAY 'CLAIM MASTER OR PAYMENT FILE CANNOT BE '
           DISPLAY 'CLAIMS CLOSED AS PAID: ', WS-CLOSED-CNT.
           DISPLAY 'TOTAL PAID THIS RUN: ', WS-PAID-TOTAL.
           DISPLAY 'TOTAL RESERVE RELEASED: ', WS-RELEASED-TOTAL.
           DISPLAY 'CLAIM TRANSFERS WRITTEN: ', WS-XFER-WT-CNT.
           DISPLAY 'TRANSFER CONTROL TOTAL: ', WS-XFER-CONTROL-TOTAL.
           DISPLAY 'PAYMENTS HELD THIS RUN: ', WS-HOLD-NEW-CNT.
           DISPLAY 'EARLIER HOLDS RELEASED: ', WS-HOLD-RELEASE-CNT.
           DISPLAY 'PAYMENTS STILL HELD: ', WS-HOLD-KEPT-CNT.
           STOP RUN.

       1000-FILES-OPEN-PARA.
           MOVE 'CLAIM SETTLEMENT REGISTER' TO SETTLEREG-REC.
           WRITE SETTLEREG-REC.

           OPEN INPUT POLICYFYL.
           DISPLAY 'FILE STATUS FOR POLICYFYL:', WS-POLICYFYL-STATUS.

           OPEN OUTPUT CLMXFER.
           DISPLAY 'FILE STATUS FOR CLMXFER:', WS-CLMXFER-STATUS.

           OPEN INPUT NOMMAST.
           IF WS-NOMMAST-STATUS NOT = '00'
               DISPLAY 'NOMINEE MASTER NOT FOUND, NOMINEE PAYMENTS '
                   'WILL BE HELD.'
           ELSE
               SET NOMMAST-AVAILABLE TO TRUE
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1500-PAYEEFL-LOAD-PARA.
           PERFORM 1600-HOLDFL-LOAD-PARA.

       1500-PAYEEFL-LOAD-PARA.
           OPEN INPUT PAYEEFL.
           IF WS-PAYEEFL-STATUS NOT = '00' THEN
               DISPLAY 'PAYEE MASTER NOT FOUND, EVERY PAYMENT WILL '
                   'BE HELD.'
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
                       MOVE PYE-NAME TO WS-PYE-NAME(WS-PAYEE-CNT)
                       MOVE PYE-ACCOUNT TO
                           WS-PYE-ACCOUNT(WS-PAYEE-CNT)
                       MOVE PYE-BANK-CODE TO
                           WS-PYE-BANK-CODE(WS-PAYEE-CNT)
                   ELSE
                       DISPLAY 'WS-PAYEE-TABLE FULL, ENTRY IGNORED: '
                           PYE-CLAIMNO ' ' PYE-CUSTOMERID
                   END-IF
           END-READ.

      * A MISSING HOLD FILE SIMPLY MEANS NOTHING IS CARRIED FORWARD.
       1600-HOLDFL-LOAD-PARA.
           OPEN INPUT HOLDFL.
           IF WS-HOLDFL-STATUS NOT = '00' THEN
               DISPLAY 'NO HELD CLAIM PAYMENTS CARRIED FORWARD.'
               SET HOLDFL-EOF TO TRUE
           ELSE
               PERFORM 1650-HOLDFL-READ-PARA UNTIL HOLDFL-EOF
               CLOSE HOLDFL
           END-IF.

       1650-HOLDFL-READ-PARA.
           READ HOLDFL
               AT END
                   SET HOLDFL-EOF TO TRUE
               NOT AT END
                   IF WS-HOLD-CNT < 2000
                       ADD 1 TO WS-HOLD-CNT
                       MOVE HLD-CLAIMNO TO WS-HLD-CLAIMNO(WS-HOLD-CNT)
                       MOVE HLD-CUSTOMERID TO
                           WS-HLD-CUSTOMERID(WS-HOLD-CNT)
                       MOVE HLD-AMOUNT TO WS-HLD-AMOUNT(WS-HOLD-CNT)
                       MOVE HLD-HELD-DATE TO
                           WS-HLD-HELD-DATE(WS-HOLD-CNT)
                       MOVE HLD-REASON TO WS-HLD-REASON(WS-HOLD-CNT)
                       MOVE HLD-PAY-TO TO WS-HLD-PAY-TO(WS-HOLD-CNT)
                       MOVE HLD-POLICYNO TO
                           WS-HLD-POLICYNO(WS-HOLD-CNT)
                       SET WS-HLD-HELD(WS-HOLD-CNT) TO TRUE
                   ELSE
                       DISPLAY 'WS-HOLD-TABLE FULL, HELD PAYMENT NOT '
                           'CARRIED: ' HLD-CLAIMNO
                       MOVE 16 TO RETURN-CODE
                   END-IF
           END-READ.

      * RETRIES EVERY CARRIED-FORWARD HOLD AGAINST TONIGHT'S PAYEE
      * MASTER BEFORE ANY NEW PAYMENT IS APPLIED. THE CLAIM ITSELF WAS
      * ALREADY PAID DOWN WHEN THE HOLD WAS RAISED, SO A RELEASE ONLY
      * MOVES MONEY -- IT NEVER TOUCHES THE CLAIM MASTER AGAIN.
       1700-HOLD-RELEASE-PARA.
           MOVE 1 TO WS-HOLD-IDX.
           PERFORM 1750-HOLD-RELEASE-ONE-PARA
               UNTIL WS-HOLD-IDX > WS-HOLD-CNT.

       1750-HOLD-RELEASE-ONE-PARA.
           MOVE WS-HLD-CLAIMNO(WS-HOLD-IDX)    TO WS-DSB-CLAIMNO.
           MOVE WS-HLD-CUSTOMERID(WS-HOLD-IDX) TO WS-DSB-CUSTOMERID.
           MOVE WS-HLD-AMOUNT(WS-HOLD-IDX)     TO WS-DSB-AMOUNT.
           MOVE WS-HLD-PAY-TO(WS-HOLD-IDX)     TO WS-DSB-PAY-TO.
           MOVE WS-HLD-POLICYNO(WS-HOLD-IDX)   TO WS-DSB-POLICYNO.
           IF WS-DSB-TO-NOMINEE
               PERFORM 2750-NOMINEE-PAY-PARA
           ELSE
               PERFORM 2650-PAYEE-FIND-PARA
               PERFORM 2700-XFER-WRITE-PARA
           END-IF.
           IF WS-DSB-SENT
               SET WS-HLD-RELEASED(WS-HOLD-IDX) TO TRUE
               ADD 1 TO WS-HOLD-RELEASE-CNT
               ADD WS-DSB-AMOUNT TO WS-HOLD-RELEASE-TOTAL
               MOVE WS-DSB-AMOUNT TO WS-FORMATTED-AMOUNT
               MOVE SPACES TO SETTLEREG-REC
               STRING 'R ' DELIMITED BY SIZE
                   WS-DSB-CLAIMNO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-FORMATTED-AMOUNT DELIMITED BY SIZE
                   ' RELEASED FROM HOLD OF ' DELIMITED BY SIZE
                   WS-HLD-HELD-DATE(WS-HOLD-IDX) DELIMITED BY SIZE
                   INTO SETTLEREG-REC
               WRITE SETTLEREG-REC
           END-IF.
           ADD 1 TO WS-HOLD-IDX.

       2000-CLMPAY-READ-PARA.
           READ CLMPAY
               AT END
                       PERFORM 2300-CLAIM-DENY-PARA
                   WHEN CPY-PAY
                       PERFORM 2400-CLAIM-PAY-PARA
                   WHEN CPY-CLEAR
                       PERFORM 2350-CLAIM-CLEAR-PARA
                   WHEN OTHER
                       MOVE 'REJECTED' TO WS-TRN-RESULT
                       MOVE 'INVALID ACTION CODE' TO WS-TRN-REASON
               END-EVALUATE
               IF WS-TRN-RESULT = 'APPLIED '
                   PERFORM 2500-CLAIM-REWRITE-PARA
                   IF CPY-PAY AND WS-CLMMAST-STATUS = '00'
                       PERFORM 2600-PAYMENT-DISBURSE-PARA
                   END-IF
               END-IF
           END-IF.

                   SET WS-CLM-FOUND TO TRUE
           END-READ.

      * A CLAIM REFERRED AT REGISTRATION STAYS UNAPPROVABLE UNTIL
      * THE INVESTIGATIONS DESK CLEARS IT; DENIAL IS STILL ALLOWED.
       2200-CLAIM-APPROVE-PARA.
           EVALUATE TRUE
               WHEN NOT CLM-OPEN
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   MOVE 'APPROVE - CLAIM NOT OPEN' TO WS-TRN-REASON
                   ADD 1 TO WS-REJECTED-CNT
               WHEN CLM-REFERRED
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   MOVE 'APPROVE - REFERRED NOT CLEARED'
                       TO WS-TRN-REASON
                   ADD 1 TO WS-REJECTED-CNT
               WHEN OTHER
                   SET CLM-APPROVED TO TRUE
                   MOVE 'APPLIED ' TO WS-TRN-RESULT
                   ADD 1 TO WS-APPLIED-CNT
           END-EVALUATE.

      * DENIAL RELEASES WHATEVER RESERVE WAS STILL HELD; A CLAIM
      * ALREADY PAYING OUT CAN NO LONGER BE DENIED.
               ADD 1 TO WS-REJECTED-CNT
           END-IF.

      * CLEARING ONLY MEANS SOMETHING FOR A CLAIM STILL REFERRED; THE
      * SCORE STAYS ON THE MASTER FOR THE RECORD.
       2350-CLAIM-CLEAR-PARA.
           IF CLM-REFERRED
               SET CLM-CLEARED TO TRUE
               MOVE 'APPLIED ' TO WS-TRN-RESULT
               ADD 1 TO WS-APPLIED-CNT
           ELSE
               MOVE 'REJECTED' TO WS-TRN-RESULT
               MOVE 'CLEAR - CLAIM NOT REFERRED' TO WS-TRN-REASON
               ADD 1 TO WS-REJECTED-CNT
           END-IF.

      * A PAYMENT APPLIES ONLY TO AN APPROVED CLAIM AND ONLY UP TO
      * THE RESERVE STILL HELD -- OVERPAYING A CLAIM IS A KEYING
      * ERROR, NOT A ROUNDING MATTER. EXHAUSTING THE RESERVE CLOSES
                   WS-CLMMAST-STATUS ' CLAIMNO ' CLM-CLAIMNO
               MOVE 16 TO RETURN-CODE
               SET CLMPAY-EOF TO TRUE
           ELSE
               PERFORM 2550-JOURNAL-WRITE-PARA
           END-IF.

      * JOURNALS THE REWRITE JUST MADE SO A REBUILD FROM THE LATEST
      * ARCHIVE GENERATION CAN REPLAY IT; THE RUN ENDS WITH A
      * WARNING WHEN IT CANNOT BE.
       2550-JOURNAL-WRITE-PARA.
           MOVE CLMMAST-REC TO WS-JRN-IMAGE.
           MOVE RETURN-CODE TO WS-JRN-HOLD-RC.
           CALL 'MSTJRNW' USING WS-JRN-MASTER, WS-JRN-SOURCE,
               WS-JRN-PROGRAM, WS-RUN-DATE, WS-JRN-ACTION,
               WS-JRN-IMAGE, WS-JRN-RESULT.
           MOVE WS-JRN-HOLD-RC TO RETURN-CODE.
           IF WS-JRN-RESULT NOT = 'Y'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      * SENDS AN APPLIED PAYMENT TO THE CLAIMANT'S BANK, OR HOLDS IT
      * WHEN THERE IS NO PAYEE OR THE PAYEE HAS NO BANK DETAILS. A
      * HELD PAYMENT IS NEVER DROPPED: IT STAYS ON THE HOLD FILE AND
      * IS LISTED ON THE REGISTER UNTIL A LATER RUN RELEASES IT.
       2600-PAYMENT-DISBURSE-PARA.
           MOVE CLM-CLAIMNO TO WS-DSB-CLAIMNO.
           MOVE SPACES TO WS-DSB-CUSTOMERID.
           MOVE CPY-AMOUNT TO WS-DSB-AMOUNT.
           MOVE CLM-POLICYNO TO WS-DSB-POLICYNO.
           MOVE CPY-PAYEE-SW TO WS-DSB-PAY-TO.
           IF WS-POLICYFYL-STATUS = '00'
               MOVE CLM-POLICYNO TO POLICYNO OF POLICY_REC
               READ POLICYFYL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUSTOMERID OF POLICY_REC
                           TO WS-DSB-CUSTOMERID
               END-READ
           END-IF.
           IF WS-DSB-TO-NOMINEE
               PERFORM 2750-NOMINEE-PAY-PARA
           ELSE
               PERFORM 2650-PAYEE-FIND-PARA
               PERFORM 2700-XFER-WRITE-PARA
           END-IF.
           IF WS-DSB-SENT
               ADD WS-DSB-AMOUNT TO WS-XFER-PAID-TOTAL
           ELSE
               PERFORM 2800-HOLD-ADD-PARA
           END-IF.

      * CLAIM-NUMBER PAYEE FIRST; FAILING THAT, THE CUSTOMER'S
      * STANDING PAYEE ENTRY (ONE WITH NO CLAIM NUMBER ON IT).
       2650-PAYEE-FIND-PARA.
           MOVE 'N' TO WS-PAYEE-FOUND-SW.
           MOVE 1 TO WS-PAYEE-SRCH-IDX.
           PERFORM 2660-PAYEE-CLAIM-ONE-PARA
               UNTIL WS-PAYEE-SRCH-IDX > WS-PAYEE-CNT
                  OR WS-PAYEE-FOUND.
           IF NOT WS-PAYEE-FOUND AND WS-DSB-CUSTOMERID NOT = SPACES
               MOVE 1 TO WS-PAYEE-SRCH-IDX
               PERFORM 2670-PAYEE-CUST-ONE-PARA
                   UNTIL WS-PAYEE-SRCH-IDX > WS-PAYEE-CNT
                      OR WS-PAYEE-FOUND
           END-IF.

       2660-PAYEE-CLAIM-ONE-PARA.
           IF WS-PYE-CLAIMNO(WS-PAYEE-SRCH-IDX) = WS-DSB-CLAIMNO
               SET WS-PAYEE-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-PAYEE-SRCH-IDX
           END-IF.

       2670-PAYEE-CUST-ONE-PARA.
           IF WS-PYE-CLAIMNO(WS-PAYEE-SRCH-IDX) = SPACES
               AND WS-PYE-CUSTOMERID(WS-PAYEE-SRCH-IDX) =
                   WS-DSB-CUSTOMERID
               SET WS-PAYEE-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-PAYEE-SRCH-IDX
           END-IF.

      * ONE CREDIT LINE PER PAYMENT IN PAYSLIP.CBL'S XFERFL SHAPE --
      * BANK CODE, ACCOUNT, REFERENCE, AMOUNT -- WITH THE CLAIM
      * NUMBER AS THE REFERENCE.
       2700-XFER-WRITE-PARA.
           MOVE 'N' TO WS-DSB-SENT-SW.
           MOVE SPACES TO WS-DSB-REASON.
           IF NOT WS-PAYEE-FOUND
               MOVE 'NO PAYEE ON MASTER' TO WS-DSB-REASON
           ELSE
               IF WS-PYE-ACCOUNT(WS-PAYEE-SRCH-IDX) = SPACES
                   OR WS-PYE-BANK-CODE(WS-PAYEE-SRCH-IDX) = SPACES
                   MOVE 'NO BANK DETAILS FOR PAYEE' TO WS-DSB-REASON
               ELSE
                   MOVE SPACES TO CLMXFER-REC
                   STRING WS-PYE-BANK-CODE(WS-PAYEE-SRCH-IDX)
                           DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-PYE-ACCOUNT(WS-PAYEE-SRCH-IDX)
                           DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-DSB-CLAIMNO DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-DSB-AMOUNT DELIMITED BY SIZE
                       INTO CLMXFER-REC
                   WRITE CLMXFER-REC
                   ADD 1 TO WS-XFER-WT-CNT
                   ADD WS-DSB-AMOUNT TO WS-XFER-CONTROL-TOTAL
                   SET WS-DSB-SENT TO TRUE
               END-IF
           END-IF.

      * PAYS THE POLICY'S NOMINEES INSTEAD OF THE POLICYHOLDER: ONE
      * CREDIT PER NOMINEE FOR THEIR SHARE OF THE PAYMENT, THE LAST
      * NOMINEE TAKING WHATEVER ROUNDING LEAVES SO THE CREDITS ADD
      * BACK TO THE PAYMENT EXACTLY. NO NOMINEE SET, OR ANY NOMINEE
      * WITHOUT BANK DETAILS, HOLDS THE WHOLE PAYMENT.
       2750-NOMINEE-PAY-PARA.
           MOVE 'N' TO WS-DSB-SENT-SW.
           MOVE SPACES TO WS-DSB-REASON.
           MOVE ZEROES TO WS-NOMPAY-CNT.
           MOVE 'N' TO WS-NOMPAY-OVER-SW.
           SET WS-NOMPAY-BANK-OK TO TRUE.
           IF NOT NOMMAST-AVAILABLE
               MOVE 'NOMINEE MASTER NOT AVAILABLE' TO WS-DSB-REASON
           ELSE
               MOVE 'N' TO WS-NOM-CHAIN-END-SW
               MOVE WS-DSB-POLICYNO TO NOM-POLICYNO
               MOVE ZEROES TO NOM-SEQ
               START NOMMAST KEY >= NOM-KEY
                   INVALID KEY
                       SET NOM-CHAIN-ENDED TO TRUE
               END-START
               PERFORM 2760-NOMINEE-LOAD-PARA UNTIL NOM-CHAIN-ENDED
               EVALUATE TRUE
                   WHEN WS-NOMPAY-CNT = 0
                       MOVE 'NO NOMINEE ON MASTER' TO WS-DSB-REASON
                   WHEN WS-NOMPAY-OVER
                       MOVE 'TOO MANY NOMINEES TO SPLIT'
                           TO WS-DSB-REASON
                   WHEN NOT WS-NOMPAY-BANK-OK
                       MOVE 'NO BANK DETAILS FOR NOMINEE'
                           TO WS-DSB-REASON
                   WHEN OTHER
                       MOVE WS-DSB-AMOUNT TO WS-NOMPAY-LEFT
                       PERFORM 2780-NOMINEE-XFER-ONE-PARA
                           VARYING WS-NOMPAY-IDX FROM 1 BY 1
                           UNTIL WS-NOMPAY-IDX > WS-NOMPAY-CNT
                       SET WS-DSB-SENT TO TRUE
               END-EVALUATE
           END-IF.

       2760-NOMINEE-LOAD-PARA.
           READ NOMMAST NEXT
               AT END
                   SET NOM-CHAIN-ENDED TO TRUE
               NOT AT END
                   IF NOM-POLICYNO NOT = WS-DSB-POLICYNO
                       SET NOM-CHAIN-ENDED TO TRUE
                   ELSE
                       IF WS-NOMPAY-CNT < 20
                           ADD 1 TO WS-NOMPAY-CNT
                           MOVE NOM-SHARE-PCT TO
                               WS-NPY-SHARE-PCT(WS-NOMPAY-CNT)
                           MOVE NOM-ACCOUNT TO
                               WS-NPY-ACCOUNT(WS-NOMPAY-CNT)
                           MOVE NOM-BANK-CODE TO
                               WS-NPY-BANK-CODE(WS-NOMPAY-CNT)
                           IF NOM-ACCOUNT = SPACES
                               OR NOM-BANK-CODE = SPACES
                               MOVE 'N' TO WS-NOMPAY-BANK-SW
                           END-IF
                       ELSE
                           SET WS-NOMPAY-OVER TO TRUE
                       END-IF
                   END-IF
           END-READ.

       2780-NOMINEE-XFER-ONE-PARA.
           IF WS-NOMPAY-IDX = WS-NOMPAY-CNT
               MOVE WS-NOMPAY-LEFT TO WS-NOMPAY-SPLIT
           ELSE
               COMPUTE WS-NOMPAY-SPLIT ROUNDED =
                   WS-DSB-AMOUNT * WS-NPY-SHARE-PCT(WS-NOMPAY-IDX)
                   / 100
               IF WS-NOMPAY-SPLIT > WS-NOMPAY-LEFT
                   MOVE WS-NOMPAY-LEFT TO WS-NOMPAY-SPLIT
               END-IF
           END-IF.
           SUBTRACT WS-NOMPAY-SPLIT FROM WS-NOMPAY-LEFT.
           MOVE SPACES TO CLMXFER-REC.
           STRING WS-NPY-BANK-CODE(WS-NOMPAY-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-NPY-ACCOUNT(WS-NOMPAY-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-DSB-CLAIMNO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-NOMPAY-SPLIT DELIMITED BY SIZE
               INTO CLMXFER-REC.
           WRITE CLMXFER-REC.
           ADD 1 TO WS-XFER-WT-CNT.
           ADD WS-NOMPAY-SPLIT TO WS-XFER-CONTROL-TOTAL.

       2800-HOLD-ADD-PARA.
           ADD 1 TO WS-HOLD-NEW-CNT.
           ADD WS-DSB-AMOUNT TO WS-HOLD-NEW-TOTAL.
           IF WS-HOLD-CNT < 2000
               ADD 1 TO WS-HOLD-CNT
               MOVE WS-DSB-CLAIMNO    TO WS-HLD-CLAIMNO(WS-HOLD-CNT)
               MOVE WS-DSB-CUSTOMERID TO
                   WS-HLD-CUSTOMERID(WS-HOLD-CNT)
               MOVE WS-DSB-AMOUNT     TO WS-HLD-AMOUNT(WS-HOLD-CNT)
               MOVE WS-RUN-DATE       TO WS-HLD-HELD-DATE(WS-HOLD-CNT)
               MOVE WS-DSB-REASON     TO WS-HLD-REASON(WS-HOLD-CNT)
               MOVE WS-DSB-PAY-TO     TO WS-HLD-PAY-TO(WS-HOLD-CNT)
               MOVE WS-DSB-POLICYNO   TO WS-HLD-POLICYNO(WS-HOLD-CNT)
               SET WS-HLD-HELD(WS-HOLD-CNT) TO TRUE
           ELSE
               DISPLAY 'WS-HOLD-TABLE FULL, HELD PAYMENT NOT '
                   'CARRIED: ' WS-DSB-CLAIMNO
               MOVE 16 TO RETURN-CODE
           END-IF.

       2900-REGISTER-WRITE-PARA.
           IF WS-CLMPAY-STATUS = '00'
               CLOSE CLMPAY
           END-IF.
           IF WS-POLICYFYL-STATUS = '00'
               CLOSE POLICYFYL
           END-IF.
           IF NOMMAST-AVAILABLE
               CLOSE NOMMAST
           END-IF.
           PERFORM 3100-XFER-CONTROL-PARA.
           CLOSE CLMXFER.
           PERFORM 3150-XFER-MANIFEST-PARA.
           PERFORM 3200-HOLDFL-REWRITE-PARA.
           MOVE WS-PAID-TOTAL TO WS-FORMATTED-TOTAL.
           MOVE SPACES TO SETTLEREG-REC.
           STRING 'APPLIED: ' DELIMITED BY SIZE
               WS-FORMATTED-TOTAL DELIMITED BY SIZE
               INTO SETTLEREG-REC.
           WRITE SETTLEREG-REC.
           PERFORM 3300-DISBURSE-TIE-PARA.
           CLOSE SETTLEREG.

      * TRAILING CONTROL-TOTAL LINE THE BANK USES TO PROVE THE
      * UPLOAD, THE SAME SHAPE AS PAYSLIP.CBL'S 3100-XFER-CONTROL-PARA.
       3100-XFER-CONTROL-PARA.
           MOVE SPACES TO CLMXFER-REC.
           STRING 'CONTROL ' DELIMITED BY SIZE
               WS-XFER-WT-CNT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-XFER-CONTROL-TOTAL DELIMITED BY SIZE
               INTO CLMXFER-REC.
           WRITE CLMXFER-REC.

      * THE FILE GOES ON THE OUTBOUND MANIFEST SO OUTREL.CBL CAN
      * RELEASE IT TO THE BANK, OR REFUSE IT AS A REPEAT OF A FILE
      * ALREADY SENT.
       3150-XFER-MANIFEST-PARA.
           MOVE 'CLAIMXFER' TO WS-MAN-FILE-NAME.
           MOVE WS-XFER-WT-CNT TO WS-MAN-REC-CNT.
           MOVE WS-XFER-CONTROL-TOTAL TO WS-MAN-AMOUNT.
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

      * REWRITES THE HOLD FILE WITH EVERY PAYMENT STILL HELD, AND
      * LISTS EACH ONE ON THE REGISTER SO CLAIMS STAFF CAN CHASE THE
      * MISSING BANK DETAILS.
       3200-HOLDFL-REWRITE-PARA.
           MOVE 'PAYMENTS HELD - NO PAYEE BANK DETAILS'
               TO SETTLEREG-REC.
           WRITE SETTLEREG-REC.
           OPEN OUTPUT HOLDFL.
           IF WS-HOLDFL-STATUS NOT = '00'
               DISPLAY 'HELD PAYMENT FILE CANNOT BE REWRITTEN, '
                   'STATUS ' WS-HOLDFL-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 1 TO WS-HOLD-IDX
               PERFORM 3250-HOLDFL-WRITE-ONE-PARA
                   UNTIL WS-HOLD-IDX > WS-HOLD-CNT
               CLOSE HOLDFL
           END-IF.

       3250-HOLDFL-WRITE-ONE-PARA.
           IF WS-HLD-HELD(WS-HOLD-IDX)
               MOVE SPACES TO HOLDFL-REC
               MOVE WS-HLD-CLAIMNO(WS-HOLD-IDX)    TO HLD-CLAIMNO
               MOVE WS-HLD-CUSTOMERID(WS-HOLD-IDX) TO HLD-CUSTOMERID
               MOVE WS-HLD-AMOUNT(WS-HOLD-IDX)     TO HLD-AMOUNT
               MOVE WS-HLD-HELD-DATE(WS-HOLD-IDX)  TO HLD-HELD-DATE
               MOVE WS-HLD-REASON(WS-HOLD-IDX)     TO HLD-REASON
               MOVE WS-HLD-PAY-TO(WS-HOLD-IDX)     TO HLD-PAY-TO
               MOVE WS-HLD-POLICYNO(WS-HOLD-IDX)   TO HLD-POLICYNO
               WRITE HOLDFL-REC
               ADD 1 TO WS-HOLD-KEPT-CNT
               MOVE WS-HLD-AMOUNT(WS-HOLD-IDX) TO WS-FORMATTED-AMOUNT
               MOVE SPACES TO SETTLEREG-REC
               STRING 'H ' DELIMITED BY SIZE
                   WS-HLD-CLAIMNO(WS-HOLD-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-FORMATTED-AMOUNT DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-HLD-HELD-DATE(WS-HOLD-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-HLD-REASON(WS-HOLD-IDX) DELIMITED BY SIZE
                   INTO SETTLEREG-REC
               WRITE SETTLEREG-REC
           END-IF.
           ADD 1 TO WS-HOLD-IDX.

      * TIES THE DAY'S DISBURSEMENT BACK TO THE MONEY-MOVED FIGURE:
      * EVERY RUPEE PAID ON A CLAIM TONIGHT WAS EITHER TRANSFERRED OR
      * HELD. A BREAK IS FLAGGED LOUDLY AND FAILS THE STEP.
       3300-DISBURSE-TIE-PARA.
           COMPUTE WS-DISBURSED-TOTAL =
               WS-XFER-PAID-TOTAL + WS-HOLD-NEW-TOTAL.
           MOVE WS-XFER-PAID-TOTAL TO WS-FORMATTED-XFER.
           MOVE WS-HOLD-NEW-TOTAL TO WS-FORMATTED-HELD.
           MOVE SPACES TO SETTLEREG-REC.
           STRING 'TRANSFERRED: ' DELIMITED BY SIZE
               WS-FORMATTED-XFER DELIMITED BY SIZE
               ' HELD: ' DELIMITED BY SIZE
               WS-FORMATTED-HELD DELIMITED BY SIZE
               INTO SETTLEREG-REC.
           WRITE SETTLEREG-REC.
           MOVE WS-HOLD-RELEASE-TOTAL TO WS-FORMATTED-HELD.
           MOVE WS-XFER-CONTROL-TOTAL TO WS-FORMATTED-XFER.
           MOVE SPACES TO SETTLEREG-REC.
           STRING 'RELEASED FROM HOLD: ' DELIMITED BY SIZE
               WS-FORMATTED-HELD DELIMITED BY SIZE
               ' FILE TOTAL: ' DELIMITED BY SIZE
               WS-FORMATTED-XFER DELIMITED BY SIZE
               INTO SETTLEREG-REC.
           WRITE SETTLEREG-REC.
           IF WS-DISBURSED-TOTAL = WS-PAID-TOTAL
               MOVE 'DISBURSEMENT AGREES WITH TOTAL PAID.'
                   TO SETTLEREG-REC
           ELSE
               MOVE 'DISBURSEMENT OUT OF BALANCE WITH TOTAL PAID.'
                   TO SETTLEREG-REC
               MOVE 16 TO RETURN-CODE
           END-IF.
           WRITE SETTLEREG-REC.

      * RESOLVES EVERY FILE ASSIGNMENT FROM THE EXTERNAL FILE
      * CONFIGURATION BEFORE ANYTHING IS OPENED, REPORTING EACH
      * RESOLVED PATH. A LOGICAL NAME MISSING FROM THE
           MOVE 'SETTLEREG' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-SETTLEREG-PATH.
           MOVE 'POLICYFILE' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-POLICYFYL-PATH.
           MOVE 'CLMPAYEE' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-PAYEEFL-PATH.
           MOVE 'CLAIMXFER' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-CLMXFER-PATH.
           MOVE 'CLMPAYHOLD' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-HOLDFL-PATH.
           MOVE 'NOMINEEMAST' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-NOMMAST-PATH.

       0060-FILECFG-ONE-PARA.
           CALL 'FILECFG' USING WS-CFG-NAME, WS-CFG-PATH,

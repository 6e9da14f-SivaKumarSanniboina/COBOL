           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-CANCELREG-STATUS.

      * PENDING PREMIUM ADJUSTMENTS, OPENED EXTEND: ONE LINE PER
      * CHANGE THAT ALTERS THE PREMIUM OF A POLICY STILL IN TERM,
      * CARRYING THE PRO-RATA ADDITIONAL OR RETURN PREMIUM FROM THE
      * RUN DATE TO THE END DATE, FOR PREMADJ.CBL TO APPLY TO THE
      * ARREARS LEDGER.
           SELECT PADJFL ASSIGN TO DYNAMIC
           WS-PADJFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-PADJFL-STATUS.

      * SAME ASSIGN/LAYOUT AS AGENTCOM.CBL'S AGENTFL. REGULATORS
      * REQUIRE A VALID LICENSE WHEN A POLICY IS WRITTEN, SO AN ADD
      * WHOSE AGENT IS MISSING OR HOLDS AN EXPIRED LICENSE IS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-AGENTFL-STATUS.

      * SAME ASSIGN/LAYOUT AS BILLGEN.CBL'S TAXRATE. THE PREMIUM
      * BILLED CARRIED TAX, SO A CANCELLATION REFUND OF PREMIUM
      * HANDS BACK THE MATCHING TAX AT THE RATE IN FORCE FOR THE
      * POLICY'S LOB ON THE RUN DATE.
           SELECT TAXRATE ASSIGN TO DYNAMIC
           WS-TAXRATE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-TAXRATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POLTRAN.
      * 'C' IS HOW A CANCELLATION IS RECORDED WITHOUT DELETING THE
      * POLICY'S HISTORY.
           05  TRN-STATUS      PIC     X(01).
      * OPTIONAL PAYMENT MODE (M/Q/H/A): SPACES LETS AN ADD DEFAULT
      * TO ANNUAL AND A CHANGE KEEP THE MODE ALREADY ON THE MASTER.
           05  TRN-POLICYMODE  PIC     X(01).
               88  TRN-MODE-VALID              VALUE 'M' 'Q' 'H'
                                               'A' SPACE.
           05  FILLER          PIC     X(53).

      * SAME LAYOUT AS POLICY.CBL'S POLICY_REC.
       FD  POLICYFYL.
                               PIC     S9(8)V99 SIGN IS TRAILING.
           05  AGENT-ID        PIC     X(05).
           05  POLICY-STATUS   PIC     X(01).
           05  POLICYMODE      PIC     X(01).
           05  FILLER          PIC     X(53).

       FD  ENDHFL.
       01  ENDHFL-REC.
           05  RFD-GROSS-REFUND    PIC 9(8)V99.
           05  RFD-ARREARS-NETTED  PIC 9(8)V99.
           05  RFD-NET-REFUND      PIC 9(8)V99.
      * SET BY REFUNDPAY.CBL WHEN THE REFUND IS PAID; ALWAYS WRITTEN
      * BLANK HERE.
           05  RFD-PAID-SW         PIC X(01).
           05  RFD-PAID-DATE       PIC X(08).
      * TAX HANDED BACK WITH THE REFUND, ALREADY INSIDE THE NET
      * REFUND; TAXLIAB.CBL REVERSES IT OUT OF THE MONTH'S LIABILITY.
           05  RFD-TAX-REFUND      PIC 9(8)V99.
           05  RFD-LOBCODE         PIC X(01).
           05  FILLER              PIC X(06).

       FD  CANCELREG.
       01  CANCELREG-REC               PIC X(80).

       FD  PADJFL.
       01  PADJFL-REC.
           05  PADJ-POLICYNO       PIC X(08).
           05  PADJ-CUSTOMERID     PIC X(08).
      * 'C' FOR A CHANGE APPLIED HERE, 'R' FOR A RATEREV.CBL RE-RATE.
           05  PADJ-SOURCE         PIC X(01).
           05  PADJ-EFF-DATE       PIC 9(08).
           05  PADJ-OLD-PREMIUM    PIC 9(8)V99.
           05  PADJ-NEW-PREMIUM    PIC 9(8)V99.
           05  PADJ-DAYS-LEFT      PIC 9(05).
           05  PADJ-TERM-DAYS      PIC 9(05).
      * 'A' ADDITIONAL PREMIUM DUE, 'R' RETURN PREMIUM OWED.
           05  PADJ-TYPE           PIC X(01).
           05  PADJ-AMOUNT         PIC 9(8)V99.
      * SET BY PREMADJ.CBL WHEN THE ADJUSTMENT IS APPLIED; ALWAYS
      * WRITTEN BLANK HERE.
           05  PADJ-APPLIED-SW     PIC X(01).
           05  PADJ-APPLIED-DATE   PIC X(08).
           05  FILLER              PIC X(05).

      * SAME LAYOUT AS AGENTCOM.CBL'S AGENTFL-REC.
       FD  AGENTFL.
       01  AGENTFL-REC.
           05  AGT-LICENSE-EXP PIC     9(08).
           05  FILLER          PIC     X(26).

      * SAME LAYOUT AS BILLGEN.CBL'S TAXRATE-REC.
       FD  TAXRATE.
       01  TAXRATE-REC.
           05  TXR-LOBCODE         PIC X(01).
           05  TXR-EFF-FROM        PIC 9(08).
           05  TXR-EFF-TO          PIC 9(08).
           05  TXR-RATE            PIC 9(2)V99.
           05  FILLER              PIC X(59).

       WORKING-STORAGE SECTION.
      * RESOLVED FILE PATHS. EVERY ASSIGNMENT COMES FROM THE
      * EXTERNAL FILE CONFIGURATION (FILECFG) AT STARTUP -- SEE
       77  WS-LEDGFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-REFUNDFL-PATH            PIC X(80) VALUE SPACES.
       77  WS-CANCELREG-PATH           PIC X(80) VALUE SPACES.
       77  WS-PADJFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-TAXRATE-PATH             PIC X(80) VALUE SPACES.
       77  WS-CFG-NAME             PIC X(12)   VALUE SPACES.
       77  WS-CFG-PATH             PIC X(80)   VALUE SPACES.
       77  WS-CFG-RESULT           PIC X(01)   VALUE 'N'.
           05  WS-LEDGFL-STATUS        PIC X(2).
           05  WS-REFUNDFL-STATUS      PIC X(2).
           05  WS-CANCELREG-STATUS     PIC X(2).
           05  WS-PADJFL-STATUS        PIC X(2).
           05  WS-TAXRATE-STATUS       PIC X(2).

       77  WS-POLTRAN-EOF-SW           PIC X(01)       VALUE 'N'.
           88  POLTRAN-EOF                             VALUE 'Y'.
           88  WS-LICENSE-OK                           VALUE 'Y'.
       77  WS-LEDGFL-EOF-SW            PIC X(01)       VALUE 'N'.
           88  LEDGFL-EOF                              VALUE 'Y'.
       77  WS-TAXRATE-EOF-SW           PIC X(01)       VALUE 'N'.
           88  TAXRATE-EOF                             VALUE 'Y'.

      * TAX RATE TABLE, THE SAME LATEST-START-WINS LOOKUP BILLGEN.CBL
      * PRICES INSTALLMENTS WITH. NO RATE FOR THE LOB REFUNDS NO TAX.
       01  WS-TXR-TABLE.
           05  WS-TXR-ENTRY OCCURS 100 TIMES.
               10  WS-TXR-LOBCODE       PIC X(01).
               10  WS-TXR-EFF-FROM      PIC 9(08).
               10  WS-TXR-EFF-TO        PIC 9(08).
               10  WS-TXR-RATE          PIC 9(2)V99.
       77  WS-TXR-CNT                  PIC 9(4)        VALUE ZEROES.
       77  WS-TXR-IDX                  PIC 9(4)        VALUE ZEROES.
       77  WS-TXR-BEST-FROM            PIC 9(08)       VALUE ZEROES.
       77  WS-TAX-RATE                 PIC 9(2)V99     VALUE ZEROES.

      * OUTSTANDING ARREARS ROLLED UP PER POLICY FROM THE LEDGER,
      * KEYED ON THE MASTER'S 8-BYTE POLICY NUMBER (THE LEDGER'S
       77  WS-GROSS-REFUND             PIC 9(8)V99     VALUE ZEROES.
       77  WS-ARREARS-NETTED           PIC 9(8)V99     VALUE ZEROES.
       77  WS-NET-REFUND               PIC 9(8)V99     VALUE ZEROES.
       77  WS-TAX-REFUND               PIC 9(8)V99     VALUE ZEROES.
       77  WS-REFUND-DUE               PIC 9(9)V99     VALUE ZEROES.
       77  WS-TAX-REFUND-TOTAL         PIC 9(9)V99     VALUE ZEROES.
       77  WS-REFUND-TOTAL             PIC 9(9)V99     VALUE ZEROES.
       77  WS-CANCEL-CNT               PIC 9(6)        VALUE ZEROES.
       77  WS-FORMATTED-GROSS          PIC Z(7)9.99.
       77  WS-FORMATTED-NET            PIC Z(7)9.99.
       77  WS-FORMATTED-TAX            PIC Z(7)9.99.

      * MID-TERM PREMIUM ENDORSEMENT WORK FIELDS: THE OLD PREMIUM
      * LIFTED FROM THE BEFORE-IMAGE, AND THE DIFFERENCE PRO-RATED
      * OVER THE DAYS FROM THE RUN DATE (OR THE START DATE, FOR A
      * POLICY NOT YET INCEPTED) TO THE END DATE.
       01  WS-BEFORE-PREMIUM           PIC X(10)       VALUE SPACES.
       01  WS-BEFORE-PREMIUM-NUM REDEFINES WS-BEFORE-PREMIUM
                                       PIC S9(8)V99 SIGN IS TRAILING.
       77  WS-PREMIUM-DIFF             PIC 9(8)V99     VALUE ZEROES.
       77  WS-ADJ-TYPE                 PIC X(01)       VALUE SPACE.
       77  WS-ADJ-FROM-DAYS            PIC 9(8)        VALUE ZEROES.
       77  WS-ADJ-DAYS                 PIC S9(8)       VALUE ZEROES.
       77  WS-ADJ-AMOUNT               PIC 9(8)V99     VALUE ZEROES.
       77  WS-PADJ-WT-CNT              PIC 9(6)        VALUE ZEROES.

      * STAGING FIELDS FOR THE CALL TO DATEVAL; A POLICY WITH
      * MALFORMED TERM DATES GETS NO COMPUTED REFUND, ONLY A
      * TRANSACTION FIELDS OVERWRITE POLICY_REC.
       77  WS-BEFORE-IMAGE             PIC X(103)      VALUE SPACES.
       77  WS-OLD-STATUS               PIC X(01)       VALUE SPACE.
       77  WS-OLD-POLICYMODE           PIC X(01)       VALUE SPACE.

      * MASTER RECOVERY JOURNAL ENTRY FOR AN UPDATE THIS RUN HAS MADE
      * TO THE POLICY MASTER (SEE MSTJRNW.CBL). LAPSE TRANSACTIONS
      * DUNNING.CBL RAISES ARRIVE IN THIS SAME TRANSACTION FILE, SO
      * THEY ARE JOURNALLED UNDER POLICYTRANS AS WELL.
       77  WS-JRN-MASTER               PIC X(12) VALUE 'POLICYFILE'.
       77  WS-JRN-SOURCE               PIC X(12) VALUE 'POLICYTRANS'.
       77  WS-JRN-PROGRAM              PIC X(10) VALUE 'POLMAINT'.
       77  WS-JRN-ACTION               PIC X(01)       VALUE SPACE.
       77  WS-JRN-IMAGE                PIC X(103)      VALUE SPACES.
       77  WS-JRN-RESULT               PIC X(01)       VALUE SPACE.
      * RETURN-CODE AS IT STOOD BEFORE THE CALL, WHICH RESETS IT.
       77  WS-JRN-HOLD-RC              PIC S9(4) COMP  VALUE ZERO.

      * TRAILER-REBUILD CONTROLS: AFTER THE TRANSACTIONS ARE APPLIED
      * THE MASTER IS SCANNED AND THE ZZZZZZZZ TRAILER (WHEN ONE
           DISPLAY 'NO. OF TRANSACTIONS READ: ', WS-POLTRAN-RD-CNT.
           DISPLAY 'NO. OF TRANSACTIONS APPLIED: ', WS-APPLIED-CNT.
           DISPLAY 'NO. OF TRANSACTIONS REJECTED: ', WS-REJECTED-CNT.
           DISPLAY 'NO. OF PREMIUM ADJUSTMENTS RAISED: ',
               WS-PADJ-WT-CNT.
           STOP RUN.

       1000-FILES-OPEN-PARA.
           PERFORM 1100-REGISTER-HEADER-PARA.
           PERFORM 1200-AGENTFL-LOAD-PARA.
           PERFORM 1300-LEDGFL-LOAD-PARA.
           PERFORM 1500-TAXRATE-LOAD-PARA.

           OPEN EXTEND REFUNDFL.
           DISPLAY 'FILE STATUS FOR REFUNDFL:', WS-REFUNDFL-STATUS.

           OPEN EXTEND PADJFL.
           DISPLAY 'FILE STATUS FOR PADJFL:', WS-PADJFL-STATUS.

           OPEN OUTPUT CANCELREG.
           MOVE SPACES TO CANCELREG-REC.
           STRING 'CANCELLATION REGISTER - RUN ' DELIMITED BY SIZE
                   END-IF
           END-READ.

       1500-TAXRATE-LOAD-PARA.
           OPEN INPUT TAXRATE.
           IF WS-TAXRATE-STATUS NOT = '00' THEN
               DISPLAY 'TAX RATE FILE NOT FOUND, NO TAX REFUNDED.'
           ELSE
               PERFORM 1550-TAXRATE-READ-PARA UNTIL TAXRATE-EOF
               CLOSE TAXRATE
           END-IF.

       1550-TAXRATE-READ-PARA.
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

      * LOADS THE RUN DATE FROM THE EXTERNAL RUNPARM FILE, THE SAME
      * MISSING-FILE DEFAULTING POLICY.CBL'S 1050-RUNPARM-LOAD-PARA
      * USES, SO THE REGISTER CARRIES THE SAME RUN DATE AS THE REST OF
               ADD 1 TO WS-REJECTED-CNT
           ELSE
           EVALUATE TRUE
               WHEN (TRN-ADD OR TRN-CHANGE) AND NOT TRN-MODE-VALID
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   MOVE 'INVALID POLICY MODE' TO WS-TRN-REASON
                   ADD 1 TO WS-REJECTED-CNT
               WHEN TRN-ADD
                   PERFORM 2200-TRAN-ADD-PARA
               WHEN TRN-CHANGE
           IF POLICY-STATUS OF POLICY_REC = SPACE
               MOVE 'A' TO POLICY-STATUS OF POLICY_REC
           END-IF.
           IF POLICYMODE OF POLICY_REC = SPACE
               MOVE 'A' TO POLICYMODE OF POLICY_REC
           END-IF.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           WRITE POLICY_REC
               INVALID KEY
                   ADD 1 TO WS-APPLIED-CNT
                   MOVE POLICY_REC TO ENDH-AFTER
                   PERFORM 2800-ENDORSE-WRITE-PARA
                   MOVE 'W' TO WS-JRN-ACTION
                   MOVE POLICY_REC TO WS-JRN-IMAGE
                   PERFORM 2950-JOURNAL-WRITE-PARA
           END-WRITE.

      * THE LICENSE EDIT: THE ADD'S AGENT MUST BE ON THE AGENT
           MOVE TRN-PREMIUM        TO PREMIUM OF POLICY_REC.
           MOVE TRN-AGENT-ID       TO AGENT-ID OF POLICY_REC.
           MOVE TRN-STATUS         TO POLICY-STATUS OF POLICY_REC.
           MOVE TRN-POLICYMODE     TO POLICYMODE OF POLICY_REC.

      * A CHANGE MUST FIND ITS KEY ON THE MASTER FIRST; THE REWRITE
      * THEN REPLACES THE WHOLE RECORD WITH THE TRANSACTION IMAGE.
               NOT INVALID KEY
                   MOVE POLICY_REC TO WS-BEFORE-IMAGE
                   MOVE POLICY-STATUS OF POLICY_REC TO WS-OLD-STATUS
                   MOVE POLICYMODE OF POLICY_REC TO WS-OLD-POLICYMODE
                   PERFORM 2250-TRAN-FIELDS-MOVE-PARA
                   IF POLICY-STATUS OF POLICY_REC = SPACE
                       MOVE WS-OLD-STATUS TO
                           POLICY-STATUS OF POLICY_REC
                   END-IF
                   IF POLICYMODE OF POLICY_REC = SPACE
                       MOVE WS-OLD-POLICYMODE TO
                           POLICYMODE OF POLICY_REC
                   END-IF
                   REWRITE POLICY_REC
                   IF WS-POLICYFYL-STATUS = '00'
                       MOVE 'APPLIED ' TO WS-TRN-RESULT
                       ADD 1 TO WS-APPLIED-CNT
                       MOVE POLICY_REC TO ENDH-AFTER
                       PERFORM 2800-ENDORSE-WRITE-PARA
                       MOVE 'R' TO WS-JRN-ACTION
                       MOVE POLICY_REC TO WS-JRN-IMAGE
                       PERFORM 2950-JOURNAL-WRITE-PARA
                       PERFORM 2350-PREMIUM-ADJUST-PARA
                   ELSE
                       MOVE 'REJECTED' TO WS-TRN-RESULT
                       MOVE 'REWRITE FAILED' TO WS-TRN-REASON
                   END-IF
           END-READ.

      * A CHANGE THAT ALTERS THE PREMIUM OF A LIVE POLICY STILL IN
      * TERM RAISES THE PRO-RATA DIFFERENCE -- ADDITIONAL WHEN THE
      * PREMIUM WENT UP, RETURN WHEN IT CAME DOWN -- ON THE PENDING
      * ADJUSTMENT FILE. A POLICY PAST ITS END DATE, LAPSED OR
      * CANCELLED, OR WITH UNUSABLE DATES OR PREMIUM RAISES NOTHING.
       2350-PREMIUM-ADJUST-PARA.
           MOVE WS-BEFORE-IMAGE(34:10) TO WS-BEFORE-PREMIUM.
           MOVE ZEROES TO WS-ADJ-AMOUNT.
           MOVE START-DATE OF POLICY_REC TO WS-DATEVAL-DATE.
           CALL 'DATEVAL' USING WS-DATEVAL-DATE, WS-DATEVAL-RESULT.
           IF WS-DATEVAL-RESULT = 'Y'
               MOVE END-DATE OF POLICY_REC TO WS-DATEVAL-DATE
               CALL 'DATEVAL' USING WS-DATEVAL-DATE, WS-DATEVAL-RESULT
           END-IF.
           IF WS-DATEVAL-RESULT = 'Y'
               AND PREMIUM-NUM OF POLICY_REC NUMERIC
               AND WS-BEFORE-PREMIUM-NUM NUMERIC
               AND PREMIUM-NUM OF POLICY_REC NOT =
                   WS-BEFORE-PREMIUM-NUM
               AND POLICY-STATUS OF POLICY_REC NOT = 'C'
               AND POLICY-STATUS OF POLICY_REC NOT = 'L'
               COMPUTE WS-START-DAYS = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(START-DATE OF POLICY_REC))
               COMPUTE WS-END-DAYS = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(END-DATE OF POLICY_REC))
               COMPUTE WS-TERM-DAYS = WS-END-DAYS - WS-START-DAYS
               IF WS-RUN-DATE-DAYS > WS-START-DAYS
                   MOVE WS-RUN-DATE-DAYS TO WS-ADJ-FROM-DAYS
               ELSE
                   MOVE WS-START-DAYS TO WS-ADJ-FROM-DAYS
               END-IF
               COMPUTE WS-ADJ-DAYS = WS-END-DAYS - WS-ADJ-FROM-DAYS
               IF PREMIUM-NUM OF POLICY_REC > WS-BEFORE-PREMIUM-NUM
                   MOVE 'A' TO WS-ADJ-TYPE
                   COMPUTE WS-PREMIUM-DIFF = PREMIUM-NUM OF POLICY_REC
                       - WS-BEFORE-PREMIUM-NUM
               ELSE
                   MOVE 'R' TO WS-ADJ-TYPE
                   COMPUTE WS-PREMIUM-DIFF = WS-BEFORE-PREMIUM-NUM
                       - PREMIUM-NUM OF POLICY_REC
               END-IF
               IF WS-TERM-DAYS > 0 AND WS-ADJ-DAYS > 0
                   COMPUTE WS-ADJ-AMOUNT ROUNDED =
                       WS-PREMIUM-DIFF * WS-ADJ-DAYS / WS-TERM-DAYS
               END-IF
           END-IF.
           IF WS-ADJ-AMOUNT > ZEROES
               PERFORM 2360-PREMIUM-ADJUST-WRITE-PARA
           END-IF.

       2360-PREMIUM-ADJUST-WRITE-PARA.
           MOVE SPACES TO PADJFL-REC.
           MOVE TRN-POLICYNO TO PADJ-POLICYNO.
           MOVE CUSTOMERID OF POLICY_REC TO PADJ-CUSTOMERID.
           MOVE 'C' TO PADJ-SOURCE.
           MOVE WS-RUN-DATE TO PADJ-EFF-DATE.
           MOVE WS-BEFORE-PREMIUM-NUM TO PADJ-OLD-PREMIUM.
           MOVE PREMIUM-NUM OF POLICY_REC TO PADJ-NEW-PREMIUM.
           MOVE WS-ADJ-DAYS TO PADJ-DAYS-LEFT.
           MOVE WS-TERM-DAYS TO PADJ-TERM-DAYS.
           MOVE WS-ADJ-TYPE TO PADJ-TYPE.
           IF WS-ADJ-TYPE = 'A'
               MOVE 'ADDITIONAL PREMIUM RAISED' TO WS-TRN-REASON
           ELSE
               MOVE 'RETURN PREMIUM RAISED' TO WS-TRN-REASON
           END-IF.
           MOVE WS-ADJ-AMOUNT TO PADJ-AMOUNT.
           WRITE PADJFL-REC.
           ADD 1 TO WS-PADJ-WT-CNT.

       2400-TRAN-DELETE-PARA.
           MOVE TRN-POLICYNO TO POLICYNO OF POLICY_REC.
           READ POLICYFYL
                       ADD 1 TO WS-APPLIED-CNT
                       MOVE SPACES TO ENDH-AFTER
                       PERFORM 2800-ENDORSE-WRITE-PARA
                       MOVE 'D' TO WS-JRN-ACTION
                       MOVE WS-BEFORE-IMAGE TO WS-JRN-IMAGE
                       PERFORM 2950-JOURNAL-WRITE-PARA
                       PERFORM 2420-REFUND-WRITE-PARA
                   ELSE
                       MOVE 'REJECTED' TO WS-TRN-RESULT
           MOVE ZEROES TO WS-GROSS-REFUND.
           MOVE ZEROES TO WS-ARREARS-NETTED.
           MOVE ZEROES TO WS-NET-REFUND.
           MOVE ZEROES TO WS-TAX-REFUND.
           MOVE START-DATE OF POLICY_REC TO WS-DATEVAL-DATE.
           CALL 'DATEVAL' USING WS-DATEVAL-DATE, WS-DATEVAL-RESULT.
           IF WS-DATEVAL-RESULT = 'Y'
                       WS-UNEXPIRED-DAYS / WS-TERM-DAYS
               END-IF
           END-IF.
           IF WS-GROSS-REFUND > ZEROES
               PERFORM 2430-REFUND-TAX-PARA
           END-IF.
           MOVE POLICYNO OF POLICY_REC TO WS-LEDG-KEY-X.
           PERFORM 1400-ARREARS-FIND-PARA.
           IF WS-ARR-FOUND
               MOVE WS-ARR-OUTSTANDING(WS-ARR-SRCH-IDX)
                   TO WS-ARREARS-NETTED
           END-IF.
           COMPUTE WS-REFUND-DUE = WS-GROSS-REFUND + WS-TAX-REFUND.
           IF WS-REFUND-DUE > WS-ARREARS-NETTED
               COMPUTE WS-NET-REFUND =
                   WS-REFUND-DUE - WS-ARREARS-NETTED
           ELSE
               MOVE ZEROES TO WS-NET-REFUND
           END-IF.
       2420-REFUND-WRITE-PARA.
           ADD 1 TO WS-CANCEL-CNT.
           ADD WS-NET-REFUND TO WS-REFUND-TOTAL.
           ADD WS-TAX-REFUND TO WS-TAX-REFUND-TOTAL.
           MOVE SPACES TO REFUNDFL-REC.
           MOVE TRN-POLICYNO TO RFD-POLICYNO.
           MOVE WS-BEFORE-IMAGE(9:8) TO RFD-CUSTOMERID.
           MOVE WS-GROSS-REFUND TO RFD-GROSS-REFUND.
           MOVE WS-ARREARS-NETTED TO RFD-ARREARS-NETTED.
           MOVE WS-NET-REFUND TO RFD-NET-REFUND.
           MOVE WS-TAX-REFUND TO RFD-TAX-REFUND.
           MOVE WS-BEFORE-IMAGE(17:1) TO RFD-LOBCODE.
           WRITE REFUNDFL-REC.

           MOVE WS-GROSS-REFUND TO WS-FORMATTED-GROSS.
           MOVE WS-TAX-REFUND TO WS-FORMATTED-TAX.
           MOVE WS-NET-REFUND TO WS-FORMATTED-NET.
           MOVE SPACES TO CANCELREG-REC.
           STRING 'POLICYNO ' DELIMITED BY SIZE
               TRN-POLICYNO DELIMITED BY SIZE
               ' GROSS ' DELIMITED BY SIZE
               WS-FORMATTED-GROSS DELIMITED BY SIZE
               ' TAX ' DELIMITED BY SIZE
               WS-FORMATTED-TAX DELIMITED BY SIZE
               ' NET ' DELIMITED BY SIZE
               WS-FORMATTED-NET DELIMITED BY SIZE
               INTO CANCELREG-REC.
           WRITE CANCELREG-REC.

      * THE TAX THAT WAS CHARGED ON THE PREMIUM NOW BEING RETURNED,
      * AT THE RATE IN FORCE FOR THE POLICY'S LOB ON THE RUN DATE.
       2430-REFUND-TAX-PARA.
           MOVE ZEROES TO WS-TXR-BEST-FROM.
           MOVE ZEROES TO WS-TAX-RATE.
           PERFORM 2440-REFUND-TAX-RATE-PARA
               VARYING WS-TXR-IDX FROM 1 BY 1
               UNTIL WS-TXR-IDX > WS-TXR-CNT.
           COMPUTE WS-TAX-REFUND ROUNDED =
               WS-GROSS-REFUND * WS-TAX-RATE / 100.

       2440-REFUND-TAX-RATE-PARA.
           IF WS-TXR-LOBCODE(WS-TXR-IDX) = LOBCODE OF POLICY_REC
               AND WS-TXR-EFF-FROM(WS-TXR-IDX) NOT > WS-RUN-DATE
               AND (WS-TXR-EFF-TO(WS-TXR-IDX) = ZEROES
                   OR WS-TXR-EFF-TO(WS-TXR-IDX) NOT < WS-RUN-DATE)
               AND WS-TXR-EFF-FROM(WS-TXR-IDX) NOT < WS-TXR-BEST-FROM
               MOVE WS-TXR-EFF-FROM(WS-TXR-IDX) TO WS-TXR-BEST-FROM
               MOVE WS-TXR-RATE(WS-TXR-IDX) TO WS-TAX-RATE
           END-IF.

      * APPENDS THE EFFECTIVE-DATED BEFORE/AFTER IMAGE PAIR FOR THE
      * TRANSACTION JUST APPLIED. THE EFFECTIVE DATE IS THE RUN DATE,
      * SO A BACKDATED RERUN STAMPS THE DATE IT WAS RUN FOR.
               INTO MAINTREG-REC.
           WRITE MAINTREG-REC.

      * JOURNALS THE UPDATE JUST MADE TO THE MASTER SO A REBUILD FROM
      * THE LATEST ARCHIVE GENERATION CAN REPLAY IT. THE UPDATE
      * ITSELF STANDS EVEN WHEN IT CANNOT BE JOURNALLED, BUT THE RUN
      * ENDS WITH A WARNING.
       2950-JOURNAL-WRITE-PARA.
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

       3000-FILES-CLOSE-PARA.
           IF WS-MASTER-OPEN
               PERFORM 3100-TRAILER-REBUILD-PARA
           END-IF.
           CLOSE ENDHFL.
           CLOSE REFUNDFL.
           CLOSE PADJFL.
           MOVE WS-REFUND-TOTAL TO WS-FORMATTED-NET.
           MOVE SPACES TO CANCELREG-REC.
           STRING 'CANCELLATIONS: ' DELIMITED BY SIZE
               WS-FORMATTED-NET DELIMITED BY SIZE
               INTO CANCELREG-REC.
           WRITE CANCELREG-REC.
           MOVE WS-TAX-REFUND-TOTAL TO WS-FORMATTED-NET.
           MOVE SPACES TO CANCELREG-REC.
           STRING 'TAX REVERSED ON REFUNDS: ' DELIMITED BY SIZE
               WS-FORMATTED-NET DELIMITED BY SIZE
               INTO CANCELREG-REC.
           WRITE CANCELREG-REC.
           CLOSE CANCELREG.
           PERFORM 3500-REGISTER-TOTALS-PARA.
           CLOSE MAINTREG.
                           DISPLAY 'TRAILER REWRITE FAILED, STATUS '
                               WS-POLICYFYL-STATUS
                           MOVE 16 TO RETURN-CODE
                       ELSE
                           MOVE 'R' TO WS-JRN-ACTION
                           MOVE POLICY_REC TO WS-JRN-IMAGE
                           PERFORM 2950-JOURNAL-WRITE-PARA
                       END-IF
               END-READ
           END-IF.
           MOVE 'CANCELREG' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-CANCELREG-PATH.
           MOVE 'PREMADJUST' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-PADJFL-PATH.
           MOVE 'GSTRATE' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-TAXRATE-PATH.

       0060-FILECFG-ONE-PARA.
           CALL 'FILECFG' USING WS-CFG-NAME, WS-CFG-PATH,

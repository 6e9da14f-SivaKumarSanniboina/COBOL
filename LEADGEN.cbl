       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEADGEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * SAME ASSIGN/LAYOUT/KEY AS CUSTMAINT.CBL'S CUSTFL. ACCESS MODE
      * IS SEQUENTIAL BY DEFAULT: EVERY CUSTOMER ON THE MASTER IS
      * CONSIDERED ONCE PER RUN.
           SELECT CUSTFL ASSIGN TO DYNAMIC
           WS-CUSTFL-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS CUST-CUSTOMERID
           FILE STATUS WS-CUSTFL-STATUS.

      * SAME ASSIGN/LAYOUT/KEYS AS POLICY.CBL'S POLICYFYL. DYNAMIC
      * ACCESS SO A CUSTOMER'S POLICIES COME OFF THE CUSTOMERID
      * ALTERNATE-INDEX CHAIN, THE SAME WALK CUST360.CBL DOES.
           SELECT POLICYFYL ASSIGN TO DYNAMIC
           WS-POLICYFYL-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS POLICYNO
           ALTERNATE RECORD KEY IS CUSTOMERID WITH DUPLICATES
           FILE STATUS WS-POLICYFYL-STATUS.

      * CLAIMS MASTER (CLAIMREG.CBL'S INDEXED CLMMAST), EACH POLICY'S
      * CLAIMS WALKED ON THE CLM-POLICYNO ALTERNATE-INDEX CHAIN.
           SELECT CLMMAST ASSIGN TO DYNAMIC
           WS-CLMMAST-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLM-CLAIMNO
           ALTERNATE RECORD KEY IS CLM-POLICYNO WITH DUPLICATES
           FILE STATUS WS-CLMMAST-STATUS.

      * ARREARS LEDGER BUILT BY RECEIPTS.CBL. DYNAMIC ACCESS SO EACH
      * POLICY'S DUE DATES ARE READ BY STARTING AT ITS FIRST KEY.
           SELECT LEDGFL ASSIGN TO DYNAMIC WS-LEDGFL-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LEDG-KEY
           FILE STATUS WS-LEDGFL-STATUS.

      * APPROVED LOB CODE LIST, THE SAME FILE PROPINTK.CBL EDITS
      * AGAINST: EVERY LOB A CUSTOMER DOES NOT HOLD IS ONE TO OFFER.
           SELECT LOBCODES ASSIGN TO DYNAMIC
           WS-LOBCODES-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-LOBCODES-STATUS.

      * ONE LEAD RECORD PER CUSTOMER SELECTED, FOR THE CAMPAIGN
      * TOOLS.
           SELECT LEADFL ASSIGN TO DYNAMIC WS-LEADFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-LEADFL-STATUS.

      * LEAD SUMMARY PER SERVICING AGENT FOR THE AGENCY MANAGERS,
      * WITH THE RUN'S SELECTION COUNTS.
           SELECT LEADRPT ASSIGN TO DYNAMIC WS-LEADRPT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-LEADRPT-STATUS.

      * EXTERNALLY-SUPPLIED RUN DATE (RUNPARM.CPY); THE RECENT-LAPSE
      * WINDOW RUNS BACK ONE YEAR FROM IT.
           SELECT RUNPARM ASSIGN TO DYNAMIC WS-RUNPARM-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-RUNPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * SAME LAYOUT AS CUSTMAINT.CBL'S CUSTFL-REC.
       FD  CUSTFL.
       01  CUSTFL-REC.
           05  CUST-CUSTOMERID PIC     X(08).
           05  CUST-CUSTNAME   PIC     X(30).
           05  CUST-CUSTADDR   PIC     X(40).
           05  CUST-ADDR-HOLD  PIC     X(01).
               88  CUST-ADDRESS-HELD           VALUE 'H'.
           05  CUST-HOLD-RSN   PIC     X(01).
           05  CUST-HOLD-DATE  PIC     X(08).
           05  CUST-POSTCODE   PIC     X(06).
           05  CUST-REGION     PIC     X(04).
           05  CUST-ADDR-STAT  PIC     X(01).
               88  CUST-ADDR-VALIDATED         VALUE 'V'.
           05  FILLER          PIC     X(01).

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

      * SAME LAYOUT AS CLAIMREG.CBL'S CLMMAST-REC.
       FD  CLMMAST.
       01  CLMMAST-REC.
           05  CLM-CLAIMNO     PIC     X(08).
           05  CLM-POLICYNO    PIC     X(08).
           05  CLM-LOBCODE     PIC     X(01).
           05  CLM-LOSS-DATE   PIC     9(08).
           05  CLM-AMOUNT      PIC     9(7)V99.
           05  CLM-STATUS      PIC     X(01).
               88  CLM-DENIED                  VALUE 'D'.
           05  CLM-RESERVE     PIC     9(7)V99.
           05  CLM-PAID        PIC     9(7)V99.
           05  FILLER          PIC     X(27).

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

      * SAME LAYOUT AS PROPINTK.CBL'S LOBCODES-REC.
       FD  LOBCODES.
       01  LOBCODES-REC.
           05  LOBC-CODE       PIC     X(01).
           05  FILLER          PIC     X(79).

       FD  LEADFL.
       01  LEADFL-REC.
           05  LEAD-CUSTOMERID     PIC X(08).
           05  LEAD-CUSTNAME       PIC X(30).
           05  LEAD-HELD-LOB       PIC X(01).
           05  LEAD-MISSING-LOBS   PIC X(10).
           05  LEAD-AGENT-ID       PIC X(05).
           05  LEAD-PRIORITY       PIC 9(01).
           05  LEAD-PREMIUM        PIC 9(8)V99.
           05  LEAD-REGION         PIC X(04).
           05  FILLER              PIC X(11).

       FD  LEADRPT.
       01  LEADRPT-REC                 PIC X(80).

       FD  RUNPARM.
       COPY 'RUNPARM'.

       WORKING-STORAGE SECTION.
      * RESOLVED FILE PATHS. EVERY ASSIGNMENT COMES FROM THE
      * EXTERNAL FILE CONFIGURATION (FILECFG) AT STARTUP -- SEE
      * 0050-FILECFG-LOAD-PARA -- SO A DISK MOVE OR A TEST RUN
      * NEVER MEANS EDITING AND RECOMPILING THIS PROGRAM.
       77  WS-CUSTFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-POLICYFYL-PATH           PIC X(80) VALUE SPACES.
       77  WS-CLMMAST-PATH             PIC X(80) VALUE SPACES.
       77  WS-LEDGFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-LOBCODES-PATH            PIC X(80) VALUE SPACES.
       77  WS-LEADFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-LEADRPT-PATH             PIC X(80) VALUE SPACES.
       77  WS-RUNPARM-PATH             PIC X(80) VALUE SPACES.
       77  WS-CFG-NAME             PIC X(12)   VALUE SPACES.
       77  WS-CFG-PATH             PIC X(80)   VALUE SPACES.
       77  WS-CFG-RESULT           PIC X(01)   VALUE 'N'.

       01  WS-FILE-STATUS.
           05  WS-CUSTFL-STATUS        PIC X(2).
           05  WS-POLICYFYL-STATUS     PIC X(2).
           05  WS-CLMMAST-STATUS       PIC X(2).
           05  WS-LEDGFL-STATUS        PIC X(2).
           05  WS-LOBCODES-STATUS      PIC X(2).
           05  WS-LEADFL-STATUS        PIC X(2).
           05  WS-LEADRPT-STATUS       PIC X(2).
           05  WS-RUNPARM-STATUS       PIC X(2).

       01  WS-EOF-SWITCHES.
           05  WS-CUSTFL-EOF-SW        PIC X(01)   VALUE 'N'.
               88  CUSTFL-EOF                      VALUE 'Y'.
           05  WS-LOBCODES-EOF-SW      PIC X(01)   VALUE 'N'.
               88  LOBCODES-EOF                    VALUE 'Y'.
           05  WS-CHAIN-END-SW         PIC X(01)   VALUE 'N'.
               88  CHAIN-ENDED                     VALUE 'Y'.
           05  WS-CLM-CHAIN-END-SW     PIC X(01)   VALUE 'N'.
               88  CLM-CHAIN-ENDED                 VALUE 'Y'.
           05  WS-LEDG-CHAIN-END-SW    PIC X(01)   VALUE 'N'.
               88  LEDG-CHAIN-ENDED                VALUE 'Y'.
           05  WS-CLMMAST-AVAIL-SW     PIC X(01)   VALUE 'N'.
               88  CLMMAST-AVAILABLE               VALUE 'Y'.
           05  WS-LEDGFL-AVAIL-SW      PIC X(01)   VALUE 'N'.
               88  LEDGFL-AVAILABLE                VALUE 'Y'.

      * EVERY APPROVED LOB CODE.
       01  WS-LOB-TABLE.
           05  WS-LOB-CODE OCCURS 20 TIMES PIC X(01).
       77  WS-LOB-CNT                  PIC 9(2)    VALUE ZEROES.
       77  WS-LOB-IDX                  PIC 9(2)    VALUE ZEROES.

      * THE CURRENT CUSTOMER'S PORTFOLIO: THE DISTINCT LOBS HELD IN
      * FORCE (ACTIVE OR PENDING RENEWAL), THEIR PREMIUM, THE AGENT
      * ON THE MOST RECENTLY STARTED IN-FORCE POLICY, AND THE FIRST
      * REASON FOUND TO LEAVE THE CUSTOMER OUT.
       01  WS-PORTFOLIO.
           05  WS-PF-LOB OCCURS 20 TIMES PIC X(01).
           05  WS-PF-LOB-CNT           PIC 9(2).
           05  WS-PF-PREMIUM           PIC 9(8)V99.
           05  WS-PF-AGENT-ID          PIC X(05).
           05  WS-PF-LATEST-START      PIC X(08).
           05  WS-PF-EXCL-RSN          PIC X(01).
               88  WS-PF-INCLUDED                  VALUE SPACE.
               88  WS-PF-RECENT-LAPSE              VALUE 'L'.
               88  WS-PF-IN-ARREARS                VALUE 'A'.
               88  WS-PF-DENIED-CLAIM              VALUE 'D'.
       77  WS-PF-IDX                   PIC 9(2)    VALUE ZEROES.
       77  WS-PF-FOUND-SW              PIC X(01)   VALUE 'N'.
           88  WS-PF-FOUND                         VALUE 'Y'.
       77  WS-MISS-CNT                 PIC 9(2)    VALUE ZEROES.

      * THE LEDGER CARRIES THE 7-DIGIT POLICY NUMBER; THE MASTER'S
      * 8-BYTE KEY IS THE SAME NUMBER ZERO-PADDED.
       01  WS-POL-KEY-X.
           05  FILLER                  PIC X(01).
           05  WS-POL-KEY-NUM          PIC 9(07).

      * CONTACT PRIORITY FROM THE PREMIUM THE CUSTOMER ALREADY PAYS
      * US: 1 AT OR ABOVE THE FIRST THRESHOLD, 2 AT OR ABOVE THE
      * SECOND, 3 BELOW IT.
       77  WS-PRI1-PREMIUM             PIC 9(8)V99 VALUE 50000.00.
       77  WS-PRI2-PREMIUM             PIC 9(8)V99 VALUE 15000.00.

      * LEADS PER SERVICING AGENT, SPLIT BY PRIORITY.
       01  WS-AGT-TABLE.
           05  WS-AGT-ENTRY OCCURS 500 TIMES.
               10  WS-AGT-ID            PIC X(05).
               10  WS-AGT-LEADS         PIC 9(05).
               10  WS-AGT-PRI OCCURS 3 TIMES
                                        PIC 9(05).
       77  WS-AGT-CNT                  PIC 9(4)    VALUE ZEROES.
       77  WS-AGT-SRCH-IDX             PIC 9(4)    VALUE ZEROES.
       77  WS-AGT-FOUND-SW             PIC X(01)   VALUE 'N'.
           88  WS-AGT-FOUND                        VALUE 'Y'.
       77  WS-AGT-IDX                  PIC 9(4)    VALUE ZEROES.

       01  WS-RUN-DATE                 PIC 9(8)    VALUE ZEROES.
       01  WS-YEAR-AGO                 PIC 9(8)    VALUE ZEROES.
       01  WS-YEAR-AGO-X REDEFINES WS-YEAR-AGO
                                       PIC X(8).

       01  WS-COUNTERS.
           05  WS-CUSTFL-RD-CNT        PIC 9(6)    VALUE ZEROES.
           05  WS-LEAD-CNT             PIC 9(6)    VALUE ZEROES.
           05  WS-HELD-CNT             PIC 9(6)    VALUE ZEROES.
           05  WS-NO-INFORCE-CNT       PIC 9(6)    VALUE ZEROES.
           05  WS-MULTI-LOB-CNT        PIC 9(6)    VALUE ZEROES.
           05  WS-LAPSE-CNT            PIC 9(6)    VALUE ZEROES.
           05  WS-ARREARS-CNT          PIC 9(6)    VALUE ZEROES.
           05  WS-DENIED-CNT           PIC 9(6)    VALUE ZEROES.
           05  WS-AGT-OVFL-CNT         PIC 9(6)    VALUE ZEROES.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0050-FILECFG-LOAD-PARA.
           PERFORM 1000-FILES-OPEN-PARA.
           IF WS-CUSTFL-STATUS = '00'
                   AND WS-POLICYFYL-STATUS = '00' THEN
               PERFORM 2000-CUSTFL-READ-PARA UNTIL CUSTFL-EOF
               PERFORM 3000-AGENT-SUMMARY-PARA
           ELSE
               DISPLAY 'CUSTOMER OR POLICY MASTER CANNOT BE OPENED.'
               MOVE 16 TO RETURN-CODE
           END-IF.
           PERFORM 3900-FILES-CLOSE-PARA.

           DISPLAY 'CUSTOMERS READ: ', WS-CUSTFL-RD-CNT.
           DISPLAY 'LEADS WRITTEN: ', WS-LEAD-CNT.
           DISPLAY 'LEFT OUT - ADDRESS HOLD: ', WS-HELD-CNT.
           DISPLAY 'LEFT OUT - NOTHING IN FORCE: ', WS-NO-INFORCE-CNT.
           DISPLAY 'LEFT OUT - HOLDS 2+ LOBS: ', WS-MULTI-LOB-CNT.
           DISPLAY 'LEFT OUT - LAPSED IN LAST YEAR: ', WS-LAPSE-CNT.
           DISPLAY 'LEFT OUT - IN ARREARS: ', WS-ARREARS-CNT.
           DISPLAY 'LEFT OUT - DENIED CLAIM: ', WS-DENIED-CNT.
           IF WS-AGT-OVFL-CNT > 0
               DISPLAY 'LEADS NOT IN AGENT SUMMARY: ', WS-AGT-OVFL-CNT
               IF RETURN-CODE = 0
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

      * THE CLAIMS MASTER AND ARREARS LEDGER ARE OPTIONAL: WITHOUT
      * ONE, THAT TEST IS SIMPLY NOT APPLIED AND THE RUN SAYS SO.
       1000-FILES-OPEN-PARA.
           OPEN INPUT CUSTFL.
           DISPLAY 'FILE STATUS FOR CUSTFL:', WS-CUSTFL-STATUS.

           OPEN INPUT POLICYFYL.
           DISPLAY 'FILE STATUS FOR POLICYFYL:', WS-POLICYFYL-STATUS.

           OPEN INPUT CLMMAST.
           IF WS-CLMMAST-STATUS NOT = '00'
               DISPLAY 'CLAIMS MASTER NOT FOUND, NO DENIED-CLAIM TEST.'
           ELSE
               SET CLMMAST-AVAILABLE TO TRUE
           END-IF.

           OPEN INPUT LEDGFL.
           IF WS-LEDGFL-STATUS NOT = '00'
               DISPLAY 'ARREARS LEDGER NOT FOUND, NO ARREARS TEST.'
           ELSE
               SET LEDGFL-AVAILABLE TO TRUE
           END-IF.

           OPEN INPUT LOBCODES.
           IF WS-LOBCODES-STATUS = '00'
               PERFORM 1100-LOBCODES-LOAD-PARA UNTIL LOBCODES-EOF
               CLOSE LOBCODES
           ELSE
               DISPLAY 'LOB CODE LIST NOT FOUND, NO LOBS TO OFFER.'
           END-IF.

           PERFORM 1050-RUNPARM-LOAD-PARA.
           COMPUTE WS-YEAR-AGO = WS-RUN-DATE - 10000.

           OPEN OUTPUT LEADFL.
           DISPLAY 'FILE STATUS FOR LEADFL:', WS-LEADFL-STATUS.

           OPEN OUTPUT LEADRPT.
           DISPLAY 'FILE STATUS FOR LEADRPT:', WS-LEADRPT-STATUS.
           MOVE SPACES TO LEADRPT-REC.
           STRING 'CROSS-SELL LEAD SUMMARY BY AGENT - RUN '
               DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO LEADRPT-REC.
           WRITE LEADRPT-REC.

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

       1100-LOBCODES-LOAD-PARA.
           READ LOBCODES
               AT END
                   SET LOBCODES-EOF TO TRUE
               NOT AT END
                   IF WS-LOB-CNT < 20 AND LOBC-CODE NOT = SPACE
                       ADD 1 TO WS-LOB-CNT
                       MOVE LOBC-CODE TO WS-LOB-CODE(WS-LOB-CNT)
                   END-IF
           END-READ.

       2000-CUSTFL-READ-PARA.
           READ CUSTFL
               AT END
                   SET CUSTFL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CUSTFL-RD-CNT
                   IF CUST-ADDRESS-HELD
                       ADD 1 TO WS-HELD-CNT
                   ELSE
                       PERFORM 2100-PORTFOLIO-PARA
                   END-IF
           END-READ.

      * WALKS THE CUSTOMER'S POLICIES, THEN DECIDES. ONLY A CUSTOMER
      * WITH EXACTLY ONE LOB IN FORCE, NO RECENT LAPSE, NO ARREARS
      * AND NO DENIED CLAIM ON ANY POLICY BECOMES A LEAD.
       2100-PORTFOLIO-PARA.
           MOVE SPACES TO WS-PORTFOLIO.
           MOVE ZEROES TO WS-PF-LOB-CNT.
           MOVE ZEROES TO WS-PF-PREMIUM.
           MOVE 'N' TO WS-CHAIN-END-SW.
           MOVE CUST-CUSTOMERID TO CUSTOMERID OF POLICY_REC.
           START POLICYFYL KEY = CUSTOMERID
               INVALID KEY
                   SET CHAIN-ENDED TO TRUE
           END-START.
           PERFORM 2200-CHAIN-READ-PARA UNTIL CHAIN-ENDED.

           EVALUATE TRUE
               WHEN WS-PF-LOB-CNT = 0
                   ADD 1 TO WS-NO-INFORCE-CNT
               WHEN WS-PF-LOB-CNT > 1
                   ADD 1 TO WS-MULTI-LOB-CNT
               WHEN WS-PF-RECENT-LAPSE
                   ADD 1 TO WS-LAPSE-CNT
               WHEN WS-PF-IN-ARREARS
                   ADD 1 TO WS-ARREARS-CNT
               WHEN WS-PF-DENIED-CLAIM
                   ADD 1 TO WS-DENIED-CNT
               WHEN OTHER
                   PERFORM 2600-LEAD-WRITE-PARA
           END-EVALUATE.

       2200-CHAIN-READ-PARA.
           READ POLICYFYL NEXT
               AT END
                   SET CHAIN-ENDED TO TRUE
               NOT AT END
                   IF CUSTOMERID OF POLICY_REC NOT = CUST-CUSTOMERID
                       SET CHAIN-ENDED TO TRUE
                   ELSE
                       PERFORM 2300-POLICY-CHECK-PARA
                   END-IF
           END-READ.

      * A LAPSED POLICY WHOSE END DATE FALLS WITHIN THE LAST YEAR (OR
      * IS STILL AHEAD, FOR A MID-TERM LAPSE FOR NON-PAYMENT) COUNTS
      * AS A RECENT LAPSE.
       2300-POLICY-CHECK-PARA.
           EVALUATE POLICY-STATUS OF POLICY_REC
               WHEN 'A'
               WHEN 'P'
                   PERFORM 2310-INFORCE-ADD-PARA
               WHEN 'L'
                   IF END-DATE OF POLICY_REC NOT < WS-YEAR-AGO-X
                       AND WS-PF-INCLUDED
                       SET WS-PF-RECENT-LAPSE TO TRUE
                   END-IF
           END-EVALUATE.
           IF LEDGFL-AVAILABLE AND WS-PF-INCLUDED
               PERFORM 2350-ARREARS-CHECK-PARA
           END-IF.
           IF CLMMAST-AVAILABLE AND WS-PF-INCLUDED
               PERFORM 2400-CLAIM-CHECK-PARA
           END-IF.

       2310-INFORCE-ADD-PARA.
           MOVE 'N' TO WS-PF-FOUND-SW.
           PERFORM 2320-PF-LOB-FIND-PARA
               VARYING WS-PF-IDX FROM 1 BY 1
               UNTIL WS-PF-IDX > WS-PF-LOB-CNT.
           IF NOT WS-PF-FOUND AND WS-PF-LOB-CNT < 20
               ADD 1 TO WS-PF-LOB-CNT
               MOVE LOBCODE OF POLICY_REC TO WS-PF-LOB(WS-PF-LOB-CNT)
           END-IF.
           IF PREMIUM-NUM OF POLICY_REC NUMERIC
               ADD PREMIUM-NUM OF POLICY_REC TO WS-PF-PREMIUM
           END-IF.
           IF START-DATE OF POLICY_REC > WS-PF-LATEST-START
               MOVE START-DATE OF POLICY_REC TO WS-PF-LATEST-START
               MOVE AGENT-ID OF POLICY_REC TO WS-PF-AGENT-ID
           END-IF.

       2320-PF-LOB-FIND-PARA.
           IF WS-PF-LOB(WS-PF-IDX) = LOBCODE OF POLICY_REC
               SET WS-PF-FOUND TO TRUE
           END-IF.

      * ANY INSTALLMENT PAST ITS DUE DATE ON THE RUN DATE AND STILL
      * OUTSTANDING IS ARREARS; ONE NOT YET DUE IS NOT.
       2350-ARREARS-CHECK-PARA.
           MOVE POLICYNO OF POLICY_REC TO WS-POL-KEY-X.
           IF WS-POL-KEY-NUM NUMERIC
               MOVE 'N' TO WS-LEDG-CHAIN-END-SW
               MOVE WS-POL-KEY-NUM TO LEDG-POLICYNO
               MOVE ZEROES TO LEDG-DUE-DATE
               START LEDGFL KEY >= LEDG-KEY
                   INVALID KEY
                       SET LEDG-CHAIN-ENDED TO TRUE
               END-START
               PERFORM 2360-ARREARS-ONE-PARA UNTIL LEDG-CHAIN-ENDED
           END-IF.

       2360-ARREARS-ONE-PARA.
           READ LEDGFL NEXT
               AT END
                   SET LEDG-CHAIN-ENDED TO TRUE
               NOT AT END
                   IF LEDG-POLICYNO NOT = WS-POL-KEY-NUM
                       SET LEDG-CHAIN-ENDED TO TRUE
                   ELSE
                       IF LEDG-OUTSTANDING > 0
                               AND LEDG-DUE-DATE < WS-RUN-DATE
                           SET WS-PF-IN-ARREARS TO TRUE
                           SET LEDG-CHAIN-ENDED TO TRUE
                       END-IF
                   END-IF
           END-READ.

       2400-CLAIM-CHECK-PARA.
           MOVE 'N' TO WS-CLM-CHAIN-END-SW.
           MOVE POLICYNO OF POLICY_REC TO CLM-POLICYNO.
           START CLMMAST KEY = CLM-POLICYNO
               INVALID KEY
                   SET CLM-CHAIN-ENDED TO TRUE
           END-START.
           PERFORM 2410-CLAIM-ONE-PARA UNTIL CLM-CHAIN-ENDED.

       2410-CLAIM-ONE-PARA.
           READ CLMMAST NEXT
               AT END
                   SET CLM-CHAIN-ENDED TO TRUE
               NOT AT END
                   IF CLM-POLICYNO NOT = POLICYNO OF POLICY_REC
                       SET CLM-CHAIN-ENDED TO TRUE
                   ELSE
                       IF CLM-DENIED
                           SET WS-PF-DENIED-CLAIM TO TRUE
                           SET CLM-CHAIN-ENDED TO TRUE
                       END-IF
                   END-IF
           END-READ.

      * THE LEAD CARRIES EVERY APPROVED LOB THE CUSTOMER DOES NOT
      * HOLD (UP TO TEN). A CUSTOMER ALREADY HOLDING THE ONLY LOB WE
      * SELL HAS NOTHING TO BE OFFERED AND IS NOT WRITTEN.
       2600-LEAD-WRITE-PARA.
           MOVE SPACES TO LEADFL-REC.
           MOVE ZEROES TO WS-MISS-CNT.
           PERFORM 2650-MISSING-LOB-PARA
               VARYING WS-LOB-IDX FROM 1 BY 1
               UNTIL WS-LOB-IDX > WS-LOB-CNT.
           IF WS-MISS-CNT > 0
               MOVE CUST-CUSTOMERID TO LEAD-CUSTOMERID
               MOVE CUST-CUSTNAME TO LEAD-CUSTNAME
               MOVE WS-PF-LOB(1) TO LEAD-HELD-LOB
               MOVE WS-PF-AGENT-ID TO LEAD-AGENT-ID
               MOVE WS-PF-PREMIUM TO LEAD-PREMIUM
               IF CUST-ADDR-VALIDATED
                   MOVE CUST-REGION TO LEAD-REGION
               ELSE
                   MOVE 'UNKN' TO LEAD-REGION
               END-IF
               EVALUATE TRUE
                   WHEN WS-PF-PREMIUM NOT < WS-PRI1-PREMIUM
                       MOVE 1 TO LEAD-PRIORITY
                   WHEN WS-PF-PREMIUM NOT < WS-PRI2-PREMIUM
                       MOVE 2 TO LEAD-PRIORITY
                   WHEN OTHER
                       MOVE 3 TO LEAD-PRIORITY
               END-EVALUATE
               WRITE LEADFL-REC
               ADD 1 TO WS-LEAD-CNT
               PERFORM 2700-AGENT-TALLY-PARA
           END-IF.

       2650-MISSING-LOB-PARA.
           IF WS-LOB-CODE(WS-LOB-IDX) NOT = WS-PF-LOB(1)
               AND WS-MISS-CNT < 10
               ADD 1 TO WS-MISS-CNT
               MOVE WS-LOB-CODE(WS-LOB-IDX)
                   TO LEAD-MISSING-LOBS(WS-MISS-CNT:1)
           END-IF.

       2700-AGENT-TALLY-PARA.
           MOVE 'N' TO WS-AGT-FOUND-SW.
           MOVE 1 TO WS-AGT-SRCH-IDX.
           PERFORM 2750-AGENT-FIND-ONE-PARA
               UNTIL WS-AGT-SRCH-IDX > WS-AGT-CNT
                  OR WS-AGT-FOUND.
           IF NOT WS-AGT-FOUND
               IF WS-AGT-CNT < 500
                   ADD 1 TO WS-AGT-CNT
                   MOVE WS-AGT-CNT TO WS-AGT-SRCH-IDX
                   MOVE LEAD-AGENT-ID TO WS-AGT-ID(WS-AGT-SRCH-IDX)
                   MOVE ZEROES TO WS-AGT-LEADS(WS-AGT-SRCH-IDX)
                   MOVE ZEROES TO WS-AGT-PRI(WS-AGT-SRCH-IDX, 1)
                   MOVE ZEROES TO WS-AGT-PRI(WS-AGT-SRCH-IDX, 2)
                   MOVE ZEROES TO WS-AGT-PRI(WS-AGT-SRCH-IDX, 3)
               END-IF
           END-IF.
           IF WS-AGT-SRCH-IDX <= WS-AGT-CNT
               ADD 1 TO WS-AGT-LEADS(WS-AGT-SRCH-IDX)
               ADD 1 TO WS-AGT-PRI(WS-AGT-SRCH-IDX, LEAD-PRIORITY)
           ELSE
               ADD 1 TO WS-AGT-OVFL-CNT
           END-IF.

       2750-AGENT-FIND-ONE-PARA.
           IF WS-AGT-ID(WS-AGT-SRCH-IDX) = LEAD-AGENT-ID
               SET WS-AGT-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-AGT-SRCH-IDX
           END-IF.

      * ONE LINE PER AGENT, THEN THE RUN'S SELECTION COUNTS SO A
      * MANAGER CAN SEE WHY THE LIST IS THE SIZE IT IS.
       3000-AGENT-SUMMARY-PARA.
           MOVE 'AGENT  LEADS  PRIORITY-1  PRIORITY-2  PRIORITY-3'
               TO LEADRPT-REC.
           WRITE LEADRPT-REC.
           PERFORM 3100-AGENT-LINE-PARA
               VARYING WS-AGT-IDX FROM 1 BY 1
               UNTIL WS-AGT-IDX > WS-AGT-CNT.

           MOVE SPACES TO LEADRPT-REC.
           STRING 'CUSTOMERS READ: ' DELIMITED BY SIZE
               WS-CUSTFL-RD-CNT DELIMITED BY SIZE
               ' LEADS: ' DELIMITED BY SIZE
               WS-LEAD-CNT DELIMITED BY SIZE
               INTO LEADRPT-REC.
           WRITE LEADRPT-REC.
           MOVE SPACES TO LEADRPT-REC.
           STRING 'LEFT OUT - HOLD: ' DELIMITED BY SIZE
               WS-HELD-CNT DELIMITED BY SIZE
               ' NONE IN FORCE: ' DELIMITED BY SIZE
               WS-NO-INFORCE-CNT DELIMITED BY SIZE
               ' 2+ LOBS: ' DELIMITED BY SIZE
               WS-MULTI-LOB-CNT DELIMITED BY SIZE
               INTO LEADRPT-REC.
           WRITE LEADRPT-REC.
           MOVE SPACES TO LEADRPT-REC.
           STRING 'LEFT OUT - LAPSED: ' DELIMITED BY SIZE
               WS-LAPSE-CNT DELIMITED BY SIZE
               ' ARREARS: ' DELIMITED BY SIZE
               WS-ARREARS-CNT DELIMITED BY SIZE
               ' DENIED CLAIM: ' DELIMITED BY SIZE
               WS-DENIED-CNT DELIMITED BY SIZE
               INTO LEADRPT-REC.
           WRITE LEADRPT-REC.

       3100-AGENT-LINE-PARA.
           MOVE SPACES TO LEADRPT-REC.
           STRING WS-AGT-ID(WS-AGT-IDX) DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-AGT-LEADS(WS-AGT-IDX) DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-AGT-PRI(WS-AGT-IDX, 1) DELIMITED BY SIZE
               '       ' DELIMITED BY SIZE
               WS-AGT-PRI(WS-AGT-IDX, 2) DELIMITED BY SIZE
               '       ' DELIMITED BY SIZE
               WS-AGT-PRI(WS-AGT-IDX, 3) DELIMITED BY SIZE
               INTO LEADRPT-REC.
           WRITE LEADRPT-REC.

       3900-FILES-CLOSE-PARA.
           IF WS-CUSTFL-STATUS = '00' OR WS-CUSTFL-STATUS = '10'
               CLOSE CUSTFL
           END-IF.
           IF WS-POLICYFYL-STATUS = '00' OR WS-POLICYFYL-STATUS = '10'
               CLOSE POLICYFYL
           END-IF.
           IF CLMMAST-AVAILABLE
               CLOSE CLMMAST
           END-IF.
           IF LEDGFL-AVAILABLE
               CLOSE LEDGFL
           END-IF.
           CLOSE LEADFL.
           CLOSE LEADRPT.

      * RESOLVES EVERY FILE ASSIGNMENT FROM THE EXTERNAL FILE
      * CONFIGURATION BEFORE ANYTHING IS OPENED, REPORTING EACH
      * RESOLVED PATH. A LOGICAL NAME MISSING FROM THE
      * CONFIGURATION ENDS THE RUN CLEANLY WITH RC 16 BEFORE ANY
      * FILE IS TOUCHED.
       0050-FILECFG-LOAD-PARA.
           MOVE 'CUSTOMERMAST' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-CUSTFL-PATH.
           MOVE 'POLICYFILE' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-POLICYFYL-PATH.
           MOVE 'CLAIMMASTER' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-CLMMAST-PATH.
           MOVE 'ARREARSLEDGE' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-LEDGFL-PATH.
           MOVE 'LOBCODES' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-LOBCODES-PATH.
           MOVE 'XSELLLEADS' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-LEADFL-PATH.
           MOVE 'XSELLRPT' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-LEADRPT-PATH.
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

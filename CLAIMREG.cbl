           FILE STATUS WS-CLMIN-STATUS.

      * SAME ASSIGN/LAYOUT/KEY AS POLICY.CBL'S POLICYFYL, READ RANDOM
      * PER CLAIM THE SAME WAY POLLOOKUP.CBL READS ONE POLICY. DYNAMIC
      * ACCESS SO THE CLAIM-COUNT RULE CAN WALK THE CLAIMANT'S OTHER
      * POLICIES OFF THE CUSTOMERID ALTERNATE KEY, AS CUST360.CBL DOES.
           SELECT POLICYFYL ASSIGN TO DYNAMIC
           WS-POLICYFYL-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS POLICYNO
           ALTERNATE RECORD KEY IS CUSTOMERID WITH DUPLICATES
           FILE STATUS WS-POLICYFYL-STATUS.
      * TABLE THAT WOULD GO QUIET THE MONSOON IT OVERFLOWED. THE
      * POLICY ALTERNATE KEY LETS THE INQUIRY AND SETTLEMENT RUNS
      * PULL ONE POLICY'S CLAIMS WITHOUT A FULL SCAN. THE LOB IS
      * STILL CAPTURED FROM THE POLICY AT REGISTRATION TIME. DYNAMIC
      * ACCESS SO THE CLAIM-COUNT RULE CAN ALSO WALK EACH POLICY'S
      * EXISTING CLAIMS OFF THE CLM-POLICYNO CHAIN.
           SELECT CLMMAST ASSIGN TO DYNAMIC
           WS-CLMMAST-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLM-CLAIMNO
           ALTERNATE RECORD KEY IS CLM-POLICYNO WITH DUPLICATES
           FILE STATUS WS-CLMMAST-STATUS.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-OVERRPT-STATUS.

      * RED-FLAG SCORING RULES, ONE RULE CODE, THRESHOLD AND POINTS
      * PER LINE, EXTERNAL SO THE INVESTIGATIONS DESK CAN RETUNE THE
      * WEIGHTS WITHOUT A RECOMPILE. A 'REFERAT' LINE CARRIES THE
      * SCORE AT WHICH A CLAIM IS REFERRED.
           SELECT RULEFL ASSIGN TO DYNAMIC
           WS-RULEFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-RULEFL-STATUS.

      * ARREARS LEDGER BUILT BY RECEIPTS.CBL, LOADED AT OPEN SO THE
      * ARREARS RULE CAN SEE WHAT THE POLICY STILL OWES.
           SELECT LEDGFL ASSIGN TO DYNAMIC
           WS-LEDGFL-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS LEDG-KEY
           FILE STATUS WS-LEDGFL-STATUS.

      * ONE LINE PER CLAIM THAT SCORED AT OR OVER THE REFERRAL
      * THRESHOLD, WITH THE SCORE AND THE RULES THAT FIRED, FOR THE
      * INVESTIGATIONS DESK.
           SELECT REFERRPT ASSIGN TO DYNAMIC
           WS-REFERRPT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-REFERRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLMIN.
      * THE SETTLEMENT LIFECYCLE LIVES ON THE MASTER: EVERY CLAIM IS
      * REGISTERED OPEN WITH ITS FULL AMOUNT RESERVED, AND CLMSETTLE
      * .CBL MOVES IT THROUGH APPROVED/DENIED/PAID, PAYING DOWN THE
      * RESERVE AS PAYMENTS APPLY. A CLAIM THAT SCORES AT OR OVER
      * THE REFERRAL THRESHOLD IS WRITTEN REFERRED WITH ITS SCORE;
      * CLMSETTLE.CBL WILL NOT APPROVE IT UNTIL IT IS CLEARED.
       FD  CLMMAST.
       01  CLMMAST-REC.
           05  CLM-CLAIMNO     PIC     X(08).
               88  CLM-PAID-UP                 VALUE 'P'.
           05  CLM-RESERVE     PIC     9(7)V99.
           05  CLM-PAID        PIC     9(7)V99.
           05  CLM-REFER-SW    PIC     X(01).
               88  CLM-REFERRED                VALUE 'R'.
               88  CLM-CLEARED                 VALUE 'C'.
           05  CLM-SCORE       PIC     9(03).
           05  FILLER          PIC     X(23).

       FD  CLMREJ.
       01  CLMREJ-REC.
       FD  OVERRPT.
       01  OVERRPT-REC                 PIC X(80).

      * RUL-LIMIT IS READ IN THE RULE'S OWN UNIT: DAYS FOR INCEPT AND
      * NEAREND, A CLAIM COUNT FOR CLMCOUNT, MONEY FOR ARREARS, AND A
      * PERCENTAGE OF THE LOB LIMIT FOR NEARLIM.
       FD  RULEFL.
       01  RULEFL-REC.
           05  RUL-CODE        PIC     X(08).
           05  RUL-LIMIT       PIC     9(7)V99.
           05  RUL-POINTS      PIC     9(03).
           05  FILLER          PIC     X(60).

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

       FD  REFERRPT.
       01  REFERRPT-REC                PIC X(80).

       WORKING-STORAGE SECTION.
      * RESOLVED FILE PATHS. EVERY ASSIGNMENT COMES FROM THE
      * EXTERNAL FILE CONFIGURATION (FILECFG) AT STARTUP -- SEE
       77  WS-CLMREJ-PATH              PIC X(80) VALUE SPACES.
       77  WS-LIMITFL-PATH             PIC X(80) VALUE SPACES.
       77  WS-OVERRPT-PATH             PIC X(80) VALUE SPACES.
       77  WS-RULEFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-LEDGFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-REFERRPT-PATH            PIC X(80) VALUE SPACES.
       77  WS-CFG-NAME             PIC X(12)   VALUE SPACES.
       77  WS-CFG-PATH             PIC X(80)   VALUE SPACES.
       77  WS-CFG-RESULT           PIC X(01)   VALUE 'N'.
           05  WS-CLMREJ-STATUS        PIC X(2).
           05  WS-LIMITFL-STATUS       PIC X(2).
           05  WS-OVERRPT-STATUS       PIC X(2).
           05  WS-RULEFL-STATUS        PIC X(2).
           05  WS-LEDGFL-STATUS        PIC X(2).
           05  WS-REFERRPT-STATUS      PIC X(2).

       77  WS-CLMIN-EOF-SW             PIC X(01)   VALUE 'N'.
           88  CLMIN-EOF                           VALUE 'Y'.
       77  WS-LIMITFL-EOF-SW           PIC X(01)   VALUE 'N'.
           88  LIMITFL-EOF                         VALUE 'Y'.
       77  WS-RULEFL-EOF-SW            PIC X(01)   VALUE 'N'.
           88  RULEFL-EOF                          VALUE 'Y'.
       77  WS-LEDGFL-EOF-SW            PIC X(01)   VALUE 'N'.
           88  LEDGFL-EOF                          VALUE 'Y'.

      * PER-LOB LIMIT TABLE LOADED AT STARTUP. A MISSING LIMITS FILE
      * SKIPS THE OVER-LIMIT CHECK RATHER THAN FLAGGING EVERY CLAIM,
       77  WS-LIMIT-FOUND-SW           PIC X(01)   VALUE 'N'.
           88  WS-LIMIT-FOUND                      VALUE 'Y'.

      * RED-FLAG RULE TABLE LOADED AT STARTUP. A MISSING RULES FILE
      * REGISTERS CLAIMS UNSCORED, THE SAME DEFAULTING THE LIMITS
      * FILE GETS. WITHOUT A 'REFERAT' LINE THE THRESHOLD STAYS AT
      * ITS DEFAULT.
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 20 TIMES.
               10  WS-RUL-CODE          PIC X(08).
               10  WS-RUL-LIMIT         PIC 9(7)V99.
               10  WS-RUL-POINTS        PIC 9(03).
       77  WS-RULE-CNT                 PIC 9(2)    VALUE ZEROES.
       77  WS-RULE-IDX                 PIC 9(2)    VALUE ZEROES.
       77  WS-REFER-THRESHOLD          PIC 9(03)   VALUE 50.

      * OUTSTANDING ARREARS ROLLED UP PER POLICY FROM THE LEDGER,
      * KEYED ON THE MASTER'S 8-BYTE POLICY NUMBER (THE LEDGER'S
      * 7-DIGIT KEY ZERO-PADDED, THE SAME NORMALIZATION POLMAINT.CBL
      * USES). ONLY INSTALLMENTS ALREADY PAST THEIR DUE DATE ON THE
      * RUN DATE ARE ARREARS: BILLGEN BILLS THE WHOLE TERM UP FRONT,
      * SO EVERY INSTALLMENT STILL TO FALL DUE IS ON THE LEDGER TOO.
       01  WS-ARREARS-TABLE.
           05  WS-ARR-ENTRY OCCURS 2000 TIMES.
               10  WS-ARR-POLICYNO      PIC X(08).
               10  WS-ARR-OUTSTANDING   PIC 9(9)V99.
       77  WS-ARR-CNT                  PIC 9(4)    VALUE ZEROES.
       77  WS-RUN-DATE                 PIC 9(8)    VALUE ZEROES.
       77  WS-ARR-SRCH-IDX             PIC 9(4)    VALUE ZEROES.
       77  WS-ARR-FOUND-SW             PIC X(01)   VALUE 'N'.
           88  WS-ARR-FOUND                        VALUE 'Y'.

      * MASTER RECOVERY JOURNAL ENTRY FOR EACH CLAIM THIS RUN
      * REGISTERS (SEE MSTJRNW.CBL).
       77  WS-JRN-MASTER               PIC X(12) VALUE 'CLAIMMASTER'.
       77  WS-JRN-SOURCE               PIC X(12) VALUE 'CLAIMSIN'.
       77  WS-JRN-PROGRAM              PIC X(10) VALUE 'CLAIMREG'.
       77  WS-JRN-ACTION               PIC X(01)   VALUE 'W'.
       77  WS-JRN-IMAGE                PIC X(103)  VALUE SPACES.
       77  WS-JRN-RESULT               PIC X(01)   VALUE SPACE.
      * RETURN-CODE AS IT STOOD BEFORE THE CALL, WHICH RESETS IT.
       77  WS-JRN-HOLD-RC              PIC S9(4) COMP  VALUE ZERO.
       01  WS-LEDG-KEY-X.
           05  FILLER                  PIC X(01)   VALUE '0'.
           05  WS-LEDG-KEY-NUM         PIC 9(07)   VALUE ZEROES.

      * THE CLAIM'S POLICY DETAILS, HELD ASIDE BEFORE SCORING BECAUSE
      * THE CLAIM-COUNT WALK READS OVER POLICY_REC AND CLMMAST-REC.
       77  WS-SCR-CUSTOMERID           PIC X(08)   VALUE SPACES.
       77  WS-SCR-LOBCODE              PIC X(01)   VALUE SPACES.
       77  WS-SCR-START-DATE           PIC X(08)   VALUE SPACES.
       77  WS-SCR-END-DATE             PIC X(08)   VALUE SPACES.
       77  WS-SCR-POLICYNO             PIC X(08)   VALUE SPACES.

      * SCORING WORK FIELDS. THE REASONS ARE THE CODES OF THE RULES
      * THAT FIRED, LISTED ON THE REFERRAL REPORT.
       77  WS-CLAIM-SCORE              PIC 9(03)   VALUE ZEROES.
       77  WS-SCR-REASONS              PIC X(45)   VALUE SPACES.
       77  WS-SCR-REASON-PTR           PIC 9(02)   VALUE 1.
       77  WS-SCR-RULE-HIT-SW          PIC X(01)   VALUE 'N'.
           88  WS-SCR-RULE-HIT                     VALUE 'Y'.
       77  WS-LOSS-DAYS                PIC 9(8)    VALUE ZEROES.
       77  WS-BOUND-DAYS               PIC 9(8)    VALUE ZEROES.
       77  WS-GAP-DAYS                 PIC S9(8)   VALUE ZEROES.
       77  WS-LOSS-YEAR                PIC 9(04)   VALUE ZEROES.
       77  WS-CUST-CLAIM-CNT           PIC 9(5)    VALUE ZEROES.
       77  WS-NEAR-LIMIT-AMT           PIC 9(9)V99 VALUE ZEROES.
       77  WS-DATEVAL-DATE             PIC X(08)   VALUE SPACES.
       77  WS-DATEVAL-RESULT           PIC X(01)   VALUE 'N'.
       77  WS-POL-CHAIN-END-SW         PIC X(01)   VALUE 'N'.
           88  POL-CHAIN-ENDED                     VALUE 'Y'.
       77  WS-CLM-CHAIN-END-SW         PIC X(01)   VALUE 'N'.
           88  CLM-CHAIN-ENDED                     VALUE 'Y'.
       01  WS-CHAIN-LOSS-DATE.
           05  WS-CHAIN-LOSS-YEAR      PIC 9(04).
           05  FILLER                  PIC 9(04).

      * THE DUPLICATE CHECK IS NOW A KEYED READ AGAINST THE INDEXED
      * MASTER, SO A RERUN OF THE SAME FEED (OR A DUPLICATE WITHIN
      * ONE FEED) STILL REJECTS, WITH NO TABLE CAP TO OVERFLOW.
           05  WS-REGISTERED-CNT       PIC 9(6)    VALUE ZEROES.
           05  WS-REJECTED-CNT         PIC 9(6)    VALUE ZEROES.
           05  WS-OVER-LIMIT-CNT       PIC 9(6)    VALUE ZEROES.
           05  WS-REFERRED-CNT         PIC 9(6)    VALUE ZEROES.

       77  WS-FORMATTED-AMOUNT         PIC Z(6)9.99.
       77  WS-FORMATTED-LIMIT          PIC Z(6)9.99.
       77  WS-FORMATTED-SCORE          PIC ZZ9.

       77  WS-REJ-REASON               PIC X(30)   VALUE SPACES.
       77  WS-CLAIM-VALID-SW           PIC X(01)   VALUE 'Y'.
           DISPLAY 'CLAIMS REGISTERED: ', WS-REGISTERED-CNT.
           DISPLAY 'CLAIMS REJECTED: ', WS-REJECTED-CNT.
           DISPLAY 'CLAIMS FLAGGED OVER LIMIT: ', WS-OVER-LIMIT-CNT.
           DISPLAY 'CLAIMS REFERRED ON SCORE: ', WS-REFERRED-CNT.
           STOP RUN.

       1000-FILES-OPEN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT CLMIN.
           DISPLAY 'FILE STATUS FOR CLMIN:', WS-CLMIN-STATUS.

           MOVE 'CLAIMS REGISTERED OVER LOB LIMIT' TO OVERRPT-REC.
           WRITE OVERRPT-REC.

           PERFORM 1800-RULES-LOAD-PARA.
           IF WS-RULE-CNT > 0
               PERFORM 1300-LEDGFL-LOAD-PARA
           END-IF.

           OPEN OUTPUT REFERRPT.
           DISPLAY 'FILE STATUS FOR REFERRPT:', WS-REFERRPT-STATUS.
           MOVE SPACES TO REFERRPT-REC.
           MOVE WS-REFER-THRESHOLD TO WS-FORMATTED-SCORE.
           STRING 'CLAIMS REFERRED ON RED-FLAG SCORE, THRESHOLD '
               DELIMITED BY SIZE
               WS-FORMATTED-SCORE DELIMITED BY SIZE
               INTO REFERRPT-REC.
           WRITE REFERRPT-REC.
           MOVE 'CLAIMNO  POLICYNO     AMOUNT SCR RULES FIRED'
               TO REFERRPT-REC.
           WRITE REFERRPT-REC.

      * A MISSING LEDGER ONLY MEANS THE ARREARS RULE NEVER FIRES.
       1300-LEDGFL-LOAD-PARA.
           OPEN INPUT LEDGFL.
           IF WS-LEDGFL-STATUS NOT = '00' THEN
               DISPLAY 'ARREARS LEDGER NOT FOUND, ARREARS RULE '
                   'SKIPPED.'
               SET LEDGFL-EOF TO TRUE
           ELSE
               PERFORM 1350-LEDGFL-READ-PARA UNTIL LEDGFL-EOF
               CLOSE LEDGFL
           END-IF.

       1350-LEDGFL-READ-PARA.
           READ LEDGFL
               AT END
                   SET LEDGFL-EOF TO TRUE
               NOT AT END
                   IF LEDG-OUTSTANDING > 0
                           AND LEDG-DUE-DATE < WS-RUN-DATE
                       PERFORM 1370-ARREARS-ROLLUP-PARA
                   END-IF
           END-READ.

       1370-ARREARS-ROLLUP-PARA.
           MOVE LEDG-POLICYNO TO WS-LEDG-KEY-NUM.
           PERFORM 1400-ARREARS-FIND-PARA.
           IF NOT WS-ARR-FOUND
               IF WS-ARR-CNT < 2000
                   ADD 1 TO WS-ARR-CNT
                   MOVE WS-ARR-CNT TO WS-ARR-SRCH-IDX
                   MOVE WS-LEDG-KEY-X TO
                       WS-ARR-POLICYNO(WS-ARR-SRCH-IDX)
                   MOVE ZEROES TO
                       WS-ARR-OUTSTANDING(WS-ARR-SRCH-IDX)
               ELSE
                   DISPLAY 'WS-ARREARS-TABLE FULL, ARREARS NOT '
                       'SCORED: ' LEDG-POLICYNO
               END-IF
           END-IF.
           IF WS-ARR-SRCH-IDX <= WS-ARR-CNT
               ADD LEDG-OUTSTANDING TO
                   WS-ARR-OUTSTANDING(WS-ARR-SRCH-IDX)
           END-IF.

       1400-ARREARS-FIND-PARA.
           MOVE 'N' TO WS-ARR-FOUND-SW.
           MOVE 1 TO WS-ARR-SRCH-IDX.
           PERFORM 1450-ARREARS-FIND-ONE-PARA
               UNTIL WS-ARR-SRCH-IDX > WS-ARR-CNT
                  OR WS-ARR-FOUND.

       1450-ARREARS-FIND-ONE-PARA.
           IF WS-ARR-POLICYNO(WS-ARR-SRCH-IDX) = WS-LEDG-KEY-X
               SET WS-ARR-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-ARR-SRCH-IDX
           END-IF.

       1700-LIMITS-LOAD-PARA.
           OPEN INPUT LIMITFL.
           IF WS-LIMITFL-STATUS NOT = '00' THEN
               CLOSE LIMITFL
           END-IF.

       1800-RULES-LOAD-PARA.
           OPEN INPUT RULEFL.
           IF WS-RULEFL-STATUS NOT = '00' THEN
               DISPLAY 'CLAIM RULES NOT FOUND, RED-FLAG SCORING '
                   'SKIPPED.'
               SET RULEFL-EOF TO TRUE
           ELSE
               PERFORM 1850-RULES-READ-PARA UNTIL RULEFL-EOF
               CLOSE RULEFL
           END-IF.

       1850-RULES-READ-PARA.
           READ RULEFL
               AT END
                   SET RULEFL-EOF TO TRUE
               NOT AT END
                   IF RUL-CODE = 'REFERAT'
                       MOVE RUL-POINTS TO WS-REFER-THRESHOLD
                   ELSE
                       IF WS-RULE-CNT < 20
                           ADD 1 TO WS-RULE-CNT
                           MOVE RUL-CODE TO WS-RUL-CODE(WS-RULE-CNT)
                           MOVE RUL-LIMIT TO WS-RUL-LIMIT(WS-RULE-CNT)
                           MOVE RUL-POINTS TO
                               WS-RUL-POINTS(WS-RULE-CNT)
                       ELSE
                           DISPLAY 'WS-RULE-TABLE FULL, RULE IGNORED: '
                               RUL-CODE
                       END-IF
                   END-IF
           END-READ.

       1750-LIMITS-READ-PARA.
           READ LIMITFL
               AT END
      * A NEW CLAIM GOES ON OPEN WITH THE FULL CLAIMED AMOUNT SET AS
      * ITS RESERVE AND NOTHING YET PAID; CLMSETTLE.CBL'S PAYMENT
      * BATCH IS THE ONLY THING THAT MOVES THOSE FIELDS AFTERWARDS.
      * THE CLAIM IS SCORED BEFORE IT GOES ON, SO ITS OWN RECORD IS
      * NOT YET ON THE MASTER WHEN THE CLAIM-COUNT RULE WALKS IT.
       2500-CLMMAST-WRITE-PARA.
           MOVE POLICYNO OF POLICY_REC   TO WS-SCR-POLICYNO.
           MOVE CUSTOMERID OF POLICY_REC TO WS-SCR-CUSTOMERID.
           MOVE LOBCODE OF POLICY_REC    TO WS-SCR-LOBCODE.
           MOVE START-DATE OF POLICY_REC TO WS-SCR-START-DATE.
           MOVE END-DATE OF POLICY_REC   TO WS-SCR-END-DATE.
           MOVE ZEROES TO WS-CLAIM-SCORE.
           MOVE SPACES TO WS-SCR-REASONS.
           MOVE 1 TO WS-SCR-REASON-PTR.
           IF WS-RULE-CNT > 0
               PERFORM 2800-CLAIM-SCORE-PARA
                   VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-CNT
           END-IF.

           MOVE SPACES TO CLMMAST-REC.
           MOVE CIN-CLAIMNO            TO CLM-CLAIMNO.
           MOVE CIN-POLICYNO           TO CLM-POLICYNO.
           MOVE WS-SCR-LOBCODE         TO CLM-LOBCODE.
           MOVE CIN-LOSS-DATE          TO CLM-LOSS-DATE.
           MOVE CIN-AMOUNT             TO CLM-AMOUNT.
           SET CLM-OPEN TO TRUE.
           MOVE CIN-AMOUNT             TO CLM-RESERVE.
           MOVE ZEROES                 TO CLM-PAID.
           MOVE WS-CLAIM-SCORE         TO CLM-SCORE.
           IF WS-CLAIM-SCORE > 0
               AND WS-CLAIM-SCORE >= WS-REFER-THRESHOLD
               SET CLM-REFERRED TO TRUE
           END-IF.
           WRITE CLMMAST-REC
               INVALID KEY
                   SET CLAIM-INVALID TO TRUE
           END-WRITE.
           IF CLAIM-VALID
               ADD 1 TO WS-REGISTERED-CNT
               MOVE CLMMAST-REC TO WS-JRN-IMAGE
               PERFORM 2550-JOURNAL-WRITE-PARA
               IF WS-LIMIT-CNT > 0
                   PERFORM 2700-LIMIT-CHECK-PARA
               END-IF
               IF CLM-REFERRED
                   PERFORM 2990-REFERRAL-WRITE-PARA
               END-IF
           END-IF.

       2550-JOURNAL-WRITE-PARA.
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

      * FLAGS A REGISTERED CLAIM WHOSE AMOUNT EXCEEDS ITS LOB'S
           END-IF.

       2750-LIMIT-FIND-ONE-PARA.
           IF WS-LIM-LOBCODE(WS-LIMIT-SRCH-IDX) = WS-SCR-LOBCODE
               SET WS-LIMIT-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-LIMIT-SRCH-IDX
           END-IF.

      * APPLIES ONE RULE FROM THE TABLE TO THE INCOMING CLAIM. A RULE
      * THAT FIRES ADDS ITS POINTS TO THE SCORE AND ITS CODE TO THE
      * REASONS. AN UNKNOWN RULE CODE NEVER FIRES.
       2800-CLAIM-SCORE-PARA.
           MOVE 'N' TO WS-SCR-RULE-HIT-SW.
           EVALUATE WS-RUL-CODE(WS-RULE-IDX)
               WHEN 'INCEPT'
                   PERFORM 2810-RULE-INCEPT-PARA
               WHEN 'CLMCOUNT'
                   PERFORM 2820-RULE-CLMCOUNT-PARA
               WHEN 'ARREARS'
                   PERFORM 2830-RULE-ARREARS-PARA
               WHEN 'NEAREND'
                   PERFORM 2840-RULE-NEAREND-PARA
               WHEN 'NEARLIM'
                   PERFORM 2850-RULE-NEARLIM-PARA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-SCR-RULE-HIT
               ADD WS-RUL-POINTS(WS-RULE-IDX) TO WS-CLAIM-SCORE
                   ON SIZE ERROR
                       MOVE 999 TO WS-CLAIM-SCORE
               END-ADD
               STRING WS-RUL-CODE(WS-RULE-IDX) DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   INTO WS-SCR-REASONS
                   WITH POINTER WS-SCR-REASON-PTR
               END-STRING
           END-IF.

      * LOSS WITHIN THE RULE'S NUMBER OF DAYS OF THE POLICY INCEPTING.
       2810-RULE-INCEPT-PARA.
           MOVE WS-SCR-START-DATE TO WS-DATEVAL-DATE.
           CALL 'DATEVAL' USING WS-DATEVAL-DATE, WS-DATEVAL-RESULT.
           IF WS-DATEVAL-RESULT = 'Y'
               COMPUTE WS-LOSS-DAYS =
                   FUNCTION INTEGER-OF-DATE(CIN-LOSS-DATE)
               COMPUTE WS-BOUND-DAYS = FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WS-SCR-START-DATE))
               COMPUTE WS-GAP-DAYS = WS-LOSS-DAYS - WS-BOUND-DAYS
               IF WS-GAP-DAYS < WS-RUL-LIMIT(WS-RULE-IDX)
                   SET WS-SCR-RULE-HIT TO TRUE
               END-IF
           END-IF.

      * THE CLAIMANT'S CLAIMS WITH A LOSS IN THE SAME CALENDAR YEAR,
      * ACROSS EVERY POLICY THEY HOLD AND COUNTING THIS ONE, REACH
      * THE RULE'S COUNT.
       2820-RULE-CLMCOUNT-PARA.
           MOVE 1 TO WS-CUST-CLAIM-CNT.
           MOVE CIN-LOSS-DATE(1:4) TO WS-LOSS-YEAR.
           MOVE 'N' TO WS-POL-CHAIN-END-SW.
           MOVE WS-SCR-CUSTOMERID TO CUSTOMERID OF POLICY_REC.
           START POLICYFYL KEY = CUSTOMERID
               INVALID KEY
                   SET POL-CHAIN-ENDED TO TRUE
           END-START.
           PERFORM 2822-POLICY-CHAIN-PARA UNTIL POL-CHAIN-ENDED.
           IF WS-CUST-CLAIM-CNT >= WS-RUL-LIMIT(WS-RULE-IDX)
               SET WS-SCR-RULE-HIT TO TRUE
           END-IF.

       2822-POLICY-CHAIN-PARA.
           READ POLICYFYL NEXT
               AT END
                   SET POL-CHAIN-ENDED TO TRUE
               NOT AT END
                   IF CUSTOMERID OF POLICY_REC NOT = WS-SCR-CUSTOMERID
                       SET POL-CHAIN-ENDED TO TRUE
                   ELSE
                       PERFORM 2824-CLAIM-CHAIN-PARA
                   END-IF
           END-READ.

      * WALKS THE CLM-POLICYNO ALTERNATE CHAIN FOR THE POLICY IN
      * POLICY_REC, COUNTING CLAIMS WHOSE LOSS FELL IN THE LOSS YEAR.
       2824-CLAIM-CHAIN-PARA.
           MOVE 'N' TO WS-CLM-CHAIN-END-SW.
           MOVE POLICYNO OF POLICY_REC TO CLM-POLICYNO.
           START CLMMAST KEY = CLM-POLICYNO
               INVALID KEY
                   SET CLM-CHAIN-ENDED TO TRUE
           END-START.
           PERFORM 2826-CLAIM-COUNT-PARA UNTIL CLM-CHAIN-ENDED.

       2826-CLAIM-COUNT-PARA.
           READ CLMMAST NEXT
               AT END
                   SET CLM-CHAIN-ENDED TO TRUE
               NOT AT END
                   IF CLM-POLICYNO NOT = POLICYNO OF POLICY_REC
                       SET CLM-CHAIN-ENDED TO TRUE
                   ELSE
                       MOVE CLM-LOSS-DATE TO WS-CHAIN-LOSS-DATE
                       IF WS-CHAIN-LOSS-YEAR = WS-LOSS-YEAR
                           ADD 1 TO WS-CUST-CLAIM-CNT
                       END-IF
                   END-IF
           END-READ.

      * OUTSTANDING ARREARS ON THE CLAIM'S POLICY AT OR OVER THE
      * RULE'S AMOUNT.
       2830-RULE-ARREARS-PARA.
           MOVE WS-SCR-POLICYNO TO WS-LEDG-KEY-X.
           PERFORM 1400-ARREARS-FIND-PARA.
           IF WS-ARR-FOUND
               AND WS-ARR-OUTSTANDING(WS-ARR-SRCH-IDX)
                   >= WS-RUL-LIMIT(WS-RULE-IDX)
               SET WS-SCR-RULE-HIT TO TRUE
           END-IF.

      * LOSS WITHIN THE RULE'S NUMBER OF DAYS OF THE POLICY EXPIRING.
       2840-RULE-NEAREND-PARA.
           MOVE WS-SCR-END-DATE TO WS-DATEVAL-DATE.
           CALL 'DATEVAL' USING WS-DATEVAL-DATE, WS-DATEVAL-RESULT.
           IF WS-DATEVAL-RESULT = 'Y'
               COMPUTE WS-LOSS-DAYS =
                   FUNCTION INTEGER-OF-DATE(CIN-LOSS-DATE)
               COMPUTE WS-BOUND-DAYS = FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WS-SCR-END-DATE))
               COMPUTE WS-GAP-DAYS = WS-BOUND-DAYS - WS-LOSS-DAYS
               IF WS-GAP-DAYS < WS-RUL-LIMIT(WS-RULE-IDX)
                   SET WS-SCR-RULE-HIT TO TRUE
               END-IF
           END-IF.

      * CLAIMED AMOUNT AT OR OVER THE RULE'S PERCENTAGE OF THE LOB
      * LIMIT. A LOB WITH NO LIMIT ENTRY CANNOT FIRE THIS RULE.
       2850-RULE-NEARLIM-PARA.
           IF WS-LIMIT-CNT > 0
               MOVE 'N' TO WS-LIMIT-FOUND-SW
               MOVE 1 TO WS-LIMIT-SRCH-IDX
               PERFORM 2750-LIMIT-FIND-ONE-PARA
                   UNTIL WS-LIMIT-SRCH-IDX > WS-LIMIT-CNT
                      OR WS-LIMIT-FOUND
               IF WS-LIMIT-FOUND
                   COMPUTE WS-NEAR-LIMIT-AMT ROUNDED =
                       WS-LIM-MAX(WS-LIMIT-SRCH-IDX)
                       * WS-RUL-LIMIT(WS-RULE-IDX) / 100
                   IF CIN-AMOUNT >= WS-NEAR-LIMIT-AMT
                       SET WS-SCR-RULE-HIT TO TRUE
                   END-IF
               END-IF
           END-IF.

       2990-REFERRAL-WRITE-PARA.
           ADD 1 TO WS-REFERRED-CNT.
           MOVE CIN-AMOUNT TO WS-FORMATTED-AMOUNT.
           MOVE WS-CLAIM-SCORE TO WS-FORMATTED-SCORE.
           MOVE SPACES TO REFERRPT-REC.
           STRING CIN-CLAIMNO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CIN-POLICYNO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-FORMATTED-AMOUNT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-FORMATTED-SCORE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-SCR-REASONS DELIMITED BY SIZE
               INTO REFERRPT-REC.
           WRITE REFERRPT-REC.

       2600-CLMREJ-WRITE-PARA.
           MOVE CIN-CLAIMNO    TO CRJ-CLAIMNO.
           MOVE CIN-POLICYNO   TO CRJ-POLICYNO.
           CLOSE CLMMAST.
           CLOSE CLMREJ.
           CLOSE OVERRPT.
           CLOSE REFERRPT.

      * RESOLVES EVERY FILE ASSIGNMENT FROM THE EXTERNAL FILE
      * CONFIGURATION BEFORE ANYTHING IS OPENED, REPORTING EACH
           MOVE 'CLMOVERRPT' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-OVERRPT-PATH.
           MOVE 'CLAIMRULES' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-RULEFL-PATH.
           MOVE 'ARREARSLEDGE' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-LEDGFL-PATH.
           MOVE 'CLMREFERRAL' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-REFERRPT-PATH.

       0060-FILECFG-ONE-PARA.
           CALL 'FILECFG' USING WS-CFG-NAME, WS-CFG-PATH,

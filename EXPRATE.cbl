       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPRATE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * SAME ASSIGN/LAYOUT/KEYS AS POLICY.CBL'S POLICYFYL. READ BY
      * POLICY NUMBER FOR A RENEWAL'S CUSTOMER AND LOB, THEN WALKED
      * ON THE CUSTOMERID ALTERNATE CHAIN FOR THE CUSTOMER'S WHOLE
      * BOOK, THE SAME WALK CUST360.CBL DOES.
           SELECT POLICYFYL ASSIGN TO DYNAMIC
           WS-POLICYFYL-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS POLICYNO
           ALTERNATE RECORD KEY IS CUSTOMERID WITH DUPLICATES
           FILE STATUS WS-POLICYFYL-STATUS.

      * CLAIMS MASTER (CLAIMREG.CBL'S INDEXED CLMMAST), EACH BOOK
      * POLICY'S CLAIMS TAKEN OFF THE CLM-POLICYNO ALTERNATE CHAIN.
           SELECT CLMMAST ASSIGN TO DYNAMIC
           WS-CLMMAST-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLM-CLAIMNO
           ALTERNATE RECORD KEY IS CLM-POLICYNO WITH DUPLICATES
           FILE STATUS WS-CLMMAST-STATUS.

      * EXPERIENCE-RATING PARAMETERS, EXTERNAL SO UNDERWRITING CAN
      * MOVE THE LADDERS WITHOUT A RECOMPILE. ONE LINE PER STEP:
      *   'W' - CLAIMS LOOKBACK WINDOW IN YEARS (THRESHOLD)
      *   'B' - NO-CLAIM BONUS PERCENT FOR AT LEAST THRESHOLD
      *         CLAIM-FREE YEARS
      *   'L' - CLAIMS LOADING PERCENT FOR AT LEAST THRESHOLD
      *         CLAIMS INSIDE THE WINDOW
      * LOBCODE '*' APPLIES TO ANY LINE OF BUSINESS THAT HAS NO
      * LADDER OF ITS OWN.
           SELECT EXPRPARM ASSIGN TO DYNAMIC
           WS-EXPRPARM-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-EXPRPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * SAME LAYOUT AS POLICY.CBL'S POLICY_REC.
       FD  POLICYFYL.
       01  POLICY_REC.
           05  POLICYNO        PIC     X(08).
           05  CUSTOMERID      PIC     X(08).
           05  LOBCODE         PIC     X(01).
           05  START-DATE      PIC     X(08).
           05  END-DATE        PIC     X(08).
           05  PREMIUM         PIC     X(10).
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

       FD  EXPRPARM.
       01  EXPRPARM-REC.
           05  ERP-TYPE        PIC     X(01).
           05  ERP-LOBCODE     PIC     X(01).
           05  ERP-THRESHOLD   PIC     9(02).
           05  ERP-PCT         PIC     9(3)V99.
           05  FILLER          PIC     X(71).

       WORKING-STORAGE SECTION.
       77  WS-POLICYFYL-PATH           PIC X(80) VALUE SPACES.
       77  WS-CLMMAST-PATH             PIC X(80) VALUE SPACES.
       77  WS-EXPRPARM-PATH            PIC X(80) VALUE SPACES.
       77  WS-CFG-NAME             PIC X(12)   VALUE SPACES.
       77  WS-CFG-PATH             PIC X(80)   VALUE SPACES.
       77  WS-CFG-RESULT           PIC X(01)   VALUE 'N'.

       01  WS-FILE-STATUS.
           05  WS-POLICYFYL-STATUS     PIC X(2).
           05  WS-CLMMAST-STATUS       PIC X(2).
           05  WS-EXPRPARM-STATUS      PIC X(2).

      * THE FILES ARE OPENED AND THE LADDERS LOADED ONCE, ON THE
      * FIRST CALL, AND HELD FOR THE REST OF THE CALLER'S RUN.
       01  WS-SWITCHES.
           05  WS-OPENED-SW            PIC X(01)   VALUE 'N'.
               88  WS-OPENED                       VALUE 'Y'.
           05  WS-AVAILABLE-SW         PIC X(01)   VALUE 'N'.
               88  WS-AVAILABLE                    VALUE 'Y'.
           05  WS-EXPRPARM-EOF-SW      PIC X(01)   VALUE 'N'.
               88  EXPRPARM-EOF                    VALUE 'Y'.
           05  WS-BOOK-END-SW          PIC X(01)   VALUE 'N'.
               88  BOOK-ENDED                      VALUE 'Y'.
           05  WS-CLM-CHAIN-END-SW     PIC X(01)   VALUE 'N'.
               88  CLM-CHAIN-ENDED                 VALUE 'Y'.
           05  WS-STEP-FOUND-SW        PIC X(01)   VALUE 'N'.
               88  WS-STEP-FOUND                   VALUE 'Y'.

      * BONUS AND LOADING LADDERS.
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 200 TIMES.
               10  WS-STEP-TYPE         PIC X(01).
               10  WS-STEP-LOBCODE      PIC X(01).
               10  WS-STEP-THRESHOLD    PIC 9(02).
               10  WS-STEP-PCT          PIC 9(3)V99.
       77  WS-STEP-CNT                 PIC 9(3)    VALUE ZEROES.
       77  WS-STEP-IDX                 PIC 9(3)    VALUE ZEROES.
       77  WS-WINDOW-YRS               PIC 9(02)   VALUE 5.

      * ONE LADDER LOOKUP: THE TYPE WANTED, THE LOB TRIED (THE
      * POLICY'S OWN, THEN '*'), THE COUNT BEING PLACED ON THE
      * LADDER, AND THE HIGHEST STEP IT REACHES.
       77  WS-FIND-TYPE                PIC X(01)   VALUE SPACE.
       77  WS-FIND-LOBCODE             PIC X(01)   VALUE SPACE.
       77  WS-FIND-VALUE               PIC 9(03)   VALUE ZEROES.
       77  WS-BEST-THRESHOLD           PIC 9(02)   VALUE ZEROES.
       77  WS-BEST-PCT                 PIC 9(3)V99 VALUE ZEROES.

      * HISTORY WORK FIELDS. DATES ARE COMPARED AS YYYYMMDD
      * NUMBERS; WHOLE YEARS BETWEEN TWO SUCH DATES ARE THEIR
      * DIFFERENCE DIVIDED BY 10000, TRUNCATED.
       77  WS-BOOK-CUSTOMERID          PIC X(08)   VALUE SPACES.
       77  WS-WINDOW-START             PIC 9(08)   VALUE ZEROES.
       77  WS-LAST-LOSS-DATE           PIC 9(08)   VALUE ZEROES.
       77  WS-FIRST-START-DATE         PIC 9(08)   VALUE ZEROES.
       77  WS-BASE-DATE                PIC 9(08)   VALUE ZEROES.
       77  WS-FREE-YRS                 PIC 9(04)   VALUE ZEROES.
       77  WS-LOADING-CLAIMS           PIC 9(03)   VALUE ZEROES.
       77  WS-CHAIN-POLICYNO           PIC X(08)   VALUE SPACES.

       LINKAGE SECTION.
       COPY 'EXPRCOPY'.

       PROCEDURE DIVISION USING EXPR-AREA.
       0000-MAIN-PARA.
           EVALUATE EXPR-FUNCTION
               WHEN 'R'
                   IF NOT WS-OPENED
                       PERFORM 1000-FILES-OPEN-PARA
                   END-IF
                   PERFORM 2000-RATE-PARA
               WHEN 'C'
                   PERFORM 3000-FILES-CLOSE-PARA
               WHEN OTHER
                   DISPLAY 'EXPRATE: UNKNOWN FUNCTION ' EXPR-FUNCTION
           END-EVALUATE.
           GOBACK.

      * A SERVICE SUBPROGRAM DOES NOT PULL DOWN ITS CALLER: A
      * MISSING CONFIGURATION ENTRY OR FILE MAKES EVERY CALL COME
      * BACK UNRATED, AND THE CALLER PRICES WITHOUT EXPERIENCE.
       1000-FILES-OPEN-PARA.
           SET WS-OPENED TO TRUE.
           SET WS-AVAILABLE TO TRUE.
           MOVE 'POLICYFILE' TO WS-CFG-NAME.
           PERFORM 1050-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-POLICYFYL-PATH.
           MOVE 'CLAIMMASTER' TO WS-CFG-NAME.
           PERFORM 1050-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-CLMMAST-PATH.
           MOVE 'EXPRATEPARM' TO WS-CFG-NAME.
           PERFORM 1050-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-EXPRPARM-PATH.

           IF WS-AVAILABLE
               OPEN INPUT POLICYFYL
               IF WS-POLICYFYL-STATUS NOT = '00'
                   DISPLAY 'EXPRATE: POLICY MASTER NOT AVAILABLE, '
                       'STATUS ' WS-POLICYFYL-STATUS
                   MOVE 'N' TO WS-AVAILABLE-SW
               END-IF
           END-IF.
           IF WS-AVAILABLE
               OPEN INPUT CLMMAST
               IF WS-CLMMAST-STATUS NOT = '00'
                   DISPLAY 'EXPRATE: CLAIMS MASTER NOT AVAILABLE, '
                       'STATUS ' WS-CLMMAST-STATUS
                   CLOSE POLICYFYL
                   MOVE 'N' TO WS-AVAILABLE-SW
               END-IF
           END-IF.
           IF WS-AVAILABLE
               OPEN INPUT EXPRPARM
               IF WS-EXPRPARM-STATUS NOT = '00'
                   DISPLAY 'EXPRATE: NO RATING PARAMETERS, NO BONUS '
                       'OR LOADING WILL BE GIVEN.'
               ELSE
                   PERFORM 1100-EXPRPARM-LOAD-PARA UNTIL EXPRPARM-EOF
                   CLOSE EXPRPARM
               END-IF
           END-IF.

       1050-FILECFG-ONE-PARA.
           CALL 'FILECFG' USING WS-CFG-NAME, WS-CFG-PATH,
               WS-CFG-RESULT.
           IF WS-CFG-RESULT NOT = 'Y'
               DISPLAY 'EXPRATE: FILE PATH NOT CONFIGURED: '
                   WS-CFG-NAME
               MOVE 'N' TO WS-AVAILABLE-SW
           END-IF.

       1100-EXPRPARM-LOAD-PARA.
           READ EXPRPARM
               AT END
                   SET EXPRPARM-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN ERP-THRESHOLD NOT NUMERIC
                           DISPLAY 'EXPRATE: PARAMETER IGNORED: '
                               EXPRPARM-REC
                       WHEN ERP-TYPE = 'W'
                           MOVE ERP-THRESHOLD TO WS-WINDOW-YRS
                       WHEN (ERP-TYPE = 'B' OR ERP-TYPE = 'L')
                           AND ERP-PCT NUMERIC
                           AND WS-STEP-CNT < 200
                           ADD 1 TO WS-STEP-CNT
                           MOVE ERP-TYPE TO WS-STEP-TYPE(WS-STEP-CNT)
                           MOVE ERP-LOBCODE TO
                               WS-STEP-LOBCODE(WS-STEP-CNT)
                           MOVE ERP-THRESHOLD TO
                               WS-STEP-THRESHOLD(WS-STEP-CNT)
                           MOVE ERP-PCT TO WS-STEP-PCT(WS-STEP-CNT)
                       WHEN OTHER
                           DISPLAY 'EXPRATE: PARAMETER IGNORED: '
                               EXPRPARM-REC
                   END-EVALUATE
           END-READ.

      * RATES ONE POLICY OR PROPOSAL. CLAIMS ON THE POLICY ITSELF
      * INSIDE THE WINDOW LOAD IT (A PROPOSAL HAS NO CLAIMS OF ITS
      * OWN, SO THE WHOLE BOOK'S CLAIMS LOAD IT INSTEAD). A CLEAN
      * POLICY ON A BOOK THAT CLAIMED ELSEWHERE IN THE WINDOW GETS
      * NEITHER. A CLEAN BOOK EARNS THE BONUS STEP FOR ITS
      * CLAIM-FREE YEARS, COUNTED FROM THE LAST LOSS OR FROM THE
      * EARLIEST TERM ON THE BOOK, WHICHEVER IS LATER. DENIED
      * CLAIMS ARE NOT LOSSES AND DO NOT COUNT.
       2000-RATE-PARA.
           MOVE ZEROES TO EXPR-POLICY-CLAIMS.
           MOVE ZEROES TO EXPR-BOOK-CLAIMS.
           MOVE ZEROES TO EXPR-BOOK-POLICIES.
           MOVE ZEROES TO EXPR-CLAIM-FREE-YRS.
           MOVE ZEROES TO EXPR-ADJ-PCT.
           MOVE WS-WINDOW-YRS TO EXPR-WINDOW-YRS.
           SET EXPR-NO-ADJUSTMENT TO TRUE.
           MOVE 'N' TO EXPR-RESULT.
           IF WS-AVAILABLE
               PERFORM 2100-SUBJECT-FIND-PARA
           END-IF.
           IF EXPR-RESULT = 'Y'
               PERFORM 2200-BOOK-WALK-PARA
               PERFORM 2500-ADJUSTMENT-PICK-PARA
           END-IF.

      * A RENEWAL NAMES ITS POLICY; THE CUSTOMER AND LOB COME OFF
      * THE MASTER. A PROPOSAL NAMES ITS CUSTOMER AND LOB DIRECTLY.
       2100-SUBJECT-FIND-PARA.
           IF EXPR-POLICYNO = SPACES
               IF EXPR-CUSTOMERID NOT = SPACES
                   MOVE 'Y' TO EXPR-RESULT
               END-IF
           ELSE
               MOVE EXPR-POLICYNO TO POLICYNO OF POLICY_REC
               READ POLICYFYL
                   KEY IS POLICYNO OF POLICY_REC
                   INVALID KEY
                       DISPLAY 'EXPRATE: POLICY NOT ON MASTER: '
                           EXPR-POLICYNO
                   NOT INVALID KEY
                       MOVE CUSTOMERID OF POLICY_REC TO
                           EXPR-CUSTOMERID
                       MOVE LOBCODE OF POLICY_REC TO EXPR-LOBCODE
                       MOVE 'Y' TO EXPR-RESULT
               END-READ
           END-IF.

      * EVERY POLICY THE CUSTOMER HOLDS, AND EVERY CLAIM ON EACH.
       2200-BOOK-WALK-PARA.
           COMPUTE WS-WINDOW-START =
               EXPR-AS-OF-DATE - WS-WINDOW-YRS * 10000.
           MOVE ZEROES TO WS-LAST-LOSS-DATE.
           MOVE 99999999 TO WS-FIRST-START-DATE.
           MOVE EXPR-CUSTOMERID TO WS-BOOK-CUSTOMERID.
           MOVE 'N' TO WS-BOOK-END-SW.
           MOVE WS-BOOK-CUSTOMERID TO CUSTOMERID OF POLICY_REC.
           START POLICYFYL KEY = CUSTOMERID OF POLICY_REC
               INVALID KEY
                   SET BOOK-ENDED TO TRUE
           END-START.
           PERFORM 2250-BOOK-READ-PARA UNTIL BOOK-ENDED.

       2250-BOOK-READ-PARA.
           READ POLICYFYL NEXT
               AT END
                   SET BOOK-ENDED TO TRUE
               NOT AT END
                   IF CUSTOMERID OF POLICY_REC NOT = WS-BOOK-CUSTOMERID
                       SET BOOK-ENDED TO TRUE
                   ELSE
                       IF POLICYNO OF POLICY_REC NOT = '00000000'
                           AND POLICYNO OF POLICY_REC NOT = 'ZZZZZZZZ'
                           PERFORM 2300-BOOK-POLICY-PARA
                       END-IF
                   END-IF
           END-READ.

       2300-BOOK-POLICY-PARA.
           IF EXPR-BOOK-POLICIES < 999
               ADD 1 TO EXPR-BOOK-POLICIES
           END-IF.
           IF START-DATE OF POLICY_REC NUMERIC
               AND START-DATE OF POLICY_REC < WS-FIRST-START-DATE
               MOVE START-DATE OF POLICY_REC TO WS-FIRST-START-DATE
           END-IF.
           MOVE POLICYNO OF POLICY_REC TO WS-CHAIN-POLICYNO.
           MOVE 'N' TO WS-CLM-CHAIN-END-SW.
           MOVE WS-CHAIN-POLICYNO TO CLM-POLICYNO.
           START CLMMAST KEY = CLM-POLICYNO
               INVALID KEY
                   SET CLM-CHAIN-ENDED TO TRUE
           END-START.
           PERFORM 2350-CLAIM-READ-PARA UNTIL CLM-CHAIN-ENDED.

       2350-CLAIM-READ-PARA.
           READ CLMMAST NEXT
               AT END
                   SET CLM-CHAIN-ENDED TO TRUE
               NOT AT END
                   IF CLM-POLICYNO NOT = WS-CHAIN-POLICYNO
                       SET CLM-CHAIN-ENDED TO TRUE
                   ELSE
                       IF NOT CLM-DENIED
                           AND CLM-LOSS-DATE NUMERIC
                           AND CLM-LOSS-DATE <= EXPR-AS-OF-DATE
                           PERFORM 2400-CLAIM-COUNT-PARA
                       END-IF
                   END-IF
           END-READ.

       2400-CLAIM-COUNT-PARA.
           IF CLM-LOSS-DATE > WS-LAST-LOSS-DATE
               MOVE CLM-LOSS-DATE TO WS-LAST-LOSS-DATE
           END-IF.
           IF CLM-LOSS-DATE > WS-WINDOW-START
               IF EXPR-BOOK-CLAIMS < 999
                   ADD 1 TO EXPR-BOOK-CLAIMS
               END-IF
               IF WS-CHAIN-POLICYNO = EXPR-POLICYNO
                   AND EXPR-POLICY-CLAIMS < 999
                   ADD 1 TO EXPR-POLICY-CLAIMS
               END-IF
           END-IF.

       2500-ADJUSTMENT-PICK-PARA.
           IF EXPR-POLICYNO = SPACES
               MOVE EXPR-BOOK-CLAIMS TO WS-LOADING-CLAIMS
           ELSE
               MOVE EXPR-POLICY-CLAIMS TO WS-LOADING-CLAIMS
           END-IF.
           PERFORM 2550-FREE-YEARS-PARA.
           EVALUATE TRUE
               WHEN WS-LOADING-CLAIMS > 0
                   MOVE 'L' TO WS-FIND-TYPE
                   MOVE WS-LOADING-CLAIMS TO WS-FIND-VALUE
                   PERFORM 2600-LADDER-FIND-PARA
                   IF WS-STEP-FOUND
                       SET EXPR-CLAIMS-LOADING TO TRUE
                       MOVE WS-BEST-PCT TO EXPR-ADJ-PCT
                   END-IF
               WHEN EXPR-BOOK-CLAIMS > 0
                   CONTINUE
               WHEN EXPR-BOOK-POLICIES > 0
                   MOVE 'B' TO WS-FIND-TYPE
                   MOVE EXPR-CLAIM-FREE-YRS TO WS-FIND-VALUE
                   PERFORM 2600-LADDER-FIND-PARA
                   IF WS-STEP-FOUND
                       SET EXPR-NO-CLAIM-BONUS TO TRUE
                       MOVE WS-BEST-PCT TO EXPR-ADJ-PCT
                   END-IF
           END-EVALUATE.

       2550-FREE-YEARS-PARA.
           MOVE ZEROES TO WS-FREE-YRS.
           IF EXPR-BOOK-POLICIES > 0
               AND WS-FIRST-START-DATE NOT = 99999999
               MOVE WS-FIRST-START-DATE TO WS-BASE-DATE
               IF WS-LAST-LOSS-DATE > WS-BASE-DATE
                   MOVE WS-LAST-LOSS-DATE TO WS-BASE-DATE
               END-IF
               IF EXPR-AS-OF-DATE > WS-BASE-DATE
                   COMPUTE WS-FREE-YRS =
                       (EXPR-AS-OF-DATE - WS-BASE-DATE) / 10000
               END-IF
           END-IF.
           IF WS-FREE-YRS > 99
               MOVE 99 TO EXPR-CLAIM-FREE-YRS
           ELSE
               MOVE WS-FREE-YRS TO EXPR-CLAIM-FREE-YRS
           END-IF.

      * THE HIGHEST STEP ON THE LOB'S OWN LADDER THE VALUE REACHES;
      * ONLY A LOB WITH NO STEP OF THAT TYPE FALLS BACK TO '*'.
       2600-LADDER-FIND-PARA.
           MOVE EXPR-LOBCODE TO WS-FIND-LOBCODE.
           PERFORM 2650-LADDER-SCAN-PARA.
           IF NOT WS-STEP-FOUND
               MOVE '*' TO WS-FIND-LOBCODE
               PERFORM 2650-LADDER-SCAN-PARA
           END-IF.

       2650-LADDER-SCAN-PARA.
           MOVE 'N' TO WS-STEP-FOUND-SW.
           MOVE ZEROES TO WS-BEST-THRESHOLD.
           MOVE ZEROES TO WS-BEST-PCT.
           PERFORM 2700-LADDER-STEP-PARA
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-CNT.

       2700-LADDER-STEP-PARA.
           IF WS-STEP-TYPE(WS-STEP-IDX) = WS-FIND-TYPE
               AND WS-STEP-LOBCODE(WS-STEP-IDX) = WS-FIND-LOBCODE
               AND WS-STEP-THRESHOLD(WS-STEP-IDX) <= WS-FIND-VALUE
               AND (NOT WS-STEP-FOUND
                OR WS-STEP-THRESHOLD(WS-STEP-IDX) >
                   WS-BEST-THRESHOLD)
               SET WS-STEP-FOUND TO TRUE
               MOVE WS-STEP-THRESHOLD(WS-STEP-IDX) TO
                   WS-BEST-THRESHOLD
               MOVE WS-STEP-PCT(WS-STEP-IDX) TO WS-BEST-PCT
           END-IF.

       3000-FILES-CLOSE-PARA.
           IF WS-OPENED AND WS-AVAILABLE
               CLOSE POLICYFYL
               CLOSE CLMMAST
           END-IF.
           MOVE 'N' TO WS-OPENED-SW.
           MOVE 'N' TO WS-AVAILABLE-SW.

           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-DUNLTR-STATUS.

      * NO-VALID-ADDRESS EXCEPTION LIST: ONE LINE PER NOTICE NOT
      * MAILED BECAUSE THE CUSTOMER IS ON RETURNED-MAIL ADDRESS HOLD
      * (RETMAIL.CBL).
           SELECT NOADDRFL ASSIGN TO DYNAMIC WS-NOADDRFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-NOADDRFL-STATUS.

      * AGENT CONTACT LIST: AN OVERDUE POLICY WHOSE CUSTOMER IS ON
      * ADDRESS HOLD NEVER SAW A NOTICE, SO IT IS NOT LAPSED. IT GOES
      * TO THE SERVICING AGENT TO REACH THE CUSTOMER IN PERSON, ONE
      * FIXED-LAYOUT RECORD PER POLICY SO THE LIST CAN BE SORTED BY
      * AGENT.
           SELECT AGTCONT ASSIGN TO DYNAMIC WS-AGTCONT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-AGTCONT-STATUS.

      * LAPSE-FOR-NONPAYMENT TRANSACTIONS IN POLMAINT.CBL'S POLTRAN
      * FORMAT ('C' WITH STATUS 'L'), SO THE ACTUAL MASTER UPDATE
      * RUNS THROUGH THE MAINTENANCE GATE WITH ITS REGISTER AND
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-LAPSETRAN-STATUS.

      * SAME ASSIGN/LAYOUT AS DDRESPONSE.CBL'S DDFAIL: DIRECT DEBITS
      * THE BANK RETURNED UNPAID, WITH ITS REASON CODE. OPTIONAL -- A
      * MISSING FILE SIMPLY MEANS NO DIRECT-DEBIT FAILURES TO QUOTE.
           SELECT DDFAIL ASSIGN TO DYNAMIC WS-DDFAIL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-DDFAIL-STATUS.

      * EXTERNALLY-SUPPLIED RUN DATE (RUNPARM.CPY), SAME MISSING-FILE
      * DEFAULTING AS POLICY.CBL.
           SELECT RUNPARM ASSIGN TO DYNAMIC WS-RUNPARM-PATH
           05  CUST-CUSTOMERID PIC     X(08).
           05  CUST-CUSTNAME   PIC     X(30).
           05  CUST-CUSTADDR   PIC     X(40).
           05  CUST-ADDR-PARTS REDEFINES CUST-CUSTADDR.
               10  CUST-ADDR-LINES PIC X(26).
               10  CUST-ADDR-CITY  PIC X(14).
           05  CUST-ADDR-HOLD  PIC     X(01).
               88  CUST-ADDRESS-HELD           VALUE 'H'.
           05  CUST-HOLD-RSN   PIC     X(01).
           05  CUST-HOLD-DATE  PIC     X(08).
           05  CUST-POSTCODE   PIC     X(06).
           05  CUST-REGION     PIC     X(04).
           05  CUST-ADDR-STAT  PIC     X(01).
               88  CUST-ADDR-VALIDATED         VALUE 'V'.
               88  CUST-ADDR-UNRESOLVED        VALUE 'U'.
           05  FILLER          PIC     X(01).

      * SAME LAYOUT AS POLICY.CBL'S POLICY_REC.
       FD  POLICYFYL.
       FD  DUNLTR.
       01  DUNLTR-REC              PIC X(80).

       FD  NOADDRFL.
       01  NOADDRFL-REC            PIC X(80).

       FD  AGTCONT.
       01  AGTCONT-REC.
           05  ACT-AGENT-ID        PIC X(05).
           05  ACT-POLICYNO        PIC X(08).
           05  ACT-CUSTOMERID      PIC X(08).
           05  ACT-NOTICE-LEVEL    PIC 9(01).
           05  ACT-OUTSTANDING     PIC 9(9)V99.
           05  ACT-DAYS-OVERDUE    PIC 9(05).
           05  ACT-HOLD-RSN        PIC X(01).
           05  ACT-HOLD-DATE       PIC X(08).
           05  ACT-CUSTNAME        PIC X(30).
           05  FILLER              PIC X(03).

      * SAME LAYOUT AS POLMAINT.CBL'S POLTRAN-REC.
       FD  LAPSETRAN.
       01  LAPSETRAN-REC.
           05  TRN-STATUS      PIC     X(01).
           05  FILLER          PIC     X(54).

       FD  DDFAIL.
       01  DDFAIL-REC.
           05  FLR-POLICYNO        PIC 9(07).
           05  FLR-DUE-DATE        PIC 9(08).
           05  FLR-AMOUNT          PIC 9(8)V99.
           05  FLR-REASON          PIC X(04).
           05  FLR-FAIL-DATE       PIC 9(08).
           05  FLR-REFERENCE       PIC X(18).
           05  FILLER              PIC X(25).

       FD  RUNPARM.
       COPY 'RUNPARM'.

       77  WS-POLICYFYL-PATH           PIC X(80) VALUE SPACES.
       77  WS-DUNPARM-PATH             PIC X(80) VALUE SPACES.
       77  WS-DUNLTR-PATH              PIC X(80) VALUE SPACES.
       77  WS-NOADDRFL-PATH            PIC X(80) VALUE SPACES.
       77  WS-AGTCONT-PATH             PIC X(80) VALUE SPACES.
       77  WS-LAPSETRAN-PATH           PIC X(80) VALUE SPACES.
       77  WS-DDFAIL-PATH              PIC X(80) VALUE SPACES.
       77  WS-RUNPARM-PATH             PIC X(80) VALUE SPACES.
       77  WS-CFG-NAME             PIC X(12)   VALUE SPACES.
       77  WS-CFG-PATH             PIC X(80)   VALUE SPACES.
           05  WS-POLICYFYL-STATUS     PIC X(2).
           05  WS-DUNPARM-STATUS       PIC X(2).
           05  WS-DUNLTR-STATUS        PIC X(2).
           05  WS-NOADDRFL-STATUS      PIC X(2).
           05  WS-AGTCONT-STATUS       PIC X(2).
           05  WS-LAPSETRAN-STATUS     PIC X(2).
           05  WS-DDFAIL-STATUS        PIC X(2).
           05  WS-RUNPARM-STATUS       PIC X(2).

       01  WS-EOF-SWITCHES.
               88  LEDGFL-EOF                      VALUE 'Y'.
           05  WS-POLICYFL-EOF-SW      PIC X(01)   VALUE 'N'.
               88  POLICYFL-EOF                    VALUE 'Y'.
           05  WS-DDFAIL-EOF-SW        PIC X(01)   VALUE 'N'.
               88  DDFAIL-EOF                      VALUE 'Y'.
           05  WS-CUSTFL-AVAIL-SW      PIC X(01)   VALUE 'N'.
               88  CUSTFL-AVAILABLE                VALUE 'Y'.
           05  WS-POLICYFYL-AVAIL-SW   PIC X(01)   VALUE 'N'.
       77  WS-SECOND-DAYS              PIC 9(3)    VALUE 30.
       77  WS-FINAL-DAYS               PIC 9(3)    VALUE 60.

      * THRESHOLDS AS READ FROM DUNPARM, TAKEN UP ONLY WHEN THE FILE,
      * EXACTLY AS IT STANDS, CARRIES A MAKER-CHECKER APPROVAL. THE
      * APPROVAL STANDS FOR EVERY NIGHT'S RUN UNTIL THE FILE IS NEXT
      * CHANGED (SEE PARMCHK.CBL).
       77  WS-PRM-GRACE-DAYS           PIC 9(3)    VALUE ZEROES.
       77  WS-PRM-SECOND-DAYS          PIC 9(3)    VALUE ZEROES.
       77  WS-PRM-FINAL-DAYS           PIC 9(3)    VALUE ZEROES.
       77  WS-PRM-READ-SW              PIC X(01)   VALUE 'N'.
           88  WS-PRM-READ                         VALUE 'Y'.
       77  WS-APR-PARM-NAME            PIC X(12)   VALUE 'DUNPARM'.
       77  WS-APR-PROGRAM              PIC X(10)   VALUE 'DUNNING'.
       77  WS-APR-ONCE-SW              PIC X(01)   VALUE 'N'.
       77  WS-APR-RESULT               PIC X(01)   VALUE 'N'.
           88  WS-PARM-APPROVED                    VALUE 'Y'.

      * RUN DATE AND ITS DAY NUMBER FOR THE OVERDUE ARITHMETIC, THE
      * SAME INTEGER-OF-DATE TECHNIQUE RECEIPTS.CBL AGES WITH.
       77  WS-RUN-DATE                 PIC 9(8)    VALUE ZEROES.

      * PER-POLICY ARREARS ROLLED UP FROM THE LEDGER'S INSTALLMENT
      * ENTRIES: TOTAL OUTSTANDING AND THE OLDEST OVERDUE AGE, WHICH
      * DRIVES THE NOTICE LEVEL, AND THE BANK'S REASON CODE WHEN AN
      * OVERDUE INSTALLMENT WAS A DIRECT DEBIT RETURNED UNPAID.
       01  WS-ARREARS-TABLE.
           05  WS-ARR-ENTRY OCCURS 2000 TIMES.
               10  WS-ARR-POLICYNO      PIC 9(07).
               10  WS-ARR-OUTSTANDING   PIC 9(9)V99.
               10  WS-ARR-MAX-OVERDUE   PIC S9(8).
               10  WS-ARR-DD-REASON     PIC X(04).
       77  WS-ARR-CNT                  PIC 9(4)    VALUE ZEROES.
       77  WS-ARR-SRCH-IDX             PIC 9(4)    VALUE ZEROES.
       77  WS-ARR-FOUND-SW             PIC X(01)   VALUE 'N'.
       77  WS-ARR-IDX                  PIC 9(4)    VALUE ZEROES.
       77  WS-ARR-OVFL-CNT             PIC 9(4)    VALUE ZEROES.

      * RETURNED DIRECT DEBITS BY POLICY AND DUE DATE. A DEBIT
      * RETURNED MORE THAN ONCE KEEPS ITS LATEST REASON.
       01  WS-DDFAIL-TABLE.
           05  WS-DDF-ENTRY OCCURS 2000 TIMES.
               10  WS-DDF-POLICYNO      PIC 9(07).
               10  WS-DDF-DUE-DATE      PIC 9(08).
               10  WS-DDF-REASON        PIC X(04).
       77  WS-DDF-CNT                  PIC 9(4)    VALUE ZEROES.
       77  WS-DDF-SRCH-IDX             PIC 9(4)    VALUE ZEROES.
       77  WS-DDF-FOUND-SW             PIC X(01)   VALUE 'N'.
           88  WS-DDF-FOUND                        VALUE 'Y'.
       77  WS-DDF-MATCH-POLICYNO       PIC 9(07)   VALUE ZEROES.
       77  WS-DDF-MATCH-DUE-DATE       PIC 9(08)   VALUE ZEROES.

      * POLICY-TO-CUSTOMER LINK TABLE LOADED FROM THE EXTRACT
      * MASTER.
       01  WS-POLCUST-TABLE.
           05  WS-LAPSE-TRAN-CNT       PIC 9(6)    VALUE ZEROES.
           05  WS-CUST-MISS-CNT        PIC 9(6)    VALUE ZEROES.
           05  WS-MASTER-MISS-CNT      PIC 9(6)    VALUE ZEROES.
           05  WS-DD-RETURN-CNT        PIC 9(6)    VALUE ZEROES.
           05  WS-ADDR-HELD-CNT        PIC 9(6)    VALUE ZEROES.

       77  WS-FORMATTED-AMOUNT         PIC Z(6)9.99.

           DISPLAY 'CUSTOMER LOOKUPS MISSED: ', WS-CUST-MISS-CNT.
           DISPLAY 'POLICIES NOT ON INDEXED MASTER: ',
               WS-MASTER-MISS-CNT.
           DISPLAY 'NOTICES QUOTING A RETURNED DIRECT DEBIT: ',
               WS-DD-RETURN-CNT.
           DISPLAY 'ADDRESS HELD, ROUTED TO AGENT NOT LAPSED: ',
               WS-ADDR-HELD-CNT.
           IF WS-ARR-OVFL-CNT > 0
               DISPLAY 'OVERDUE POLICIES NOT PROCESSED, TABLE '
                   'FULL: ', WS-ARR-OVFL-CNT
           END-IF.

           PERFORM 1100-DUNPARM-LOAD-PARA.
           PERFORM 1200-DDFAIL-LOAD-PARA.
           PERFORM 1050-RUNPARM-LOAD-PARA.
           COMPUTE WS-RUN-DATE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           OPEN OUTPUT LAPSETRAN.
           DISPLAY 'FILE STATUS FOR LAPSETRAN:', WS-LAPSETRAN-STATUS.

           OPEN OUTPUT NOADDRFL.
           DISPLAY 'FILE STATUS FOR NOADDRFL:', WS-NOADDRFL-STATUS.
           MOVE 'NO VALID ADDRESS - ARREARS NOTICES NOT MAILED'
               TO NOADDRFL-REC.
           WRITE NOADDRFL-REC.

           OPEN OUTPUT AGTCONT.
           DISPLAY 'FILE STATUS FOR AGTCONT:', WS-AGTCONT-STATUS.

       1050-RUNPARM-LOAD-PARA.
           OPEN INPUT RUNPARM.
           IF WS-RUNPARM-STATUS NOT = '00' THEN
                       IF DUN-GRACE-DAYS NUMERIC
                           AND DUN-SECOND-DAYS NUMERIC
                           AND DUN-FINAL-DAYS NUMERIC
                           MOVE DUN-GRACE-DAYS TO WS-PRM-GRACE-DAYS
                           MOVE DUN-SECOND-DAYS TO WS-PRM-SECOND-DAYS
                           MOVE DUN-FINAL-DAYS TO WS-PRM-FINAL-DAYS
                           SET WS-PRM-READ TO TRUE
                       ELSE
                           DISPLAY 'DUNPARM MALFORMED, DEFAULT '
                               'THRESHOLDS USED.'
               END-READ
               CLOSE DUNPARM
           END-IF.
           IF WS-PRM-READ
               PERFORM 1150-DUNPARM-APPROVE-PARA
           END-IF.

      * AN UNAPPROVED CHANGE TO THE THRESHOLDS NEVER REACHES A
      * CUSTOMER: THE NOTICES GO OUT ON THE DEFAULTS AND THE RUN
      * ENDS RC 8 SO THE CHANGE IS CHASED FOR SIGN-OFF.
       1150-DUNPARM-APPROVE-PARA.
           CALL 'PARMCHK' USING WS-APR-PARM-NAME, WS-APR-PROGRAM,
               WS-APR-ONCE-SW, WS-APR-RESULT.
           IF WS-PARM-APPROVED
               MOVE WS-PRM-GRACE-DAYS TO WS-GRACE-DAYS
               MOVE WS-PRM-SECOND-DAYS TO WS-SECOND-DAYS
               MOVE WS-PRM-FINAL-DAYS TO WS-FINAL-DAYS
           ELSE
               DISPLAY 'DUNPARM NOT APPROVED, DEFAULT THRESHOLDS '
                   'USED.'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       1200-DDFAIL-LOAD-PARA.
           OPEN INPUT DDFAIL.
           IF WS-DDFAIL-STATUS NOT = '00' THEN
               DISPLAY 'NO RETURNED DIRECT DEBITS ON FILE.'
           ELSE
               PERFORM 1250-DDFAIL-READ-PARA UNTIL DDFAIL-EOF
               CLOSE DDFAIL
           END-IF.

       1250-DDFAIL-READ-PARA.
           READ DDFAIL
               AT END
                   SET DDFAIL-EOF TO TRUE
               NOT AT END
                   IF FLR-POLICYNO NUMERIC AND FLR-DUE-DATE NUMERIC
                       MOVE FLR-POLICYNO TO WS-DDF-MATCH-POLICYNO
                       MOVE FLR-DUE-DATE TO WS-DDF-MATCH-DUE-DATE
                       PERFORM 2300-DDFAIL-FIND-PARA
                       IF WS-DDF-FOUND
                           MOVE FLR-REASON TO
                               WS-DDF-REASON(WS-DDF-SRCH-IDX)
                       ELSE
                           PERFORM 1260-DDFAIL-ADD-PARA
                       END-IF
                   END-IF
           END-READ.

       1260-DDFAIL-ADD-PARA.
           IF WS-DDF-CNT < 2000
               ADD 1 TO WS-DDF-CNT
               MOVE FLR-POLICYNO TO WS-DDF-POLICYNO(WS-DDF-CNT)
               MOVE FLR-DUE-DATE TO WS-DDF-DUE-DATE(WS-DDF-CNT)
               MOVE FLR-REASON TO WS-DDF-REASON(WS-DDF-CNT)
           ELSE
               DISPLAY 'WS-DDFAIL-TABLE FULL, ENTRY IGNORED: '
                   FLR-POLICYNO ' ' FLR-DUE-DATE
           END-IF.

       1500-POLICYFL-LOAD-PARA.
           READ POLICYFL
                           WS-ARR-OUTSTANDING(WS-ARR-SRCH-IDX)
                       MOVE ZEROES TO
                           WS-ARR-MAX-OVERDUE(WS-ARR-SRCH-IDX)
                       MOVE SPACES TO
                           WS-ARR-DD-REASON(WS-ARR-SRCH-IDX)
                   ELSE
                       ADD 1 TO WS-ARR-OVFL-CNT
                   END-IF
                       MOVE WS-DAYS-OVERDUE TO
                           WS-ARR-MAX-OVERDUE(WS-ARR-SRCH-IDX)
                   END-IF
                   PERFORM 2150-DD-RETURN-TAG-PARA
               END-IF
           END-IF.

      * AN OVERDUE INSTALLMENT WHOSE DIRECT DEBIT CAME BACK UNPAID
      * CARRIES THE BANK'S REASON ONTO THE POLICY'S NOTICE.
       2150-DD-RETURN-TAG-PARA.
           MOVE LEDG-POLICYNO TO WS-DDF-MATCH-POLICYNO.
           MOVE LEDG-DUE-DATE TO WS-DDF-MATCH-DUE-DATE.
           PERFORM 2300-DDFAIL-FIND-PARA.
           IF WS-DDF-FOUND
               MOVE WS-DDF-REASON(WS-DDF-SRCH-IDX) TO
                   WS-ARR-DD-REASON(WS-ARR-SRCH-IDX)
           END-IF.

       2200-ARREARS-FIND-PARA.
           MOVE 'N' TO WS-ARR-FOUND-SW.
           MOVE 1 TO WS-ARR-SRCH-IDX.
               ADD 1 TO WS-ARR-SRCH-IDX
           END-IF.

       2300-DDFAIL-FIND-PARA.
           MOVE 'N' TO WS-DDF-FOUND-SW.
           MOVE 1 TO WS-DDF-SRCH-IDX.
           PERFORM 2350-DDFAIL-FIND-ONE-PARA
               UNTIL WS-DDF-SRCH-IDX > WS-DDF-CNT
                  OR WS-DDF-FOUND.

       2350-DDFAIL-FIND-ONE-PARA.
           IF WS-DDF-POLICYNO(WS-DDF-SRCH-IDX) =
                   WS-DDF-MATCH-POLICYNO
               AND WS-DDF-DUE-DATE(WS-DDF-SRCH-IDX) =
                   WS-DDF-MATCH-DUE-DATE
               SET WS-DDF-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-DDF-SRCH-IDX
           END-IF.

      * ONE NOTICE PER OVERDUE POLICY PAST ITS GRACE: THE LEVEL
      * COMES FROM THE OLDEST OVERDUE AGE, AND A FINAL NOTICE ALSO
      * EMITS THE LAPSE TRANSACTION. A RETURNED DIRECT DEBIT GETS NO
      * GRACE -- THE CUSTOMER IS TOLD AT ONCE SO THEY CAN PAY BY
      * OTHER MEANS. A CUSTOMER ON RETURNED-MAIL ADDRESS HOLD GETS
      * NO NOTICE AND, HAVING HAD NONE, IS NEVER LAPSED: THE POLICY
      * GOES TO THE AGENT CONTACT LIST INSTEAD.
       2500-NOTICE-ONE-PARA.
           MOVE ZEROES TO WS-NOTICE-LEVEL.
           EVALUATE TRUE
               WHEN WS-ARR-MAX-OVERDUE(WS-ARR-IDX) <= WS-GRACE-DAYS
                AND WS-ARR-DD-REASON(WS-ARR-IDX) = SPACES
                   CONTINUE
               WHEN WS-ARR-MAX-OVERDUE(WS-ARR-IDX) <= WS-SECOND-DAYS
                   MOVE 1 TO WS-NOTICE-LEVEL
               WHEN WS-ARR-MAX-OVERDUE(WS-ARR-IDX) <= WS-FINAL-DAYS
                   MOVE 2 TO WS-NOTICE-LEVEL
               WHEN OTHER
                   MOVE 3 TO WS-NOTICE-LEVEL
           END-EVALUATE.
           IF WS-NOTICE-LEVEL > 0
               PERFORM 2650-CUST-LOOKUP-PARA
               IF WS-CUST-FOUND AND CUST-ADDRESS-HELD
                   PERFORM 2700-ADDRESS-HOLD-PARA
               ELSE
                   PERFORM 2600-NOTICE-WRITE-PARA
                   IF WS-NOTICE-LEVEL = 3
                       PERFORM 2800-LAPSE-TRAN-PARA
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO WS-ARR-IDX.

       2600-NOTICE-WRITE-PARA.
           EVALUATE WS-NOTICE-LEVEL
               WHEN 1
                   ADD 1 TO WS-FIRST-NOTICE-CNT
               WHEN 2
                   ADD 1 TO WS-SECOND-NOTICE-CNT
               WHEN OTHER
                   ADD 1 TO WS-FINAL-NOTICE-CNT
           END-EVALUATE.
           MOVE ALL '-' TO DUNLTR-REC.
           WRITE DUNLTR-REC.

           IF WS-CUST-FOUND
               MOVE CUST-CUSTNAME TO DUNLTR-REC
               WRITE DUNLTR-REC
               MOVE SPACES TO DUNLTR-REC
               STRING CUST-CUSTADDR DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   CUST-POSTCODE DELIMITED BY SIZE
                   INTO DUNLTR-REC
               WRITE DUNLTR-REC
           ELSE
               ADD 1 TO WS-CUST-MISS-CNT
               INTO DUNLTR-REC.
           WRITE DUNLTR-REC.

           IF WS-ARR-DD-REASON(WS-ARR-IDX) NOT = SPACES
               MOVE SPACES TO DUNLTR-REC
               STRING 'YOUR DIRECT DEBIT WAS RETURNED UNPAID BY YOUR '
                   DELIMITED BY SIZE
                   'BANK, REASON ' DELIMITED BY SIZE
                   WS-ARR-DD-REASON(WS-ARR-IDX) DELIMITED BY SIZE
                   INTO DUNLTR-REC
               END-STRING
               WRITE DUNLTR-REC
               ADD 1 TO WS-DD-RETURN-CNT
           END-IF.

           MOVE 'PLEASE PAY YOUR BRANCH IMMEDIATELY.' TO DUNLTR-REC.
           WRITE DUNLTR-REC.

               ADD 1 TO WS-PC-SRCH-IDX
           END-IF.

      * THE HELD NOTICE IS LISTED FOR THE BRANCH AND THE POLICY IS
      * HANDED TO ITS SERVICING AGENT FROM THE INDEXED MASTER. A
      * POLICY NOT ON THE MASTER IS STILL LISTED, WITH NO AGENT.
       2700-ADDRESS-HOLD-PARA.
           ADD 1 TO WS-ADDR-HELD-CNT.
           MOVE WS-ARR-POLICYNO(WS-ARR-IDX) TO WS-POL-KEY-NUM.
           MOVE SPACES TO NOADDRFL-REC.
           STRING 'CUSTOMER ' DELIMITED BY SIZE
               CUST-CUSTOMERID DELIMITED BY SIZE
               ' POLICY ' DELIMITED BY SIZE
               WS-POL-KEY-X DELIMITED BY SIZE
               ' HOLD ' DELIMITED BY SIZE
               CUST-HOLD-RSN DELIMITED BY SIZE
               ' SINCE ' DELIMITED BY SIZE
               CUST-HOLD-DATE DELIMITED BY SIZE
               ' ARREARS NOTICE ' DELIMITED BY SIZE
               WS-NOTICE-LEVEL DELIMITED BY SIZE
               INTO NOADDRFL-REC.
           WRITE NOADDRFL-REC.

           MOVE SPACES TO AGTCONT-REC.
           IF POLICYFYL-AVAILABLE
               MOVE WS-POL-KEY-X TO PFY-POLICYNO
               READ POLICYFYL
                   INVALID KEY
                       ADD 1 TO WS-MASTER-MISS-CNT
                   NOT INVALID KEY
                       MOVE PFY-AGENT-ID TO ACT-AGENT-ID
               END-READ
           END-IF.
           MOVE WS-POL-KEY-X TO ACT-POLICYNO.
           MOVE CUST-CUSTOMERID TO ACT-CUSTOMERID.
           MOVE WS-NOTICE-LEVEL TO ACT-NOTICE-LEVEL.
           MOVE WS-ARR-OUTSTANDING(WS-ARR-IDX) TO ACT-OUTSTANDING.
           MOVE WS-ARR-MAX-OVERDUE(WS-ARR-IDX) TO ACT-DAYS-OVERDUE.
           MOVE CUST-HOLD-RSN TO ACT-HOLD-RSN.
           MOVE CUST-HOLD-DATE TO ACT-HOLD-DATE.
           MOVE CUST-CUSTNAME TO ACT-CUSTNAME.
           WRITE AGTCONT-REC.

      * THE LAPSE ITSELF GOES OUT AS A POLTRAN CHANGE CARRYING THE
      * MASTER'S CURRENT IMAGE WITH STATUS 'L', SO POLMAINT.CBL
      * APPLIES IT THROUGH ITS NORMAL REGISTER AND ENDORSEMENT
           END-IF.
           CLOSE DUNLTR.
           CLOSE LAPSETRAN.
           CLOSE NOADDRFL.
           CLOSE AGTCONT.

      * RESOLVES EVERY FILE ASSIGNMENT FROM THE EXTERNAL FILE
      * CONFIGURATION BEFORE ANYTHING IS OPENED, REPORTING EACH
           MOVE 'LAPSETRANS' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-LAPSETRAN-PATH.
           MOVE 'DUNNOADDR' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-NOADDRFL-PATH.
           MOVE 'DUNAGTCONT' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-AGTCONT-PATH.
           MOVE 'DDFAILURES' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-DDFAIL-PATH.
           MOVE 'RUNPARM2' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-RUNPARM-PATH.

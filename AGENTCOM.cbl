       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * SAME ASSIGN/LAYOUT/KEY AS POLICY.CBL'S POLICYFYL, SCANNED TOP
      * TO BOTTOM THE SAME WAY DQAUDIT.CBL READS THIS MASTER. THE
      * LEDGER ROLLUP ALSO READS IT BY KEY FOR THE AGENT A POLICY
      * IS ON NOW, SO ACCESS IS DYNAMIC.
           SELECT POLICYFYL ASSIGN TO DYNAMIC
           WS-POLICYFYL-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS POLICYNO
           ALTERNATE RECORD KEY IS CUSTOMERID WITH DUPLICATES
           FILE STATUS WS-POLICYFYL-STATUS.

      * AGENT MASTER: ONE LINE PER PRODUCING AGENT WITH THE GRADE THE
      * COMMISSION RATE TABLE IS KEYED ON, AND THE AGENT'S CURRENT
      * REPORTING LINE (TEAM LEADER OR BRANCH MANAGER) WITH THE DATE
      * IT TOOK EFFECT. AGTTERM.CBL MARKS A LEAVER TERMINATED WITH
      * THE LEAVING DATE; NOTHING FALLING DUE AFTER IT EARNS THEM
      * COMMISSION.
           SELECT AGENTFL ASSIGN TO DYNAMIC
           WS-AGENTFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-RATEFL-STATUS.

      * EARLIER REPORTING LINES, ONE PER AGENT PER TEAM THEY HAVE
      * SINCE MOVED OUT OF, WITH THE DATES THEY HELD. A MOVE CLOSES
      * THE MASTER'S LINE HERE AND PUTS THE NEW ONE ON THE MASTER,
      * SO COLLECTIONS DUE BEFORE THE MOVE STILL EARN THE OLD
      * MANAGER THEIR OVERRIDE.
           SELECT HIERFL ASSIGN TO DYNAMIC
           WS-HIERFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-HIERFL-STATUS.

      * OVERRIDE RATE TABLE BY LEVEL ABOVE THE PRODUCING AGENT
      * (1 = THEIR OWN TEAM LEADER, 2 = THE NEXT MANAGER UP, ...),
      * EXTERNAL THE SAME WAY AS THE COMMISSION RATE TABLE.
           SELECT OVRRATE ASSIGN TO DYNAMIC
           WS-OVRRATE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-OVRRATE-STATUS.

      * ONE TEAM PRODUCTION STATEMENT PER MANAGER: EVERY AGENT IN
      * THE TEAM BELOW THEM, THE COMMISSION THAT AGENT EARNED AND
      * THE OVERRIDE IT EARNED THE MANAGER, SEPARATED FOR BURSTING
      * THE SAME WAY AS THE AGENT STATEMENTS.
           SELECT TEAMSTMT ASSIGN TO DYNAMIC
           WS-TEAMSTMT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-TEAMSTMT-STATUS.

      * PER-AGENT COMMISSION STATEMENT PLUS A RUN CONTROL TOTAL.
           SELECT COMMRPT ASSIGN TO DYNAMIC
           WS-COMMRPT-PATH
           RECORD KEY IS LEDG-KEY
           FILE STATUS WS-LEDGFL-STATUS.

      * ENDORSEMENT HISTORY POLMAINT.CBL KEEPS. ONLY THE AGENT
      * REASSIGNMENTS AGTTERM.CBL LEAVES ARE WANTED: ACTION 'A' WITH
      * A BEFORE IMAGE (A NEW-BUSINESS 'A' HAS NONE) AND A CHANGED
      * AGENT. AN INSTALLMENT DUE BEFORE A REASSIGNMENT TOOK EFFECT
      * STILL EARNS THE AGENT THE POLICY WAS MOVED AWAY FROM.
           SELECT ENDHFL ASSIGN TO DYNAMIC
           WS-ENDHFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-ENDHFL-STATUS.

      * EXTERNALLY-SUPPLIED RUN DATE (RUNPARM.CPY), SAME MISSING-FILE
      * DEFAULTING AS POLICY.CBL, USED BY THE MID-TERM LAPSE TEST AND
      * THE CLAWBACK PRORATION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-AGTPAYCTL-STATUS.

      * COMMISSION REVERSALS RCPTREV.CBL WRITES FOR DISHONOURED
      * RECEIPTS. LOADED WHOLE AT OPEN AND REWRITTEN AT CLOSE WITH
      * TONIGHT'S LINES MARKED CONSUMED, THE SAME TABLE-THEN-REWRITE
      * IDIOM PREMADJ.CBL USES, SO EACH ONE IS SHOWN ON EXACTLY ONE
      * STATEMENT.
           SELECT COMMREV ASSIGN TO DYNAMIC
           WS-COMMREV-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-COMMREV-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * SAME LAYOUT AS POLICY.CBL'S POLICY_REC.
           05  AGT-GRADE       PIC     X(01).
           05  AGT-LICENSE-NO  PIC     X(10).
           05  AGT-LICENSE-EXP PIC     9(08).
           05  AGT-REPORTS-TO  PIC     X(05).
           05  AGT-RPT-EFF-FROM
                               PIC     9(08).
           05  AGT-STATUS      PIC     X(01).
               88  AGT-TERMINATED              VALUE 'T'.
           05  AGT-LEAVE-DATE  PIC     X(08).
           05  FILLER          PIC     X(04).

       FD  HIERFL.
       01  HIERFL-REC.
           05  HIR-AGENT-ID    PIC     X(05).
           05  HIR-REPORTS-TO  PIC     X(05).
           05  HIR-EFF-FROM    PIC     9(08).
           05  HIR-EFF-TO      PIC     9(08).
           05  FILLER          PIC     X(54).

       FD  OVRRATE.
       01  OVRRATE-REC.
           05  OVR-LEVEL       PIC     9(01).
           05  OVR-PCT         PIC     9V99.
           05  FILLER          PIC     X(76).

       FD  TEAMSTMT.
       01  TEAMSTMT-REC                PIC X(80).

       FD  RATEFL.
       01  RATEFL-REC.
           05  LEDG-PAID           PIC 9(8)V99.
           05  LEDG-OUTSTANDING    PIC 9(8)V99.
           05  LEDG-INVOICE-NO     PIC 9(08).
           05  LEDG-WRITTEN-OFF    PIC 9(8)V99.
           05  LEDG-TAX-AMOUNT     PIC 9(8)V99.
           05  FILLER              PIC X(07).

      * SAME LAYOUT AS POLMAINT.CBL'S ENDHFL-REC.
       FD  ENDHFL.
       01  ENDHFL-REC.
           05  ENDH-EFF-DATE   PIC     9(08).
           05  ENDH-RUN-TIME   PIC     9(06).
           05  ENDH-ACTION     PIC     X(01).
           05  ENDH-POLICYNO   PIC     X(08).
           05  ENDH-BEFORE     PIC     X(103).
           05  ENDH-AFTER      PIC     X(103).

       FD  RUNPARM.
       COPY 'RUNPARM'.
           05  PCT-PAID-TO-DATE        PIC 9(9)V99.
           05  FILLER                  PIC X(64).

      * SAME LAYOUT AS RCPTREV.CBL'S COMMREV-REC.
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

       WORKING-STORAGE SECTION.
      * RESOLVED FILE PATHS. EVERY ASSIGNMENT COMES FROM THE
      * EXTERNAL FILE CONFIGURATION (FILECFG) AT STARTUP -- SEE
       77  WS-AGTSTMT-PATH             PIC X(80) VALUE SPACES.
       77  WS-AGTPAY-PATH              PIC X(80) VALUE SPACES.
       77  WS-AGTPAYCTL-PATH           PIC X(80) VALUE SPACES.
       77  WS-COMMREV-PATH             PIC X(80) VALUE SPACES.
       77  WS-HIERFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-OVRRATE-PATH             PIC X(80) VALUE SPACES.
       77  WS-TEAMSTMT-PATH            PIC X(80) VALUE SPACES.
       77  WS-ENDHFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-CFG-NAME             PIC X(12)   VALUE SPACES.
       77  WS-CFG-PATH             PIC X(80)   VALUE SPACES.
       77  WS-CFG-RESULT           PIC X(01)   VALUE 'N'.
           05  WS-AGTSTMT-STATUS       PIC X(2).
           05  WS-AGTPAY-STATUS        PIC X(2).
           05  WS-AGTPAYCTL-STATUS     PIC X(2).
           05  WS-COMMREV-STATUS       PIC X(2).
           05  WS-HIERFL-STATUS        PIC X(2).
           05  WS-OVRRATE-STATUS       PIC X(2).
           05  WS-TEAMSTMT-STATUS      PIC X(2).
           05  WS-ENDHFL-STATUS        PIC X(2).

       01  WS-EOF-SWITCHES.
           05  WS-POLICYFYL-EOF-SW     PIC X(01)   VALUE 'N'.
               88  LEDGFL-EOF                      VALUE 'Y'.
           05  WS-PAYCTL-EOF-SW        PIC X(01)   VALUE 'N'.
               88  PAYCTL-EOF                      VALUE 'Y'.
           05  WS-COMMREV-EOF-SW       PIC X(01)   VALUE 'N'.
               88  COMMREV-EOF                     VALUE 'Y'.
           05  WS-LEDGFL-OPEN-SW       PIC X(01)   VALUE 'N'.
               88  LEDGFL-OPEN                     VALUE 'Y'.
           05  WS-HIERFL-EOF-SW        PIC X(01)   VALUE 'N'.
               88  HIERFL-EOF                      VALUE 'Y'.
           05  WS-OVRRATE-EOF-SW       PIC X(01)   VALUE 'N'.
               88  OVRRATE-EOF                     VALUE 'Y'.
           05  WS-ENDHFL-EOF-SW        PIC X(01)   VALUE 'N'.
               88  ENDHFL-EOF                      VALUE 'Y'.

      * AGENT MASTER TABLE. COMMISSION IS ACCUMULATED IN PLACE PER
      * AGENT AS POLICIES ARE READ.
               10  WS-AGT-PREMIUM-TOT   PIC 9(9)V99.
               10  WS-AGT-COMM-TOT      PIC 9(9)V99.
               10  WS-AGT-CLAW-TOT      PIC 9(9)V99.
               10  WS-AGT-REV-TOT       PIC 9(9)V99.
               10  WS-AGT-OVR-TOT       PIC 9(9)V99.
               10  WS-AGT-OVR-CLAW-TOT  PIC 9(9)V99.
               10  WS-AGT-TEAM-SW       PIC X(01).
               10  WS-AGT-STATUS        PIC X(01).
               10  WS-AGT-LEAVE-DATE    PIC 9(08).
               10  WS-AGT-WITHHELD-TOT  PIC 9(9)V99.
       77  WS-AGENT-CNT                PIC 9(4)    VALUE ZEROES.
       77  WS-AGENT-SRCH-IDX           PIC 9(4)    VALUE ZEROES.
       77  WS-AGENT-FOUND-SW           PIC X(01)   VALUE 'N'.
           88  WS-AGENT-FOUND                      VALUE 'Y'.
       77  WS-FIND-AGENT-ID            PIC X(05)   VALUE SPACES.

      * AGENT REASSIGNMENTS FROM THE ENDORSEMENT HISTORY: THE POLICY,
      * THE AGENT IT WAS MOVED AWAY FROM AND THE DAY THE MOVE TOOK
      * EFFECT. AN INSTALLMENT BELONGS TO THE FROM-AGENT OF THE
      * EARLIEST MOVE TAKING EFFECT AFTER ITS DUE DATE, OR TO THE
      * AGENT THE POLICY IS ON NOW IF THERE IS NONE.
       01  WS-RA-TABLE.
           05  WS-RA-ENTRY OCCURS 2000 TIMES.
               10  WS-RA-POLICYNO       PIC X(08).
               10  WS-RA-FROM-AGENT     PIC X(05).
               10  WS-RA-EFF-DATE       PIC 9(08).
       77  WS-RA-CNT                   PIC 9(4)    VALUE ZEROES.
       77  WS-RA-IDX                   PIC 9(4)    VALUE ZEROES.
       77  WS-RA-FOUND-SW              PIC X(01)   VALUE 'N'.
           88  WS-RA-FOUND                         VALUE 'Y'.

      * THE AGENT ONE INSTALLMENT BELONGS TO. AN INSTALLMENT FALLING
      * DUE AFTER THAT AGENT'S LEAVING DATE IS WITHHELD: COUNTED AND
      * SHOWN ON THE LEAVER'S FINAL STATEMENT, NEVER EARNED.
       77  WS-INST-AGENT-ID            PIC X(05)   VALUE SPACES.
       77  WS-INST-EFF-DATE            PIC 9(08)   VALUE ZEROES.
       77  WS-INST-WITHHELD-SW         PIC X(01)   VALUE 'N'.
           88  WS-INST-WITHHELD                    VALUE 'Y'.
       77  WS-WITHHELD-CNT             PIC 9(6)    VALUE ZEROES.
       77  WS-WITHHELD-TOTAL           PIC 9(9)V99 VALUE ZEROES.
       77  WS-POLICY-COLL-SW           PIC X(01)   VALUE 'N'.
           88  WS-POLICY-COLLECTED                 VALUE 'Y'.

      * REPORTING LINES: THE MASTER'S CURRENT LINE (OPEN-ENDED, EFF-TO
      * ZERO) PLUS EVERY CLOSED LINE FROM THE HISTORY FILE. THE
      * MANAGER OF AN AGENT ON A GIVEN DATE IS THE LINE WHOSE DATES
      * SPAN IT.
       01  WS-HIER-TABLE.
           05  WS-HIER-ENTRY OCCURS 2000 TIMES.
               10  WS-HIER-AGENT-ID     PIC X(05).
               10  WS-HIER-REPORTS-TO   PIC X(05).
               10  WS-HIER-EFF-FROM     PIC 9(08).
               10  WS-HIER-EFF-TO       PIC 9(08).
       77  WS-HIER-CNT                 PIC 9(4)    VALUE ZEROES.
       77  WS-HIER-SRCH-IDX            PIC 9(4)    VALUE ZEROES.
       77  WS-HIER-FOUND-SW            PIC X(01)   VALUE 'N'.
           88  WS-HIER-FOUND                       VALUE 'Y'.

      * OVERRIDE RATE BY LEVEL ABOVE THE PRODUCING AGENT. A LEVEL
      * WITH NO RATE EARNS NO OVERRIDE BUT THE WALK CONTINUES UP.
       01  WS-OVR-TABLE.
           05  WS-OVR-ENTRY OCCURS 9 TIMES.
               10  WS-OVR-PCT           PIC 9V99.
       77  WS-OVR-LOADED-CNT           PIC 9(4)    VALUE ZEROES.

      * OVERRIDE WALK FOR ONE PAID INSTALLMENT: THE PRODUCING AGENT,
      * THE AGENT WHOSE MANAGER IS BEING LOOKED UP, AND HOW MANY
      * LEVELS UP THE WALK HAS GONE. THE WALK STOPS AT THE TOP OF
      * THE TREE OR AT WS-OVR-MAX-LEVEL, WHICHEVER COMES FIRST, SO A
      * REPORTING LOOP IN THE MASTER CANNOT RUN AWAY.
       77  WS-DOWN-IDX                 PIC 9(4)    VALUE ZEROES.
       77  WS-WALK-IDX                 PIC 9(4)    VALUE ZEROES.
       77  WS-WALK-LEVEL               PIC 9(4)    VALUE ZEROES.
       77  WS-OVR-MAX-LEVEL            PIC 9(4)    VALUE 9.
       77  WS-INST-COLLECTED           PIC 9(9)V99 VALUE ZEROES.
       77  WS-INST-COMMISSION          PIC 9(8)V99 VALUE ZEROES.
       77  WS-OVERRIDE                 PIC 9(8)V99 VALUE ZEROES.
       77  WS-OVR-CLAWBACK             PIC 9(8)V99 VALUE ZEROES.
       77  WS-OVR-GRAND-TOTAL          PIC 9(9)V99 VALUE ZEROES.
       77  WS-OVR-CLAW-GRAND-TOTAL     PIC 9(9)V99 VALUE ZEROES.
       77  WS-OVR-INST-CNT             PIC 9(6)    VALUE ZEROES.
       77  WS-MGR-MISS-CNT             PIC 9(6)    VALUE ZEROES.

      * TEAM PRODUCTION PER MANAGER AND TEAM MEMBER, FILLED DURING
      * THE OVERRIDE WALK AND PRINTED ON THE TEAM STATEMENTS. A
      * MEMBER WHO MOVED TEAMS SHOWS UNDER EACH MANAGER FOR WHAT
      * FELL DUE ON THAT MANAGER'S WATCH.
       01  WS-TEAM-TABLE.
           05  WS-TEAM-ENTRY OCCURS 3000 TIMES.
               10  WS-TEAM-MGR-IDX      PIC 9(4).
               10  WS-TEAM-AGENT-IDX    PIC 9(4).
               10  WS-TEAM-LEVEL        PIC 9(1).
               10  WS-TEAM-COLLECTED    PIC 9(9)V99.
               10  WS-TEAM-COMMISSION   PIC 9(9)V99.
               10  WS-TEAM-OVERRIDE     PIC 9(9)V99.
               10  WS-TEAM-OVR-CLAW     PIC 9(9)V99.
       77  WS-TEAM-CNT                 PIC 9(4)    VALUE ZEROES.
       77  WS-TEAM-SRCH-IDX            PIC 9(4)    VALUE ZEROES.
       77  WS-TEAM-FOUND-SW            PIC X(01)   VALUE 'N'.
           88  WS-TEAM-FOUND                       VALUE 'Y'.
       77  WS-TEAM-OVFL-CNT            PIC 9(4)    VALUE ZEROES.
       77  WS-TEAM-IDX                 PIC 9(4)    VALUE ZEROES.
       77  WS-TEAM-COLL-TOT            PIC 9(9)V99 VALUE ZEROES.
       77  WS-TEAM-COMM-TOT            PIC 9(9)V99 VALUE ZEROES.
       77  WS-TEAM-LINE-CNT            PIC 9(4)    VALUE ZEROES.
       77  WS-FORMATTED-OVR            PIC Z(8)9.99.

      * COMMISSION RATE TABLE KEYED ON LOBCODE + GRADE.
       01  WS-RATE-TABLE.
           88  WS-RATE-FOUND                       VALUE 'Y'.
       77  WS-RATE                     PIC 9V99    VALUE ZEROES.

      * OUTBOUND MANIFEST ENTRY FOR A FILE THIS RUN HAS WRITTEN FOR
      * AN OUTSIDE PARTY (SEE MANIFREG.CBL).
       77  WS-MAN-PROGRAM              PIC X(10)   VALUE 'AGENTCOM'.
       77  WS-MAN-FILE-NAME            PIC X(12)   VALUE SPACES.
       77  WS-MAN-REC-CNT              PIC 9(6)    VALUE ZEROES.
       77  WS-MAN-AMOUNT               PIC 9(11)V99 VALUE ZEROES.
       77  WS-MAN-SEQ-NO               PIC 9(6)    VALUE ZEROES.
       77  WS-MAN-RESULT               PIC X(01)   VALUE SPACE.
       77  WS-MAN-HOLD-RC              PIC S9(4) COMP  VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-POLICYFYL-RD-CNT     PIC 9(6)    VALUE ZEROES.
           05  WS-NO-AGENT-CNT         PIC 9(6)    VALUE ZEROES.
           05  WS-NO-COLLECT-CNT       PIC 9(6)    VALUE ZEROES.
           05  WS-CLAWBACK-CNT         PIC 9(6)    VALUE ZEROES.

      * COLLECTED PREMIUM PER POLICY AND EARNING AGENT, ROLLED UP
      * FROM THE LEDGER'S INSTALLMENT ENTRIES AT STARTUP, NET OF THE
      * TAX BILLED WITH EACH INSTALLMENT -- TAX IS NOT PREMIUM AND
      * EARNS NOTHING. A POLICY REASSIGNED OFF A LEAVER HAS ONE
      * ENTRY FOR THE LEAVER AND ONE FOR THE SERVICING AGENT.
      * THE POLICY SCAN ADDS THE PRODUCING AGENT, THE RATE AND THE
      * COMMISSION/CLAWBACK SO THE OVERRIDE WALK CAN PRICE EACH
      * INSTALLMENT THE SAME WAY. THE LEDGER CARRIES THE
      * 7-DIGIT NUMERIC POLICY KEY OF THE EXTRACT MASTER, SO IT IS
      * ZERO-PADDED TO THE INDEXED MASTER'S 8-BYTE KEY THROUGH
      * WS-LEDG-KEY-X, THE SAME NORMALIZATION RECONPOL.CBL APPLIES
       01  WS-COLL-TABLE.
           05  WS-COLL-ENTRY OCCURS 5000 TIMES.
               10  WS-COLL-POLICYNO     PIC X(08).
               10  WS-COLL-AGENT-ID     PIC X(05).
               10  WS-COLL-PAID         PIC 9(9)V99.
               10  WS-COLL-AGENT-IDX    PIC 9(4).
               10  WS-COLL-RATE         PIC 9V99.
               10  WS-COLL-COMMISSION   PIC 9(8)V99.
               10  WS-COLL-CLAWBACK     PIC 9(8)V99.
       77  WS-COLL-CNT                 PIC 9(4)    VALUE ZEROES.
       77  WS-COLL-SRCH-IDX            PIC 9(4)    VALUE ZEROES.
       77  WS-COLL-FOUND-SW            PIC X(01)   VALUE 'N'.
       77  WS-PTD-IDX                  PIC 9(4)    VALUE ZEROES.
       77  WS-PAY-INCREMENT            PIC S9(9)V99 VALUE ZEROES.

      * THE WHOLE COMMISSION REVERSAL FILE AS RECORD IMAGES, WITH
      * A WORKING VIEW OF EACH LINE CONSUMED TONIGHT: THE AGENT IT
      * BELONGS TO AND THE COMMISSION IT TAKES BACK. A FILE TOO BIG
      * FOR THE TABLE IS LEFT UNTOUCHED FOR THE NEXT RUN RATHER THAN
      * REWRITTEN SHORT.
       01  WS-CREV-TABLE.
           05  WS-CREV-ENTRY OCCURS 2000 TIMES
                                       PIC X(80).
       01  WS-CREVW-TABLE.
           05  WS-CREVW-ENTRY OCCURS 2000 TIMES.
               10  WS-CREVW-AGENT-IDX   PIC 9(4).
               10  WS-CREVW-COMMISSION  PIC 9(8)V99.
       77  WS-CREV-CNT                 PIC 9(4)    VALUE ZEROES.
       77  WS-CREV-IDX                 PIC 9(4)    VALUE ZEROES.
       77  WS-CREV-FULL-SW             PIC X(01)   VALUE 'N'.
           88  WS-CREV-FULL                        VALUE 'Y'.
       77  WS-CREV-CONSUMED-CNT        PIC 9(6)    VALUE ZEROES.
       77  WS-CREV-NO-AGENT-CNT        PIC 9(6)    VALUE ZEROES.
       77  WS-REV-GRAND-TOTAL          PIC 9(9)V99 VALUE ZEROES.

       77  WS-COLLECTED                PIC 9(9)V99 VALUE ZEROES.
       77  WS-COMMISSION               PIC 9(8)V99 VALUE ZEROES.
       77  WS-CLAWBACK                 PIC 9(8)V99 VALUE ZEROES.
           PERFORM 1000-FILES-OPEN-PARA.
           IF WS-POLICYFYL-STATUS = '00' THEN
               PERFORM 1500-AGENTFL-LOAD-PARA UNTIL AGENTFL-EOF
               PERFORM 1600-HIERFL-LOAD-PARA UNTIL HIERFL-EOF
               PERFORM 1650-OVRRATE-LOAD-PARA UNTIL OVRRATE-EOF
               PERFORM 1700-RATEFL-LOAD-PARA UNTIL RATEFL-EOF
               PERFORM 1800-LEDGFL-LOAD-PARA UNTIL LEDGFL-EOF
               PERFORM 1990-POLICYFYL-REWIND-PARA
               PERFORM 2000-POLICYFYL-READ-PARA UNTIL POLICYFYL-EOF
               PERFORM 2700-COMMREV-APPLY-PARA
               PERFORM 2800-OVERRIDE-ROLLUP-PARA
               PERFORM 3500-STATEMENT-REPORT-PARA
               PERFORM 3600-AGENT-STATEMENTS-PARA
               PERFORM 3670-TEAM-STATEMENTS-PARA
               PERFORM 3700-PAYMENT-FILE-PARA
               PERFORM 3750-PAY-MANIFEST-PARA
               PERFORM 3800-PAYCTL-REWRITE-PARA
               PERFORM 3860-COMMREV-REWRITE-PARA
           ELSE
               DISPLAY 'POLICYFYL CANNOT BE OPENED.'
               MOVE 16 TO RETURN-CODE
           DISPLAY 'POLICIES WITH NOTHING COLLECTED: ',
               WS-NO-COLLECT-CNT.
           DISPLAY 'MID-TERM LAPSES CLAWED BACK: ', WS-CLAWBACK-CNT.
           DISPLAY 'AGENT REASSIGNMENTS LOADED: ', WS-RA-CNT.
           DISPLAY 'INSTALLMENTS WITHHELD, AGENT LEFT: ',
               WS-WITHHELD-CNT.
           DISPLAY 'PREMIUM WITHHELD, AGENT LEFT: ', WS-WITHHELD-TOTAL.
           DISPLAY 'TOTAL COMMISSION EARNED: ', WS-COMM-GRAND-TOTAL.
           DISPLAY 'TOTAL CLAWED BACK: ', WS-CLAW-GRAND-TOTAL.
           DISPLAY 'PAYMENT LINES WRITTEN: ', WS-AGTPAY-WT-CNT.
           DISPLAY 'COMMISSION REVERSALS SHOWN: ',
               WS-CREV-CONSUMED-CNT.
           DISPLAY 'COMMISSION REVERSALS WITH NO AGENT: ',
               WS-CREV-NO-AGENT-CNT.
           DISPLAY 'TOTAL COMMISSION REVERSED: ', WS-REV-GRAND-TOTAL.
           DISPLAY 'INSTALLMENTS ROLLED UP FOR OVERRIDES: ',
               WS-OVR-INST-CNT.
           DISPLAY 'MANAGERS NOT ON MASTER: ', WS-MGR-MISS-CNT.
           DISPLAY 'TOTAL OVERRIDES EARNED: ', WS-OVR-GRAND-TOTAL.
           DISPLAY 'TOTAL OVERRIDES CLAWED BACK: ',
               WS-OVR-CLAW-GRAND-TOTAL.
           IF WS-TEAM-OVFL-CNT > 0
               DISPLAY 'TEAM STATEMENT LINES DROPPED, TABLE FULL: ',
                   WS-TEAM-OVFL-CNT
               IF RETURN-CODE = 0
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-DETAIL-OVFL-CNT > 0
               DISPLAY 'STATEMENT LINES DROPPED, TABLE FULL: ',
                   WS-DETAIL-OVFL-CNT
               SET AGENTFL-EOF TO TRUE
           END-IF.

           OPEN INPUT HIERFL.
           DISPLAY 'FILE STATUS FOR HIERFL:', WS-HIERFL-STATUS.
           IF WS-HIERFL-STATUS NOT = '00'
               DISPLAY 'NO REPORTING LINE HISTORY, CURRENT LINES ONLY.'
               SET HIERFL-EOF TO TRUE
           END-IF.

           MOVE ZEROES TO WS-OVR-TABLE.
           OPEN INPUT OVRRATE.
           DISPLAY 'FILE STATUS FOR OVRRATE:', WS-OVRRATE-STATUS.
           IF WS-OVRRATE-STATUS NOT = '00'
               DISPLAY 'OVERRIDE RATE TABLE NOT FOUND, NO OVERRIDES.'
               SET OVRRATE-EOF TO TRUE
           END-IF.

           OPEN INPUT RATEFL.
           DISPLAY 'FILE STATUS FOR RATEFL:', WS-RATEFL-STATUS.
           IF WS-RATEFL-STATUS NOT = '00'
               DISPLAY 'ARREARS LEDGER NOT FOUND, NOTHING COLLECTED '
                   'SO NOTHING IS EARNED.'
               SET LEDGFL-EOF TO TRUE
           ELSE
               SET LEDGFL-OPEN TO TRUE
           END-IF.

           OPEN OUTPUT COMMRPT.
           OPEN OUTPUT AGTPAY.
           DISPLAY 'FILE STATUS FOR AGTPAY:', WS-AGTPAY-STATUS.

           OPEN OUTPUT TEAMSTMT.
           DISPLAY 'FILE STATUS FOR TEAMSTMT:', WS-TEAMSTMT-STATUS.

           PERFORM 1900-PAYCTL-LOAD-PARA.

           OPEN INPUT COMMREV.
           DISPLAY 'FILE STATUS FOR COMMREV:', WS-COMMREV-STATUS.
           IF WS-COMMREV-STATUS = '00'
               PERFORM 1960-COMMREV-LOAD-PARA UNTIL COMMREV-EOF
               CLOSE COMMREV
               IF WS-CREV-FULL
                   DISPLAY 'COMMISSION REVERSAL FILE EXCEEDS '
                       'WS-CREV-TABLE, NONE APPLIED.'
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

           OPEN INPUT ENDHFL.
           DISPLAY 'FILE STATUS FOR ENDHFL:', WS-ENDHFL-STATUS.
           IF WS-ENDHFL-STATUS = '00'
               PERFORM 1680-ENDHFL-LOAD-PARA UNTIL ENDHFL-EOF
               CLOSE ENDHFL
           ELSE
               DISPLAY 'NO ENDORSEMENT HISTORY, NO REASSIGNMENTS.'
           END-IF.

           PERFORM 1050-RUNPARM-LOAD-PARA.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-X.
           COMPUTE WS-RUN-DAYS =
                       MOVE ZEROES TO WS-AGT-PREMIUM-TOT(WS-AGENT-CNT)
                       MOVE ZEROES TO WS-AGT-COMM-TOT(WS-AGENT-CNT)
                       MOVE ZEROES TO WS-AGT-CLAW-TOT(WS-AGENT-CNT)
                       MOVE ZEROES TO WS-AGT-REV-TOT(WS-AGENT-CNT)
                       MOVE ZEROES TO WS-AGT-OVR-TOT(WS-AGENT-CNT)
                       MOVE ZEROES TO
                           WS-AGT-OVR-CLAW-TOT(WS-AGENT-CNT)
                       MOVE 'N' TO WS-AGT-TEAM-SW(WS-AGENT-CNT)
                       MOVE AGT-STATUS TO WS-AGT-STATUS(WS-AGENT-CNT)
                       MOVE ZEROES TO
                           WS-AGT-WITHHELD-TOT(WS-AGENT-CNT)
                       IF AGT-TERMINATED AND AGT-LEAVE-DATE NUMERIC
                           MOVE AGT-LEAVE-DATE TO
                               WS-AGT-LEAVE-DATE(WS-AGENT-CNT)
                       ELSE
                           MOVE 'A' TO WS-AGT-STATUS(WS-AGENT-CNT)
                           MOVE ZEROES TO
                               WS-AGT-LEAVE-DATE(WS-AGENT-CNT)
                       END-IF
                       IF AGT-REPORTS-TO NOT = SPACES
                           PERFORM 1550-MASTER-LINE-ADD-PARA
                       END-IF
                   ELSE
                       DISPLAY 'WS-AGENT-TABLE FULL, ENTRY IGNORED: '
                           AGT-ID
                   END-IF
           END-READ.

      * THE MASTER'S REPORTING LINE IS THE CURRENT ONE, OPEN-ENDED
      * FROM THE DATE IT TOOK EFFECT. NO DATE MEANS IT HAS ALWAYS
      * HELD.
       1550-MASTER-LINE-ADD-PARA.
           IF WS-HIER-CNT < 2000
               ADD 1 TO WS-HIER-CNT
               MOVE AGT-ID TO WS-HIER-AGENT-ID(WS-HIER-CNT)
               MOVE AGT-REPORTS-TO TO WS-HIER-REPORTS-TO(WS-HIER-CNT)
               IF AGT-RPT-EFF-FROM NUMERIC
                   MOVE AGT-RPT-EFF-FROM TO
                       WS-HIER-EFF-FROM(WS-HIER-CNT)
               ELSE
                   MOVE ZEROES TO WS-HIER-EFF-FROM(WS-HIER-CNT)
               END-IF
               MOVE ZEROES TO WS-HIER-EFF-TO(WS-HIER-CNT)
           ELSE
               DISPLAY 'WS-HIER-TABLE FULL, LINE IGNORED: ' AGT-ID
               MOVE 16 TO RETURN-CODE
           END-IF.

      * CLOSED REPORTING LINES. A LINE WITH UNREADABLE DATES CANNOT
      * BE PLACED IN TIME AND IS LEFT OUT.
       1600-HIERFL-LOAD-PARA.
           READ HIERFL
               AT END
                   SET HIERFL-EOF TO TRUE
               NOT AT END
                   IF HIR-EFF-FROM NUMERIC AND HIR-EFF-TO NUMERIC
                       AND HIR-REPORTS-TO NOT = SPACES
                       AND WS-HIER-CNT < 2000
                       ADD 1 TO WS-HIER-CNT
                       MOVE HIR-AGENT-ID TO
                           WS-HIER-AGENT-ID(WS-HIER-CNT)
                       MOVE HIR-REPORTS-TO TO
                           WS-HIER-REPORTS-TO(WS-HIER-CNT)
                       MOVE HIR-EFF-FROM TO
                           WS-HIER-EFF-FROM(WS-HIER-CNT)
                       MOVE HIR-EFF-TO TO
                           WS-HIER-EFF-TO(WS-HIER-CNT)
                   ELSE
                       DISPLAY 'REPORTING LINE IGNORED: '
                           HIR-AGENT-ID ' ' HIR-REPORTS-TO
                   END-IF
           END-READ.

       1650-OVRRATE-LOAD-PARA.
           READ OVRRATE
               AT END
                   SET OVRRATE-EOF TO TRUE
               NOT AT END
                   IF OVR-LEVEL NUMERIC AND OVR-LEVEL > 0
                       AND OVR-PCT NUMERIC
                       MOVE OVR-PCT TO WS-OVR-PCT(OVR-LEVEL)
                       ADD 1 TO WS-OVR-LOADED-CNT
                   ELSE
                       DISPLAY 'OVERRIDE RATE IGNORED: ' OVR-LEVEL
                   END-IF
           END-READ.

      * AGENT REASSIGNMENTS ONLY. A HISTORY TOO BIG FOR THE TABLE
      * WOULD PAY A LEAVER'S EARNINGS TO THEIR SUCCESSOR, SO IT IS
      * FATAL.
       1680-ENDHFL-LOAD-PARA.
           READ ENDHFL
               AT END
                   SET ENDHFL-EOF TO TRUE
               NOT AT END
                   IF ENDH-ACTION = 'A'
                       AND ENDH-BEFORE NOT = SPACES
                       AND ENDH-BEFORE(44:5) NOT = ENDH-AFTER(44:5)
                       AND ENDH-EFF-DATE NUMERIC
                       IF WS-RA-CNT < 2000
                           ADD 1 TO WS-RA-CNT
                           MOVE ENDH-POLICYNO TO
                               WS-RA-POLICYNO(WS-RA-CNT)
                           MOVE ENDH-BEFORE(44:5) TO
                               WS-RA-FROM-AGENT(WS-RA-CNT)
                           MOVE ENDH-EFF-DATE TO
                               WS-RA-EFF-DATE(WS-RA-CNT)
                       ELSE
                           DISPLAY 'WS-RA-TABLE FULL, REASSIGNMENT '
                               'DROPPED: ' ENDH-POLICYNO
                           MOVE 16 TO RETURN-CODE
                       END-IF
                   END-IF
           END-READ.

       1700-RATEFL-LOAD-PARA.
           READ RATEFL
               AT END
           END-READ.

       1850-COLLECT-ROLLUP-PARA.
           PERFORM 1870-INST-PREMIUM-PARA.
           MOVE LEDG-POLICYNO TO WS-LEDG-KEY-NUM.
           PERFORM 1860-INST-AGENT-PARA.
           IF WS-INST-WITHHELD
               ADD 1 TO WS-WITHHELD-CNT
               ADD WS-INST-COLLECTED TO WS-WITHHELD-TOTAL
               ADD WS-INST-COLLECTED TO
                   WS-AGT-WITHHELD-TOT(WS-AGENT-SRCH-IDX)
           ELSE
               PERFORM 1855-COLLECT-ADD-PARA
           END-IF.

       1855-COLLECT-ADD-PARA.
           PERFORM 1875-COLLECT-FIND-PARA.
           IF NOT WS-COLL-FOUND
               IF WS-COLL-CNT < 5000
                   ADD 1 TO WS-COLL-CNT
                   MOVE WS-COLL-CNT TO WS-COLL-SRCH-IDX
                   MOVE WS-LEDG-KEY-X TO
                       WS-COLL-POLICYNO(WS-COLL-SRCH-IDX)
                   MOVE WS-INST-AGENT-ID TO
                       WS-COLL-AGENT-ID(WS-COLL-SRCH-IDX)
                   MOVE ZEROES TO WS-COLL-PAID(WS-COLL-SRCH-IDX)
                   MOVE ZEROES TO
                       WS-COLL-AGENT-IDX(WS-COLL-SRCH-IDX)
                   MOVE ZEROES TO WS-COLL-RATE(WS-COLL-SRCH-IDX)
                   MOVE ZEROES TO
                       WS-COLL-COMMISSION(WS-COLL-SRCH-IDX)
                   MOVE ZEROES TO
                       WS-COLL-CLAWBACK(WS-COLL-SRCH-IDX)
               ELSE
                   DISPLAY 'WS-COLL-TABLE FULL, COLLECTED PREMIUM '
                       'DROPPED: ' LEDG-POLICYNO
               END-IF
           END-IF.
           IF WS-COLL-SRCH-IDX <= WS-COLL-CNT
               ADD WS-INST-COLLECTED TO
                   WS-COLL-PAID(WS-COLL-SRCH-IDX)
           END-IF.

      * WHO THE INSTALLMENT UNDER WS-LEDG-KEY-X BELONGS TO: THE
      * AGENT THE POLICY WAS MOVED AWAY FROM BY THE EARLIEST
      * REASSIGNMENT TAKING EFFECT AFTER THE DUE DATE, ELSE THE
      * AGENT IT IS ON NOW. A LEAVER'S INSTALLMENT DUE AFTER THE
      * LEAVING DATE IS WITHHELD, WITH WS-AGENT-SRCH-IDX LEFT ON
      * THE LEAVER.
       1860-INST-AGENT-PARA.
           MOVE 'N' TO WS-INST-WITHHELD-SW.
           MOVE 'N' TO WS-RA-FOUND-SW.
           MOVE SPACES TO WS-INST-AGENT-ID.
           MOVE 99999999 TO WS-INST-EFF-DATE.
           PERFORM 1865-REASSIGN-ONE-PARA
               VARYING WS-RA-IDX FROM 1 BY 1
               UNTIL WS-RA-IDX > WS-RA-CNT.
           IF NOT WS-RA-FOUND
               MOVE WS-LEDG-KEY-X TO POLICYNO OF POLICY_REC
               READ POLICYFYL
                   KEY IS POLICYNO OF POLICY_REC
                   INVALID KEY
                       MOVE SPACES TO WS-INST-AGENT-ID
                   NOT INVALID KEY
                       MOVE AGENT-ID OF POLICY_REC TO
                           WS-INST-AGENT-ID
               END-READ
           END-IF.
           IF WS-INST-AGENT-ID NOT = SPACES
               MOVE WS-INST-AGENT-ID TO WS-FIND-AGENT-ID
               PERFORM 2200-AGENT-FIND-PARA
               IF WS-AGENT-FOUND
                   AND WS-AGT-STATUS(WS-AGENT-SRCH-IDX) = 'T'
                   AND LEDG-DUE-DATE >
                       WS-AGT-LEAVE-DATE(WS-AGENT-SRCH-IDX)
                   SET WS-INST-WITHHELD TO TRUE
               END-IF
           END-IF.

       1865-REASSIGN-ONE-PARA.
           IF WS-RA-POLICYNO(WS-RA-IDX) = WS-LEDG-KEY-X
               AND WS-RA-EFF-DATE(WS-RA-IDX) > LEDG-DUE-DATE
               AND WS-RA-EFF-DATE(WS-RA-IDX) < WS-INST-EFF-DATE
               SET WS-RA-FOUND TO TRUE
               MOVE WS-RA-EFF-DATE(WS-RA-IDX) TO WS-INST-EFF-DATE
               MOVE WS-RA-FROM-AGENT(WS-RA-IDX) TO WS-INST-AGENT-ID
           END-IF.

      * THE PREMIUM PART OF WHAT WAS PAID ON THE INSTALLMENT: THE
      * PAID AMOUNT LESS ITS SHARE OF THE TAX BILLED. AN INSTALLMENT
      * TAKEN UP BEFORE TAX WAS CARRIED HAS SPACES THERE AND IS ALL
      * PREMIUM.
       1870-INST-PREMIUM-PARA.
           MOVE LEDG-PAID TO WS-INST-COLLECTED.
           IF LEDG-TAX-AMOUNT NUMERIC
               AND LEDG-TAX-AMOUNT > 0
               AND LEDG-BILLED > 0
               COMPUTE WS-INST-COLLECTED ROUNDED = LEDG-PAID -
                   LEDG-PAID * LEDG-TAX-AMOUNT / LEDG-BILLED
           END-IF.

       1875-COLLECT-FIND-PARA.
           MOVE 'N' TO WS-COLL-FOUND-SW.
           MOVE 1 TO WS-COLL-SRCH-IDX.
           PERFORM 1880-COLLECT-FIND-ONE-PARA
               UNTIL WS-COLL-SRCH-IDX > WS-COLL-CNT
                  OR WS-COLL-FOUND.

       1880-COLLECT-FIND-ONE-PARA.
           IF WS-COLL-POLICYNO(WS-COLL-SRCH-IDX) = WS-LEDG-KEY-X
               AND WS-COLL-AGENT-ID(WS-COLL-SRCH-IDX) =
                   WS-INST-AGENT-ID
               SET WS-COLL-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-COLL-SRCH-IDX
                   END-IF
           END-READ.

       1960-COMMREV-LOAD-PARA.
           READ COMMREV
               AT END
                   SET COMMREV-EOF TO TRUE
               NOT AT END
                   IF WS-CREV-CNT < 2000
                       ADD 1 TO WS-CREV-CNT
                       MOVE COMMREV-REC TO WS-CREV-ENTRY(WS-CREV-CNT)
                       MOVE ZEROES TO
                           WS-CREVW-AGENT-IDX(WS-CREV-CNT)
                       MOVE ZEROES TO
                           WS-CREVW-COMMISSION(WS-CREV-CNT)
                   ELSE
                       SET WS-CREV-FULL TO TRUE
                   END-IF
           END-READ.

      * THE LEDGER ROLLUP READ THE MASTER BY KEY; THE POLICY SCAN
      * STARTS AGAIN FROM THE TOP.
       1990-POLICYFYL-REWIND-PARA.
           MOVE LOW-VALUES TO POLICYNO OF POLICY_REC.
           START POLICYFYL KEY IS NOT LESS THAN POLICYNO OF POLICY_REC
               INVALID KEY
                   SET POLICYFYL-EOF TO TRUE
           END-START.

       2000-POLICYFYL-READ-PARA.
           READ POLICYFYL NEXT
               AT END
                   SET POLICYFYL-EOF TO TRUE
               NOT AT END
                   IF POLICYNO OF POLICY_REC NOT = '00000000'
                       AND POLICYNO OF POLICY_REC NOT = 'ZZZZZZZZ'
                       ADD 1 TO WS-POLICYFYL-RD-CNT
                       MOVE POLICYNO OF POLICY_REC TO WS-LEDG-KEY-X
                       MOVE 'N' TO WS-POLICY-COLL-SW
                       PERFORM 2050-POLICY-COLLECTED-PARA
                           VARYING WS-COLL-SRCH-IDX FROM 1 BY 1
                           UNTIL WS-COLL-SRCH-IDX > WS-COLL-CNT
                       IF NOT WS-POLICY-COLLECTED
                           IF AGENT-ID OF POLICY_REC = SPACES
                               ADD 1 TO WS-NO-AGENT-CNT
                           ELSE
                               ADD 1 TO WS-NO-COLLECT-CNT
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      * EACH AGENT WHO EARNED ON THE POLICY IS PRICED ON WHAT WAS
      * COLLECTED WHILE IT WAS THEIRS.
       2050-POLICY-COLLECTED-PARA.
           IF WS-COLL-POLICYNO(WS-COLL-SRCH-IDX) = WS-LEDG-KEY-X
               SET WS-POLICY-COLLECTED TO TRUE
               IF WS-COLL-AGENT-ID(WS-COLL-SRCH-IDX) = SPACES
                   ADD 1 TO WS-NO-AGENT-CNT
               ELSE
                   MOVE WS-COLL-AGENT-ID(WS-COLL-SRCH-IDX) TO
                       WS-FIND-AGENT-ID
                   MOVE WS-COLL-PAID(WS-COLL-SRCH-IDX) TO WS-COLLECTED
                   PERFORM 2100-COMMISSION-COMPUTE-PARA
               END-IF
           END-IF.

      * FINDS THE EARNING AGENT AND THE LOB/GRADE RATE, THEN EARNS
      * COMMISSION ON WHAT THE LEDGER SAYS WAS ACTUALLY COLLECTED
      * FOR THE POLICY -- A POLICY WITH NO MATCHED RECEIPTS EARNS
      * NOTHING. A POLICY SITTING LAPSED BEFORE ITS END DATE WAS
           ELSE
               PERFORM 2300-RATE-FIND-PARA
               IF WS-RATE-FOUND
                   IF WS-COLLECTED = 0
                       ADD 1 TO WS-NO-COLLECT-CNT
                   ELSE
                           WS-AGT-COMM-TOT(WS-AGENT-SRCH-IDX)
                       ADD WS-COMMISSION TO WS-COMM-GRAND-TOTAL
                       MOVE ZEROES TO WS-CLAWBACK
                       PERFORM 2110-CLAWBACK-CHECK-PARA
                       PERFORM 2120-DETAIL-STAGE-PARA
                       PERFORM 2130-COLL-PRICE-PARA
                   END-IF
               ELSE
                   ADD 1 TO WS-NO-RATE-CNT
               END-IF
           END-IF.

      * A POLICY LAPSED BEFORE ITS END DATE GIVES BACK THE UNEXPIRED
      * SHARE OF ITS COMMISSION, PRORATED ON DAYS, ROUNDED TO THE
      * CENT. MALFORMED TERM DATES SKIP THE PRORATION RATHER THAN
      * FEEDING GARBAGE INTO THE DAY ARITHMETIC.
       2110-CLAWBACK-CHECK-PARA.
           IF POLICY-STATUS OF POLICY_REC = 'L'
               AND END-DATE OF POLICY_REC > WS-RUN-DATE-X
               AND START-DATE OF POLICY_REC NUMERIC
               END-IF
           END-IF.

       2120-DETAIL-STAGE-PARA.
           IF WS-DETAIL-CNT < 2000
               ADD 1 TO WS-DETAIL-CNT
               MOVE WS-AGT-ID(WS-AGENT-SRCH-IDX) TO
                   WS-DET-AGENT-ID(WS-DETAIL-CNT)
               MOVE POLICYNO OF POLICY_REC TO
                   WS-DET-POLICYNO(WS-DETAIL-CNT)
               MOVE WS-COLLECTED TO WS-DET-COLLECTED(WS-DETAIL-CNT)
               MOVE WS-COMMISSION TO
                   WS-DET-COMMISSION(WS-DETAIL-CNT)
               MOVE WS-CLAWBACK TO WS-DET-CLAWBACK(WS-DETAIL-CNT)
           ELSE
               ADD 1 TO WS-DETAIL-OVFL-CNT
               DISPLAY 'WS-DETAIL-TABLE FULL, STATEMENT LINE '
                   'DROPPED: ' POLICYNO OF POLICY_REC
           END-IF.

      * REMEMBERS WHO EARNED ON THE POLICY AND AT WHAT RATE, WITH
      * THE COMMISSION AND CLAWBACK, FOR THE OVERRIDE WALK.
       2130-COLL-PRICE-PARA.
           MOVE WS-AGENT-SRCH-IDX TO
               WS-COLL-AGENT-IDX(WS-COLL-SRCH-IDX).
           MOVE WS-RATE TO WS-COLL-RATE(WS-COLL-SRCH-IDX).
           MOVE WS-COMMISSION TO WS-COLL-COMMISSION(WS-COLL-SRCH-IDX).
           MOVE WS-CLAWBACK TO WS-COLL-CLAWBACK(WS-COLL-SRCH-IDX).

       2200-AGENT-FIND-PARA.
           MOVE 'N' TO WS-AGENT-FOUND-SW.
           MOVE 1 TO WS-AGENT-SRCH-IDX.
                  OR WS-AGENT-FOUND.

       2250-AGENT-FIND-ONE-PARA.
           IF WS-AGT-ID(WS-AGENT-SRCH-IDX) = WS-FIND-AGENT-ID
               SET WS-AGENT-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-AGENT-SRCH-IDX
               ADD 1 TO WS-RATE-SRCH-IDX
           END-IF.

      * EACH PENDING COMMISSION REVERSAL IS PRICED AT THE AGENT'S
      * RATE FOR THE POLICY'S LINE OF BUSINESS AND MARKED CONSUMED.
      * THE LEDGER ALREADY CARRIES THE LOWER PAID FIGURE, SO EARNED
      * ABOVE HAS ALREADY DROPPED BY THIS AMOUNT; THE REVERSAL IS
      * SHOWN AS ITS OWN NEGATIVE LINE SO THE AGENT CAN SEE WHY, NOT
      * TAKEN OFF A SECOND TIME.
       2700-COMMREV-APPLY-PARA.
           IF NOT WS-CREV-FULL
               MOVE 1 TO WS-CREV-IDX
               PERFORM 2750-COMMREV-APPLY-ONE-PARA
                   UNTIL WS-CREV-IDX > WS-CREV-CNT
           END-IF.

       2750-COMMREV-APPLY-ONE-PARA.
           MOVE WS-CREV-ENTRY(WS-CREV-IDX) TO COMMREV-REC.
           IF CRV-PENDING
               MOVE 'N' TO WS-AGENT-FOUND-SW
               MOVE 1 TO WS-AGENT-SRCH-IDX
               PERFORM 2760-COMMREV-AGENT-ONE-PARA
                   UNTIL WS-AGENT-SRCH-IDX > WS-AGENT-CNT
                      OR WS-AGENT-FOUND
               IF WS-AGENT-FOUND
                   MOVE 'N' TO WS-RATE-FOUND-SW
                   MOVE ZEROES TO WS-RATE
                   MOVE 1 TO WS-RATE-SRCH-IDX
                   PERFORM 2770-COMMREV-RATE-ONE-PARA
                       UNTIL WS-RATE-SRCH-IDX > WS-RATE-CNT
                          OR WS-RATE-FOUND
                   IF CRV-AMOUNT NUMERIC
                       COMPUTE WS-CREVW-COMMISSION(WS-CREV-IDX)
                           ROUNDED = CRV-AMOUNT * WS-RATE
                   END-IF
                   MOVE WS-AGENT-SRCH-IDX TO
                       WS-CREVW-AGENT-IDX(WS-CREV-IDX)
                   ADD WS-CREVW-COMMISSION(WS-CREV-IDX) TO
                       WS-AGT-REV-TOT(WS-AGENT-SRCH-IDX)
                   ADD WS-CREVW-COMMISSION(WS-CREV-IDX) TO
                       WS-REV-GRAND-TOTAL
                   ADD 1 TO WS-CREV-CONSUMED-CNT
               ELSE
                   ADD 1 TO WS-CREV-NO-AGENT-CNT
               END-IF
               SET CRV-CONSUMED TO TRUE
               MOVE WS-RUN-DATE TO CRV-CONSUMED-DATE
               MOVE COMMREV-REC TO WS-CREV-ENTRY(WS-CREV-IDX)
           END-IF.
           ADD 1 TO WS-CREV-IDX.

       2760-COMMREV-AGENT-ONE-PARA.
           IF WS-AGT-ID(WS-AGENT-SRCH-IDX) = CRV-AGENT-ID
               SET WS-AGENT-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-AGENT-SRCH-IDX
           END-IF.

       2770-COMMREV-RATE-ONE-PARA.
           IF WS-RATE-LOBCODE(WS-RATE-SRCH-IDX) = CRV-LOBCODE
               AND WS-RATE-GRADE(WS-RATE-SRCH-IDX) =
                   WS-AGT-GRADE(WS-AGENT-SRCH-IDX)
               MOVE WS-RATE-PCT(WS-RATE-SRCH-IDX) TO WS-RATE
               SET WS-RATE-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-RATE-SRCH-IDX
           END-IF.

      * OVERRIDES. A SECOND PASS OF THE LEDGER PRICES EACH PAID
      * INSTALLMENT'S COMMISSION AT ITS AGENT'S RATE AND WALKS IT UP
      * THE REPORTING LINES IN FORCE ON THE INSTALLMENT'S DUE DATE,
      * PAYING EACH MANAGER ON THE WAY THE OVERRIDE RATE FOR THEIR
      * LEVEL ABOVE THE PRODUCING AGENT. A POLICY WHOSE COMMISSION
      * IS BEING CLAWED BACK CLAWS BACK THE SAME SHARE OF ITS
      * OVERRIDES.
       2800-OVERRIDE-ROLLUP-PARA.
           IF LEDGFL-OPEN
               AND WS-OVR-LOADED-CNT > 0
               AND WS-HIER-CNT > 0
               CLOSE LEDGFL
               OPEN INPUT LEDGFL
               IF WS-LEDGFL-STATUS = '00'
                   MOVE 'N' TO WS-LEDGFL-EOF-SW
                   PERFORM 2810-OVR-LEDGER-READ-PARA UNTIL LEDGFL-EOF
               ELSE
                   DISPLAY 'ARREARS LEDGER CANNOT BE REOPENED, NO '
                       'OVERRIDES PAID.'
                   MOVE 'N' TO WS-LEDGFL-OPEN-SW
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       2810-OVR-LEDGER-READ-PARA.
           READ LEDGFL
               AT END
                   SET LEDGFL-EOF TO TRUE
               NOT AT END
                   IF LEDG-PAID > 0
                       PERFORM 2820-OVR-INSTALLMENT-PARA
                   END-IF
           END-READ.

       2820-OVR-INSTALLMENT-PARA.
           MOVE LEDG-POLICYNO TO WS-LEDG-KEY-NUM.
           PERFORM 1860-INST-AGENT-PARA.
           MOVE 'N' TO WS-COLL-FOUND-SW.
           IF NOT WS-INST-WITHHELD
               PERFORM 1875-COLLECT-FIND-PARA
           END-IF.
           IF WS-COLL-FOUND
               IF WS-COLL-AGENT-IDX(WS-COLL-SRCH-IDX) > 0
                   PERFORM 1870-INST-PREMIUM-PARA
                   COMPUTE WS-INST-COMMISSION = WS-INST-COLLECTED *
                       WS-COLL-RATE(WS-COLL-SRCH-IDX)
                   IF WS-INST-COMMISSION > 0
                       ADD 1 TO WS-OVR-INST-CNT
                       MOVE WS-COLL-AGENT-IDX(WS-COLL-SRCH-IDX) TO
                           WS-DOWN-IDX
                       MOVE WS-DOWN-IDX TO WS-WALK-IDX
                       MOVE ZEROES TO WS-WALK-LEVEL
                       PERFORM 2830-OVR-LEVEL-PARA
                           UNTIL WS-WALK-IDX = 0
                              OR WS-WALK-LEVEL >= WS-OVR-MAX-LEVEL
                   END-IF
               END-IF
           END-IF.

      * ONE STEP UP: THE MANAGER OF THE AGENT UNDER WS-WALK-IDX ON
      * THE DUE DATE. NO LINE ON THAT DATE IS THE TOP OF THE TREE.
       2830-OVR-LEVEL-PARA.
           ADD 1 TO WS-WALK-LEVEL.
           PERFORM 2840-HIER-FIND-PARA.
           IF NOT WS-HIER-FOUND
               MOVE ZEROES TO WS-WALK-IDX
           ELSE
               MOVE WS-HIER-REPORTS-TO(WS-HIER-SRCH-IDX) TO
                   WS-FIND-AGENT-ID
               PERFORM 2200-AGENT-FIND-PARA
               IF NOT WS-AGENT-FOUND
                   ADD 1 TO WS-MGR-MISS-CNT
                   MOVE ZEROES TO WS-WALK-IDX
               ELSE
                   PERFORM 2870-OVR-PAY-PARA
                   MOVE WS-AGENT-SRCH-IDX TO WS-WALK-IDX
               END-IF
           END-IF.

       2840-HIER-FIND-PARA.
           MOVE 'N' TO WS-HIER-FOUND-SW.
           MOVE 1 TO WS-HIER-SRCH-IDX.
           PERFORM 2850-HIER-FIND-ONE-PARA
               UNTIL WS-HIER-SRCH-IDX > WS-HIER-CNT
                  OR WS-HIER-FOUND.

       2850-HIER-FIND-ONE-PARA.
           IF WS-HIER-AGENT-ID(WS-HIER-SRCH-IDX) =
                   WS-AGT-ID(WS-WALK-IDX)
               AND WS-HIER-EFF-FROM(WS-HIER-SRCH-IDX) <=
                   LEDG-DUE-DATE
               AND (WS-HIER-EFF-TO(WS-HIER-SRCH-IDX) = 0
                OR WS-HIER-EFF-TO(WS-HIER-SRCH-IDX) >=
                   LEDG-DUE-DATE)
               SET WS-HIER-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-HIER-SRCH-IDX
           END-IF.

      * THE MANAGER UNDER WS-AGENT-SRCH-IDX EARNS THE LEVEL'S RATE
      * ON THE INSTALLMENT'S COMMISSION, LESS THE POLICY'S CLAWBACK
      * SHARE, AND THE TEAM STATEMENT PICKS UP THE PRODUCTION.
       2870-OVR-PAY-PARA.
           MOVE ZEROES TO WS-OVERRIDE.
           MOVE ZEROES TO WS-OVR-CLAWBACK.
           COMPUTE WS-OVERRIDE ROUNDED = WS-INST-COMMISSION *
               WS-OVR-PCT(WS-WALK-LEVEL).
           IF WS-COLL-COMMISSION(WS-COLL-SRCH-IDX) > 0
               COMPUTE WS-OVR-CLAWBACK ROUNDED = WS-OVERRIDE *
                   WS-COLL-CLAWBACK(WS-COLL-SRCH-IDX) /
                   WS-COLL-COMMISSION(WS-COLL-SRCH-IDX)
           END-IF.
           ADD WS-OVERRIDE TO WS-AGT-OVR-TOT(WS-AGENT-SRCH-IDX).
           ADD WS-OVR-CLAWBACK TO
               WS-AGT-OVR-CLAW-TOT(WS-AGENT-SRCH-IDX).
           ADD WS-OVERRIDE TO WS-OVR-GRAND-TOTAL.
           ADD WS-OVR-CLAWBACK TO WS-OVR-CLAW-GRAND-TOTAL.
           PERFORM 2880-TEAM-ADD-PARA.

       2880-TEAM-ADD-PARA.
           MOVE 'N' TO WS-TEAM-FOUND-SW.
           MOVE 1 TO WS-TEAM-SRCH-IDX.
           PERFORM 2890-TEAM-FIND-ONE-PARA
               UNTIL WS-TEAM-SRCH-IDX > WS-TEAM-CNT
                  OR WS-TEAM-FOUND.
           IF NOT WS-TEAM-FOUND
               IF WS-TEAM-CNT < 3000
                   ADD 1 TO WS-TEAM-CNT
                   MOVE WS-TEAM-CNT TO WS-TEAM-SRCH-IDX
                   MOVE WS-AGENT-SRCH-IDX TO
                       WS-TEAM-MGR-IDX(WS-TEAM-SRCH-IDX)
                   MOVE WS-DOWN-IDX TO
                       WS-TEAM-AGENT-IDX(WS-TEAM-SRCH-IDX)
                   MOVE WS-WALK-LEVEL TO
                       WS-TEAM-LEVEL(WS-TEAM-SRCH-IDX)
                   MOVE ZEROES TO WS-TEAM-COLLECTED(WS-TEAM-SRCH-IDX)
                   MOVE ZEROES TO
                       WS-TEAM-COMMISSION(WS-TEAM-SRCH-IDX)
                   MOVE ZEROES TO WS-TEAM-OVERRIDE(WS-TEAM-SRCH-IDX)
                   MOVE ZEROES TO WS-TEAM-OVR-CLAW(WS-TEAM-SRCH-IDX)
                   SET WS-TEAM-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-TEAM-OVFL-CNT
               END-IF
           END-IF.
           IF WS-TEAM-FOUND
               MOVE 'Y' TO WS-AGT-TEAM-SW(WS-AGENT-SRCH-IDX)
               ADD WS-INST-COLLECTED TO
                   WS-TEAM-COLLECTED(WS-TEAM-SRCH-IDX)
               ADD WS-INST-COMMISSION TO
                   WS-TEAM-COMMISSION(WS-TEAM-SRCH-IDX)
               ADD WS-OVERRIDE TO WS-TEAM-OVERRIDE(WS-TEAM-SRCH-IDX)
               ADD WS-OVR-CLAWBACK TO
                   WS-TEAM-OVR-CLAW(WS-TEAM-SRCH-IDX)
           END-IF.

       2890-TEAM-FIND-ONE-PARA.
           IF WS-TEAM-MGR-IDX(WS-TEAM-SRCH-IDX) = WS-AGENT-SRCH-IDX
               AND WS-TEAM-AGENT-IDX(WS-TEAM-SRCH-IDX) = WS-DOWN-IDX
               AND WS-TEAM-LEVEL(WS-TEAM-SRCH-IDX) = WS-WALK-LEVEL
               SET WS-TEAM-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-TEAM-SRCH-IDX
           END-IF.

      * ONE STATEMENT LINE PER AGENT WITH A POLICY COUNT, PREMIUM
      * WRITTEN, AND COMMISSION EARNED, THEN THE RUN CONTROL TOTAL.
       3500-STATEMENT-REPORT-PARA.
               UNTIL WS-AGENT-SRCH-IDX > WS-AGENT-CNT.

           COMPUTE WS-NET-GRAND-TOTAL =
               WS-COMM-GRAND-TOTAL - WS-CLAW-GRAND-TOTAL
               + WS-OVR-GRAND-TOTAL - WS-OVR-CLAW-GRAND-TOTAL.
           MOVE WS-COMM-GRAND-TOTAL TO WS-FORMATTED-TOTAL.
           MOVE WS-CLAW-GRAND-TOTAL TO WS-FORMATTED-CLAW.
           MOVE SPACES TO COMMRPT-REC.
               WS-FORMATTED-CLAW DELIMITED BY SIZE
               INTO COMMRPT-REC.
           WRITE COMMRPT-REC.
           MOVE WS-OVR-GRAND-TOTAL TO WS-FORMATTED-TOTAL.
           MOVE WS-OVR-CLAW-GRAND-TOTAL TO WS-FORMATTED-CLAW.
           MOVE SPACES TO COMMRPT-REC.
           STRING 'OVERRIDES EARNED: ' DELIMITED BY SIZE
               WS-FORMATTED-TOTAL DELIMITED BY SIZE
               ' CLAWED BACK: ' DELIMITED BY SIZE
               WS-FORMATTED-CLAW DELIMITED BY SIZE
               INTO COMMRPT-REC.
           WRITE COMMRPT-REC.
           MOVE WS-NET-GRAND-TOTAL TO WS-FORMATTED-TOTAL.
           MOVE SPACES TO COMMRPT-REC.
           STRING 'NET COMMISSION PAYABLE: ' DELIMITED BY SIZE
               WS-FORMATTED-TOTAL DELIMITED BY SIZE
               INTO COMMRPT-REC.
           WRITE COMMRPT-REC.
           MOVE WS-REV-GRAND-TOTAL TO WS-FORMATTED-TOTAL.
           MOVE SPACES TO COMMRPT-REC.
           STRING 'REVERSED ON DISHONOURED RECEIPTS (IN EARNED): -'
               DELIMITED BY SIZE
               WS-FORMATTED-TOTAL DELIMITED BY SIZE
               INTO COMMRPT-REC.
           WRITE COMMRPT-REC.

       3550-STATEMENT-LINE-PARA.
           MOVE WS-AGT-PREMIUM-TOT(WS-AGENT-SRCH-IDX)
               WS-FORMATTED-CLAW DELIMITED BY SIZE
               INTO COMMRPT-REC.
           WRITE COMMRPT-REC.
           IF WS-AGT-OVR-TOT(WS-AGENT-SRCH-IDX) > 0
               MOVE WS-AGT-OVR-TOT(WS-AGENT-SRCH-IDX)
                   TO WS-FORMATTED-COMM
               MOVE WS-AGT-OVR-CLAW-TOT(WS-AGENT-SRCH-IDX)
                   TO WS-FORMATTED-CLAW
               MOVE SPACES TO COMMRPT-REC
               STRING WS-AGT-ID(WS-AGENT-SRCH-IDX) DELIMITED BY SIZE
                   ' TEAM OVERRIDES: ' DELIMITED BY SIZE
                   WS-FORMATTED-COMM DELIMITED BY SIZE
                   ' CLAWBACK: ' DELIMITED BY SIZE
                   WS-FORMATTED-CLAW DELIMITED BY SIZE
                   INTO COMMRPT-REC
               WRITE COMMRPT-REC
           END-IF.
           ADD 1 TO WS-AGENT-SRCH-IDX.

      * ONE BURSTABLE SECTION PER AGENT WITH ACTIVITY THIS RUN:

       3620-ONE-STATEMENT-PARA.
           IF WS-AGT-POLICY-CNT(WS-AGENT-SRCH-IDX) > 0
               OR WS-AGT-REV-TOT(WS-AGENT-SRCH-IDX) > 0
               OR WS-AGT-OVR-TOT(WS-AGENT-SRCH-IDX) > 0
               MOVE ALL '-' TO AGTSTMT-REC
               WRITE AGTSTMT-REC
               MOVE SPACES TO AGTSTMT-REC
                   WS-AGT-NAME(WS-AGENT-SRCH-IDX) DELIMITED BY SIZE
                   INTO AGTSTMT-REC
               WRITE AGTSTMT-REC
               IF WS-AGT-STATUS(WS-AGENT-SRCH-IDX) = 'T'
                   MOVE SPACES TO AGTSTMT-REC
                   STRING 'FINAL COMMISSION STATEMENT - LEFT '
                       DELIMITED BY SIZE
                       WS-AGT-LEAVE-DATE(WS-AGENT-SRCH-IDX)
                       DELIMITED BY SIZE
                       INTO AGTSTMT-REC
                   WRITE AGTSTMT-REC
               END-IF
               PERFORM 3640-DETAIL-LINE-PARA
                   VARYING WS-DETAIL-IDX FROM 1 BY 1
                   UNTIL WS-DETAIL-IDX > WS-DETAIL-CNT
               PERFORM 3650-REVERSAL-LINE-PARA
                   VARYING WS-CREV-IDX FROM 1 BY 1
                   UNTIL WS-CREV-IDX > WS-CREV-CNT
               PERFORM 3660-SECTION-TOTALS-PARA
           END-IF.
           ADD 1 TO WS-AGENT-SRCH-IDX.
               WRITE AGTSTMT-REC
           END-IF.

      * ONE NEGATIVE LINE PER COMMISSION REVERSAL CONSUMED TONIGHT
      * FOR THIS AGENT, WITH THE RECEIPT THAT WAS DISHONOURED.
       3650-REVERSAL-LINE-PARA.
           IF WS-CREVW-AGENT-IDX(WS-CREV-IDX) = WS-AGENT-SRCH-IDX
               MOVE WS-CREV-ENTRY(WS-CREV-IDX) TO COMMREV-REC
               MOVE CRV-AMOUNT TO WS-FORMATTED-TOTAL
               MOVE WS-CREVW-COMMISSION(WS-CREV-IDX)
                   TO WS-FORMATTED-COMM
               MOVE SPACES TO AGTSTMT-REC
               STRING '  ' DELIMITED BY SIZE
                   CRV-POLICYNO DELIMITED BY SIZE
                   ' DISHONOURED ' DELIMITED BY SIZE
                   CRV-RECEIPT-NO DELIMITED BY SIZE
                   ' PREM ' DELIMITED BY SIZE
                   WS-FORMATTED-TOTAL DELIMITED BY SIZE
                   ' COMM -' DELIMITED BY SIZE
                   WS-FORMATTED-COMM DELIMITED BY SIZE
                   INTO AGTSTMT-REC
               WRITE AGTSTMT-REC
           END-IF.

       3660-SECTION-TOTALS-PARA.
           IF WS-AGT-OVR-TOT(WS-AGENT-SRCH-IDX) > 0
               MOVE WS-AGT-OVR-TOT(WS-AGENT-SRCH-IDX)
                   TO WS-FORMATTED-COMM
               MOVE WS-AGT-OVR-CLAW-TOT(WS-AGENT-SRCH-IDX)
                   TO WS-FORMATTED-CLAW
               MOVE SPACES TO AGTSTMT-REC
               STRING 'TEAM OVERRIDES ' DELIMITED BY SIZE
                   WS-FORMATTED-COMM DELIMITED BY SIZE
                   ' CLAWBACK ' DELIMITED BY SIZE
                   WS-FORMATTED-CLAW DELIMITED BY SIZE
                   ' (SEE TEAM STATEMENT)' DELIMITED BY SIZE
                   INTO AGTSTMT-REC
               WRITE AGTSTMT-REC
           END-IF.
           COMPUTE WS-AGENT-NET =
               WS-AGT-COMM-TOT(WS-AGENT-SRCH-IDX) -
               WS-AGT-CLAW-TOT(WS-AGENT-SRCH-IDX) +
               WS-AGT-OVR-TOT(WS-AGENT-SRCH-IDX) -
               WS-AGT-OVR-CLAW-TOT(WS-AGENT-SRCH-IDX).
           MOVE WS-AGT-COMM-TOT(WS-AGENT-SRCH-IDX)
               TO WS-FORMATTED-COMM.
           MOVE WS-AGT-CLAW-TOT(WS-AGENT-SRCH-IDX)
               WS-FORMATTED-TOTAL DELIMITED BY SIZE
               INTO AGTSTMT-REC.
           WRITE AGTSTMT-REC.
           IF WS-AGT-REV-TOT(WS-AGENT-SRCH-IDX) > 0
               MOVE WS-AGT-REV-TOT(WS-AGENT-SRCH-IDX)
                   TO WS-FORMATTED-COMM
               MOVE SPACES TO AGTSTMT-REC
               STRING 'REVERSED ON DISHONOURED RECEIPTS -'
                   DELIMITED BY SIZE
                   WS-FORMATTED-COMM DELIMITED BY SIZE
                   ' (ALREADY OUT OF EARNED)' DELIMITED BY SIZE
                   INTO AGTSTMT-REC
               WRITE AGTSTMT-REC
           END-IF.
           IF WS-AGT-STATUS(WS-AGENT-SRCH-IDX) = 'T'
               PERFORM 3665-FINAL-SETTLEMENT-PARA
           END-IF.

      * A LEAVER'S STATEMENT CLOSES THE ACCOUNT: PREMIUM COLLECTED
      * AFTER THE LEAVING DATE THAT EARNED THEM NOTHING, THEN WHAT
      * IS STILL OWED EITHER WAY AGAINST WHAT HAS BEEN PAID. THE
      * PAYMENT FILE SENDS A BALANCE DUE TO THE AGENT; A BALANCE
      * DUE FROM THE AGENT IS FOR RECOVERY OUTSIDE THE RUN.
       3665-FINAL-SETTLEMENT-PARA.
           IF WS-AGT-WITHHELD-TOT(WS-AGENT-SRCH-IDX) > 0
               MOVE WS-AGT-WITHHELD-TOT(WS-AGENT-SRCH-IDX)
                   TO WS-FORMATTED-TOTAL
               MOVE SPACES TO AGTSTMT-REC
               STRING 'COLLECTED AFTER LEAVING, NOT EARNED '
                   DELIMITED BY SIZE
                   WS-FORMATTED-TOTAL DELIMITED BY SIZE
                   INTO AGTSTMT-REC
               WRITE AGTSTMT-REC
           END-IF.
           PERFORM 3730-PTD-FIND-PARA.
           IF WS-PTD-FOUND
               COMPUTE WS-PAY-INCREMENT =
                   WS-AGENT-NET - WS-PTD-AMOUNT(WS-PTD-SRCH-IDX)
               MOVE SPACES TO AGTSTMT-REC
               EVALUATE TRUE
                   WHEN WS-PAY-INCREMENT > 0
                       MOVE WS-PAY-INCREMENT TO WS-FORMATTED-TOTAL
                       STRING 'FINAL SETTLEMENT PAYABLE THIS RUN '
                           DELIMITED BY SIZE
                           WS-FORMATTED-TOTAL DELIMITED BY SIZE
                           INTO AGTSTMT-REC
                   WHEN WS-PAY-INCREMENT < 0
                       COMPUTE WS-FORMATTED-TOTAL =
                           0 - WS-PAY-INCREMENT
                       STRING 'BALANCE RECOVERABLE FROM AGENT '
                           DELIMITED BY SIZE
                           WS-FORMATTED-TOTAL DELIMITED BY SIZE
                           INTO AGTSTMT-REC
                   WHEN OTHER
                       MOVE 'ACCOUNT SETTLED' TO AGTSTMT-REC
               END-EVALUATE
               WRITE AGTSTMT-REC
           END-IF.

      * ONE BURSTABLE SECTION PER MANAGER WITH A TEAM THIS RUN:
      * EVERY MEMBER BELOW THEM BY LEVEL, WHAT THE MEMBER COLLECTED
      * AND EARNED, AND THE OVERRIDE IT EARNED THE MANAGER.
       3670-TEAM-STATEMENTS-PARA.
           MOVE SPACES TO TEAMSTMT-REC.
           STRING 'TEAM PRODUCTION STATEMENTS - RUN '
               DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO TEAMSTMT-REC.
           WRITE TEAMSTMT-REC.
           PERFORM 3675-ONE-TEAM-PARA
               VARYING WS-AGENT-SRCH-IDX FROM 1 BY 1
               UNTIL WS-AGENT-SRCH-IDX > WS-AGENT-CNT.

       3675-ONE-TEAM-PARA.
           IF WS-AGT-TEAM-SW(WS-AGENT-SRCH-IDX) = 'Y'
               MOVE ALL '-' TO TEAMSTMT-REC
               WRITE TEAMSTMT-REC
               MOVE SPACES TO TEAMSTMT-REC
               STRING 'MANAGER ' DELIMITED BY SIZE
                   WS-AGT-ID(WS-AGENT-SRCH-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-AGT-NAME(WS-AGENT-SRCH-IDX) DELIMITED BY SIZE
                   INTO TEAMSTMT-REC
               WRITE TEAMSTMT-REC
               MOVE
                  '  LVL AGENT    COLLECTED       EARNED     OVERRIDE'
                   TO TEAMSTMT-REC
               WRITE TEAMSTMT-REC
               MOVE ZEROES TO WS-TEAM-COLL-TOT
               MOVE ZEROES TO WS-TEAM-COMM-TOT
               MOVE ZEROES TO WS-TEAM-LINE-CNT
               PERFORM 3680-TEAM-LINE-PARA
                   VARYING WS-TEAM-IDX FROM 1 BY 1
                   UNTIL WS-TEAM-IDX > WS-TEAM-CNT
               PERFORM 3690-TEAM-TOTALS-PARA
           END-IF.

       3680-TEAM-LINE-PARA.
           IF WS-TEAM-MGR-IDX(WS-TEAM-IDX) = WS-AGENT-SRCH-IDX
               ADD 1 TO WS-TEAM-LINE-CNT
               ADD WS-TEAM-COLLECTED(WS-TEAM-IDX) TO WS-TEAM-COLL-TOT
               ADD WS-TEAM-COMMISSION(WS-TEAM-IDX) TO WS-TEAM-COMM-TOT
               MOVE WS-TEAM-COLLECTED(WS-TEAM-IDX)
                   TO WS-FORMATTED-TOTAL
               MOVE WS-TEAM-COMMISSION(WS-TEAM-IDX)
                   TO WS-FORMATTED-COMM
               MOVE WS-TEAM-OVERRIDE(WS-TEAM-IDX)
                   TO WS-FORMATTED-OVR
               MOVE SPACES TO TEAMSTMT-REC
               STRING '  L' DELIMITED BY SIZE
                   WS-TEAM-LEVEL(WS-TEAM-IDX) DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-AGT-ID(WS-TEAM-AGENT-IDX(WS-TEAM-IDX))
                       DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-FORMATTED-TOTAL DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-FORMATTED-COMM DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-FORMATTED-OVR DELIMITED BY SIZE
                   INTO TEAMSTMT-REC
               WRITE TEAMSTMT-REC
           END-IF.

       3690-TEAM-TOTALS-PARA.
           MOVE WS-TEAM-COLL-TOT TO WS-FORMATTED-TOTAL.
           MOVE WS-TEAM-COMM-TOT TO WS-FORMATTED-COMM.
           MOVE SPACES TO TEAMSTMT-REC.
           STRING 'TEAM COLLECTED ' DELIMITED BY SIZE
               WS-FORMATTED-TOTAL DELIMITED BY SIZE
               ' TEAM EARNED ' DELIMITED BY SIZE
               WS-FORMATTED-COMM DELIMITED BY SIZE
               INTO TEAMSTMT-REC.
           WRITE TEAMSTMT-REC.
           COMPUTE WS-AGENT-NET =
               WS-AGT-OVR-TOT(WS-AGENT-SRCH-IDX) -
               WS-AGT-OVR-CLAW-TOT(WS-AGENT-SRCH-IDX).
           MOVE WS-AGT-OVR-TOT(WS-AGENT-SRCH-IDX) TO WS-FORMATTED-OVR.
           MOVE WS-AGT-OVR-CLAW-TOT(WS-AGENT-SRCH-IDX)
               TO WS-FORMATTED-CLAW.
           MOVE WS-AGENT-NET TO WS-FORMATTED-TOTAL.
           MOVE SPACES TO TEAMSTMT-REC.
           STRING 'OVERRIDE ' DELIMITED BY SIZE
               WS-FORMATTED-OVR DELIMITED BY SIZE
               ' CLAWBACK ' DELIMITED BY SIZE
               WS-FORMATTED-CLAW DELIMITED BY SIZE
               ' NET ' DELIMITED BY SIZE
               WS-FORMATTED-TOTAL DELIMITED BY SIZE
               INTO TEAMSTMT-REC.
           WRITE TEAMSTMT-REC.

      * ONE CREDIT PER AGENT FOR THE EXCESS OF LIFE-TO-DATE NET
      * OVER WHAT THE CONTROL FILE SAYS WAS ALREADY PAID, THEN THE
       3720-PAYMENT-LINE-PARA.
           COMPUTE WS-AGENT-NET =
               WS-AGT-COMM-TOT(WS-AGENT-SRCH-IDX) -
               WS-AGT-CLAW-TOT(WS-AGENT-SRCH-IDX) +
               WS-AGT-OVR-TOT(WS-AGENT-SRCH-IDX) -
               WS-AGT-OVR-CLAW-TOT(WS-AGENT-SRCH-IDX).
           PERFORM 3730-PTD-FIND-PARA.
           IF WS-PTD-FOUND
               COMPUTE WS-PAY-INCREMENT =
               ADD 1 TO WS-PTD-SRCH-IDX
           END-IF.

      * THE FILE GOES ON THE OUTBOUND MANIFEST SO OUTREL.CBL CAN
      * RELEASE IT TO THE BANK, OR REFUSE IT AS A REPEAT OF A FILE
      * ALREADY SENT.
       3750-PAY-MANIFEST-PARA.
           MOVE 'AGENTPAYFL' TO WS-MAN-FILE-NAME.
           MOVE WS-AGTPAY-WT-CNT TO WS-MAN-REC-CNT.
           MOVE WS-AGTPAY-CONTROL-TOTAL TO WS-MAN-AMOUNT.
           MOVE RETURN-CODE TO WS-MAN-HOLD-RC.
           CALL 'MANIFREG' USING WS-MAN-FILE-NAME, WS-MAN-PROGRAM,
               WS-MAN-REC-CNT, WS-MAN-AMOUNT, WS-MAN-SEQ-NO,
               WS-MAN-RESULT.
           MOVE WS-MAN-HOLD-RC TO RETURN-CODE.
           IF WS-MAN-RESULT NOT = 'Y'
               DISPLAY 'PAYMENT FILE NOT ON THE OUTBOUND MANIFEST, IT '
                   'CANNOT BE RELEASED.'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      * REWRITES THE CONTROL FILE WITH EVERY AGENT'S NEW PAID-TO-
      * DATE, CARRYING FORWARD AGENTS NOT SEEN THIS RUN SO THEIR
      * HISTORY SURVIVES.
           WRITE AGTPAYCTL-REC.
           ADD 1 TO WS-PTD-IDX.

      * PUTS THE COMMISSION REVERSAL FILE BACK WITH TONIGHT'S LINES
      * MARKED CONSUMED. NOTHING LOADED, OR A FILE TOO BIG FOR THE
      * TABLE, MEANS NOTHING TO PUT BACK.
       3860-COMMREV-REWRITE-PARA.
           IF WS-CREV-CNT > 0 AND NOT WS-CREV-FULL
               OPEN OUTPUT COMMREV
               IF WS-COMMREV-STATUS NOT = '00'
                   DISPLAY 'COMMISSION REVERSAL FILE CANNOT BE '
                       'REWRITTEN, STATUS ' WS-COMMREV-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE 1 TO WS-CREV-IDX
                   PERFORM 3870-COMMREV-WRITE-ONE-PARA
                       UNTIL WS-CREV-IDX > WS-CREV-CNT
                   CLOSE COMMREV
               END-IF
           END-IF.

       3870-COMMREV-WRITE-ONE-PARA.
           MOVE WS-CREV-ENTRY(WS-CREV-IDX) TO COMMREV-REC.
           WRITE COMMREV-REC.
           ADD 1 TO WS-CREV-IDX.

       3900-FILES-CLOSE-PARA.
           IF WS-POLICYFYL-STATUS = '00'
               CLOSE POLICYFYL
           IF WS-RATEFL-STATUS = '00'
               CLOSE RATEFL
           END-IF.
           IF LEDGFL-OPEN
               CLOSE LEDGFL
           END-IF.
           CLOSE COMMRPT.
           CLOSE AGTSTMT.
           CLOSE AGTPAY.
           CLOSE TEAMSTMT.
           IF WS-HIERFL-STATUS = '00'
               CLOSE HIERFL
           END-IF.
           IF WS-OVRRATE-STATUS = '00'
               CLOSE OVRRATE
           END-IF.

      * RESOLVES EVERY FILE ASSIGNMENT FROM THE EXTERNAL FILE
      * CONFIGURATION BEFORE ANYTHING IS OPENED, REPORTING EACH
           MOVE 'AGTPAYCTL' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-AGTPAYCTL-PATH.
           MOVE 'COMMREVERSE' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-COMMREV-PATH.
           MOVE 'AGENTHIER' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-HIERFL-PATH.
           MOVE 'OVERRIDERATE' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-OVRRATE-PATH.
           MOVE 'TEAMSTMT' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-TEAMSTMT-PATH.
           MOVE 'ENDORSEHIST' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-ENDHFL-PATH.

       0060-FILECFG-ONE-PARA.
           CALL 'FILECFG' USING WS-CFG-NAME, WS-CFG-PATH,

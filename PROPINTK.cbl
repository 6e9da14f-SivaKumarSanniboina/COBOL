           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-PROPFL-STATUS.

      * NOMINEES NAMED ON THE PROPOSAL FORMS, KEYED BY THE
      * PROPOSAL NUMBER PRINTED ON THE FORM SINCE THE POLICY NUMBER
      * IS NOT KNOWN UNTIL ISSUE. ONE LINE PER NOMINEE.
           SELECT PROPNOM ASSIGN TO DYNAMIC WS-PROPNOM-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-PROPNOM-STATUS.

      * SAME ASSIGN/LAYOUT/KEY AS NOMMAINT.CBL'S NOMMAST. AN ISSUED
      * POLICY'S NOMINEE SET IS WRITTEN HERE UNDER ITS NEW NUMBER.
           SELECT NOMMAST ASSIGN TO DYNAMIC
           WS-NOMMAST-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOM-KEY
           FILE STATUS WS-NOMMAST-STATUS.

      * SAME ASSIGN/LAYOUT/KEYS AS POLICY.CBL'S POLICYFYL, OPENED
      * I-O SO ISSUED POLICIES WRITE STRAIGHT ONTO THE MASTER.
           SELECT POLICYFYL ASSIGN TO DYNAMIC
           05  PRP-PREMIUM-NUM REDEFINES PRP-PREMIUM
                               PIC     S9(8)V99 SIGN IS TRAILING.
           05  PRP-AGENT-ID    PIC     X(05).
           05  PRP-PROPOSALNO  PIC     X(08).
      * PAYMENT MODE (M/Q/H/A); SPACES ISSUES THE POLICY ANNUAL.
           05  PRP-POLICYMODE  PIC     X(01).
               88  PRP-MODE-VALID              VALUE 'M' 'Q' 'H'
                                               'A' SPACE.
           05  FILLER          PIC     X(31).

       FD  PROPNOM.
       01  PROPNOM-REC.
           05  PNM-PROPOSALNO      PIC X(08).
           05  PNM-SEQ             PIC 9(02).
           05  PNM-NAME            PIC X(30).
           05  PNM-RELATION        PIC X(10).
           05  PNM-SHARE-PCT       PIC 9(3)V99.
           05  PNM-BIRTH-DATE      PIC X(08).
           05  PNM-APPOINTEE       PIC X(30).
           05  PNM-APPT-RELATION   PIC X(10).
           05  PNM-ACCOUNT         PIC X(16).
           05  PNM-BANK-CODE       PIC X(08).
           05  FILLER              PIC X(13).

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

      * SAME LAYOUT AS POLICY.CBL'S POLICY_REC.
       FD  POLICYFYL.
                               PIC     S9(8)V99 SIGN IS TRAILING.
           05  AGENT-ID        PIC     X(05).
           05  POLICY-STATUS   PIC     X(01).
           05  POLICYMODE      PIC     X(01).
           05  FILLER          PIC     X(53).

       FD  CUSTFL.
       01  CUSTFL-REC.
      * 0050-FILECFG-LOAD-PARA -- SO A DISK MOVE OR A TEST RUN
      * NEVER MEANS EDITING AND RECOMPILING THIS PROGRAM.
       77  WS-PROPFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-PROPNOM-PATH             PIC X(80) VALUE SPACES.
       77  WS-NOMMAST-PATH             PIC X(80) VALUE SPACES.
       77  WS-POLICYFYL-PATH           PIC X(80) VALUE SPACES.
       77  WS-CUSTFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-LOBCODES-PATH            PIC X(80) VALUE SPACES.

       01  WS-FILE-STATUS.
           05  WS-PROPFL-STATUS        PIC X(2).
           05  WS-PROPNOM-STATUS       PIC X(2).
           05  WS-NOMMAST-STATUS       PIC X(2).
           05  WS-POLICYFYL-STATUS     PIC X(2).
           05  WS-CUSTFL-STATUS        PIC X(2).
           05  WS-LOBCODES-STATUS      PIC X(2).
               88  AGENTFL-EOF                     VALUE 'Y'.
           05  WS-CUSTFL-AVAIL-SW      PIC X(01)   VALUE 'N'.
               88  CUSTFL-AVAILABLE                VALUE 'Y'.
           05  WS-PROPNOM-EOF-SW       PIC X(01)   VALUE 'N'.
               88  PROPNOM-EOF                     VALUE 'Y'.
           05  WS-NOMMAST-OPEN-SW      PIC X(01)   VALUE 'N'.
               88  WS-NOMMAST-OPEN                 VALUE 'Y'.

      * PROPOSAL NOMINEES, LOADED AT OPEN. A PROPOSAL ISSUES ONLY
      * WITH AT LEAST ONE NOMINEE, EVERY NOMINEE COMPLETE, AND THE
      * SHARES ADDING TO EXACTLY 100 PCT.
       01  WS-PNM-TABLE.
           05  WS-PNM-ENTRY OCCURS 2000 TIMES.
               10  WS-PNM-PROPOSALNO    PIC X(08).
               10  WS-PNM-SEQ           PIC 9(02).
               10  WS-PNM-NAME          PIC X(30).
               10  WS-PNM-RELATION      PIC X(10).
               10  WS-PNM-SHARE-PCT     PIC 9(3)V99.
               10  WS-PNM-BIRTH-DATE    PIC X(08).
               10  WS-PNM-APPOINTEE     PIC X(30).
               10  WS-PNM-APPT-RELATION PIC X(10).
               10  WS-PNM-ACCOUNT       PIC X(16).
               10  WS-PNM-BANK-CODE     PIC X(08).
       77  WS-PNM-CNT                  PIC 9(4)    VALUE ZEROES.
       77  WS-PNM-IDX                  PIC 9(4)    VALUE ZEROES.
       77  WS-NOM-CNT                  PIC 9(3)    VALUE ZEROES.
       77  WS-NOM-SHARE-TOTAL          PIC 9(5)V99 VALUE ZEROES.
       77  WS-NOM-BAD-SW               PIC X(01)   VALUE 'N'.
           88  WS-NOM-BAD                          VALUE 'Y'.
       77  WS-MAJORITY-DATE            PIC 9(08)   VALUE ZEROES.

      * APPROVED LOB CODES.
       01  WS-LOB-LIST.
       77  WS-RUN-DATE                 PIC 9(8)    VALUE ZEROES.
       77  WS-RUN-TIME                 PIC 9(6)    VALUE ZEROES.

      * MASTER RECOVERY JOURNAL ENTRY FOR EACH POLICY THIS RUN ISSUES
      * AND FOR THE TRAILER REBUILD, FILED UNDER THE PROPOSAL FILE (SEE
      * MSTJRNW.CBL).
       77  WS-JRN-MASTER               PIC X(12) VALUE 'POLICYFILE'.
       77  WS-JRN-SOURCE               PIC X(12) VALUE 'PROPOSALS'.
       77  WS-JRN-PROGRAM              PIC X(10) VALUE 'PROPINTK'.
       77  WS-JRN-ACTION               PIC X(01)   VALUE SPACE.
       77  WS-JRN-IMAGE                PIC X(103)  VALUE SPACES.
       77  WS-JRN-RESULT               PIC X(01)   VALUE SPACE.
      * RETURN-CODE AS IT STOOD BEFORE THE CALL, WHICH RESETS IT.
       77  WS-JRN-HOLD-RC              PIC S9(4) COMP  VALUE ZERO.

      * EXPERIENCE-RATING CALL AREA (EXPRATE.CBL). A NEW PROPOSAL IS
      * PRICED ON THE CUSTOMER'S EXISTING BOOK AS AT THE RUN DATE.
       COPY 'EXPRCOPY'.
       77  WS-QUOTED-PREMIUM           PIC 9(8)V99 VALUE ZEROES.
       77  WS-RATED-PREMIUM            PIC 9(8)V99 VALUE ZEROES.
       77  WS-REG-PREMIUM              PIC Z(7)9.99.
       77  WS-REG-ADJ-PCT              PIC ZZ9.99.
       77  WS-REG-ADJ-TEXT             PIC X(20)   VALUE SPACES.

      * POLICY SCHEDULE CALL AREA (POLSCHED.CBL). EVERY POLICY ISSUED
      * GETS ITS SCHEDULE AND WELCOME LETTER ON THE NEW-BUSINESS
      * SCHEDULE PRINT FILE.
       COPY 'SCHDCOPY'.

       77  WS-PROP-VALID-SW            PIC X(01)   VALUE 'Y'.
           88  PROP-VALID                          VALUE 'Y'.
           88  PROP-INVALID                        VALUE 'N'.
           05  WS-PROPFL-RD-CNT        PIC 9(6)    VALUE ZEROES.
           05  WS-ISSUED-CNT           PIC 9(6)    VALUE ZEROES.
           05  WS-REJECTED-CNT         PIC 9(6)    VALUE ZEROES.
           05  WS-BONUS-CNT            PIC 9(6)    VALUE ZEROES.
           05  WS-LOADING-CNT          PIC 9(6)    VALUE ZEROES.
           05  WS-SCHED-FAIL-CNT       PIC 9(6)    VALUE ZEROES.
           05  WS-SCHED-HELD-CNT       PIC 9(6)    VALUE ZEROES.

      * TRAILER-REBUILD CONTROLS, THE SAME POST-MAINTENANCE SCAN
      * POLMAINT.CBL RUNS SO THE FEED INTEGRITY CHECKS STILL PROVE
           DISPLAY 'PROPOSALS READ: ', WS-PROPFL-RD-CNT.
           DISPLAY 'POLICIES ISSUED: ', WS-ISSUED-CNT.
           DISPLAY 'PROPOSALS REJECTED: ', WS-REJECTED-CNT.
           DISPLAY 'NO-CLAIM BONUSES GIVEN: ', WS-BONUS-CNT.
           DISPLAY 'CLAIMS LOADINGS APPLIED: ', WS-LOADING-CNT.
           DISPLAY 'SCHEDULES NOT PRINTED: ', WS-SCHED-FAIL-CNT.
           DISPLAY 'SCHEDULES HELD, NO VALID ADDRESS: ',
               WS-SCHED-HELD-CNT.
           STOP RUN.

       1000-FILES-OPEN-PARA.
           OPEN INPUT PROPFL.
           DISPLAY 'FILE STATUS FOR PROPFL:', WS-PROPFL-STATUS.

           OPEN INPUT PROPNOM.
           IF WS-PROPNOM-STATUS NOT = '00'
               DISPLAY 'PROPOSAL NOMINEE FILE NOT FOUND, EVERY '
                   'PROPOSAL WILL REJECT.'
               SET PROPNOM-EOF TO TRUE
           ELSE
               PERFORM 1500-PROPNOM-LOAD-PARA UNTIL PROPNOM-EOF
               CLOSE PROPNOM
           END-IF.

      * A NOMINEE MASTER THAT DOES NOT EXIST YET IS CREATED EMPTY;
      * ONE THAT CANNOT BE OPENED AT ALL STOPS THE RUN, SINCE NO
      * POLICY MAY GO OUT WITHOUT ITS NOMINEES ON FILE.
           OPEN I-O NOMMAST.
           IF WS-NOMMAST-STATUS = '35'
               OPEN OUTPUT NOMMAST
               CLOSE NOMMAST
               OPEN I-O NOMMAST
           END-IF.
           DISPLAY 'FILE STATUS FOR NOMMAST:', WS-NOMMAST-STATUS.
           IF WS-NOMMAST-STATUS = '00'
               SET WS-NOMMAST-OPEN TO TRUE
           ELSE
               DISPLAY 'NOMINEE MASTER CANNOT BE OPENED, RUN '
                   'ABANDONED.'
               MOVE 16 TO RETURN-CODE
               SET PROPFL-EOF TO TRUE
           END-IF.

           OPEN INPUT CUSTFL.
           IF WS-CUSTFL-STATUS NOT = '00'
               DISPLAY 'CUSTOMER MASTER NOT FOUND, EVERY PROPOSAL '
                   END-IF
           END-READ.

       1500-PROPNOM-LOAD-PARA.
           READ PROPNOM
               AT END
                   SET PROPNOM-EOF TO TRUE
               NOT AT END
                   IF WS-PNM-CNT < 2000
                       ADD 1 TO WS-PNM-CNT
                       MOVE PNM-PROPOSALNO TO
                           WS-PNM-PROPOSALNO(WS-PNM-CNT)
                       MOVE PNM-SEQ TO WS-PNM-SEQ(WS-PNM-CNT)
                       MOVE PNM-NAME TO WS-PNM-NAME(WS-PNM-CNT)
                       MOVE PNM-RELATION TO
                           WS-PNM-RELATION(WS-PNM-CNT)
                       MOVE PNM-SHARE-PCT TO
                           WS-PNM-SHARE-PCT(WS-PNM-CNT)
                       MOVE PNM-BIRTH-DATE TO
                           WS-PNM-BIRTH-DATE(WS-PNM-CNT)
                       MOVE PNM-APPOINTEE TO
                           WS-PNM-APPOINTEE(WS-PNM-CNT)
                       MOVE PNM-APPT-RELATION TO
                           WS-PNM-APPT-RELATION(WS-PNM-CNT)
                       MOVE PNM-ACCOUNT TO WS-PNM-ACCOUNT(WS-PNM-CNT)
                       MOVE PNM-BANK-CODE TO
                           WS-PNM-BANK-CODE(WS-PNM-CNT)
                   ELSE
                       DISPLAY 'WS-PNM-TABLE FULL, NOMINEE IGNORED: '
                           PNM-PROPOSALNO
                       MOVE 16 TO RETURN-CODE
                   END-IF
           END-READ.

       1400-POLNOCTL-LOAD-PARA.
           OPEN INPUT POLNOCTL.
           IF WS-POLNOCTL-STATUS NOT = '00' THEN

      * END-TO-END EDITS IN ONE SWEEP, FIRST FAILURE WINS: CUSTOMER
      * ON THE MASTER, LOB APPROVED, BOTH DATES REAL AND IN ORDER,
      * PREMIUM NUMERIC AND POSITIVE, PAYMENT MODE KNOWN, AGENT
      * LICENSED, NOMINEE SET COMPLETE.
       2100-PROPOSAL-VALIDATE-PARA.
           SET PROP-VALID TO TRUE.
           MOVE SPACES TO WS-REJ-REASON.
           IF PROP-VALID
               PERFORM 2300-PREMIUM-CHECK-PARA
           END-IF.
           IF PROP-VALID
               PERFORM 2320-MODE-CHECK-PARA
           END-IF.
           IF PROP-VALID
               PERFORM 2350-AGENT-CHECK-PARA
           END-IF.
           IF PROP-VALID
               PERFORM 2400-NOMINEE-CHECK-PARA
           END-IF.

       2150-CUSTOMER-CHECK-PARA.
           IF CUSTFL-AVAILABLE
               END-IF
           END-IF.

       2320-MODE-CHECK-PARA.
           IF NOT PRP-MODE-VALID
               SET PROP-INVALID TO TRUE
               MOVE 'INVALID PAYMENT MODE' TO WS-REJ-REASON
           END-IF.

       2350-AGENT-CHECK-PARA.
           IF WS-AGENT-CNT > 0
               MOVE 'N' TO WS-AGENT-FOUND-SW
               ADD 1 TO WS-AGENT-SRCH-IDX
           END-IF.

      * EVERY NOMINEE NAMED FOR THE PROPOSAL NEEDS A NAME, A
      * RELATIONSHIP, A SHARE, A REAL BIRTH DATE, AND AN APPOINTEE IF
      * STILL UNDER 18 -- THE SAME EDITS NOMMAINT.CBL APPLIES -- AND
      * THE SHARES MUST ADD TO EXACTLY 100 PCT.
       2400-NOMINEE-CHECK-PARA.
           MOVE ZEROES TO WS-NOM-CNT.
           MOVE ZEROES TO WS-NOM-SHARE-TOTAL.
           MOVE 'N' TO WS-NOM-BAD-SW.
           IF PRP-PROPOSALNO NOT = SPACES
               PERFORM 2450-NOMINEE-CHECK-ONE-PARA
                   VARYING WS-PNM-IDX FROM 1 BY 1
                   UNTIL WS-PNM-IDX > WS-PNM-CNT
           END-IF.
           EVALUATE TRUE
               WHEN WS-NOM-CNT = 0
                   SET PROP-INVALID TO TRUE
                   MOVE 'NO NOMINEE ON PROPOSAL' TO WS-REJ-REASON
               WHEN WS-NOM-BAD
                   SET PROP-INVALID TO TRUE
                   MOVE 'NOMINEE DETAILS INCOMPLETE' TO WS-REJ-REASON
               WHEN WS-NOM-SHARE-TOTAL NOT = 100
                   SET PROP-INVALID TO TRUE
                   MOVE 'NOMINEE SHARES NOT 100 PCT' TO WS-REJ-REASON
           END-EVALUATE.

       2450-NOMINEE-CHECK-ONE-PARA.
           IF WS-PNM-PROPOSALNO(WS-PNM-IDX) = PRP-PROPOSALNO
               ADD 1 TO WS-NOM-CNT
               IF WS-PNM-SHARE-PCT(WS-PNM-IDX) NUMERIC
                   ADD WS-PNM-SHARE-PCT(WS-PNM-IDX)
                       TO WS-NOM-SHARE-TOTAL
               END-IF
               IF WS-PNM-SEQ(WS-PNM-IDX) NOT NUMERIC
                   OR WS-PNM-SEQ(WS-PNM-IDX) = 0
                   OR WS-PNM-NAME(WS-PNM-IDX) = SPACES
                   OR WS-PNM-RELATION(WS-PNM-IDX) = SPACES
                   OR WS-PNM-SHARE-PCT(WS-PNM-IDX) NOT NUMERIC
                   OR WS-PNM-SHARE-PCT(WS-PNM-IDX) = 0
                   SET WS-NOM-BAD TO TRUE
               ELSE
                   MOVE WS-PNM-BIRTH-DATE(WS-PNM-IDX)
                       TO WS-DATEVAL-DATE
                   CALL 'DATEVAL' USING WS-DATEVAL-DATE,
                       WS-DATEVAL-RESULT
                   IF WS-DATEVAL-RESULT NOT = 'Y'
                       OR WS-PNM-BIRTH-DATE(WS-PNM-IDX) > WS-RUN-DATE
                       SET WS-NOM-BAD TO TRUE
                   ELSE
                       MOVE WS-PNM-BIRTH-DATE(WS-PNM-IDX)
                           TO WS-MAJORITY-DATE
                       ADD 180000 TO WS-MAJORITY-DATE
                       IF WS-MAJORITY-DATE > WS-RUN-DATE
                           AND WS-PNM-APPOINTEE(WS-PNM-IDX) = SPACES
                           SET WS-NOM-BAD TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * ISSUES THE POLICY UNDER THE NEXT CONTROLLED NUMBER. A WRITE
      * REFUSED BY INVALID KEY MEANS THE RANGE COLLIDED WITH AN
      * EXISTING KEY -- THAT IS A CONTROL-FILE PROBLEM AND FAILS THE
               MOVE PRP-START-DATE TO START-DATE OF POLICY_REC
               MOVE PRP-END-DATE   TO END-DATE OF POLICY_REC
               MOVE PRP-PREMIUM    TO PREMIUM OF POLICY_REC
               PERFORM 2550-EXPERIENCE-RATE-PARA
               MOVE PRP-AGENT-ID   TO AGENT-ID OF POLICY_REC
               MOVE 'A'            TO POLICY-STATUS OF POLICY_REC
               MOVE PRP-POLICYMODE TO POLICYMODE OF POLICY_REC
               IF POLICYMODE OF POLICY_REC = SPACE
                   MOVE 'A'        TO POLICYMODE OF POLICY_REC
               END-IF
               WRITE POLICY_REC
                   INVALID KEY
                       DISPLAY 'ISSUE COLLIDED WITH EXISTING KEY: '
                       SET PROPFL-EOF TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO WS-ISSUED-CNT
                       MOVE 'W' TO WS-JRN-ACTION
                       MOVE POLICY_REC TO WS-JRN-IMAGE
                       PERFORM 2950-JOURNAL-WRITE-PARA
                       PERFORM 2800-ENDORSE-WRITE-PARA
                       PERFORM 2700-NOMINEE-ISSUE-PARA
                           VARYING WS-PNM-IDX FROM 1 BY 1
                           UNTIL WS-PNM-IDX > WS-PNM-CNT
                       PERFORM 2900-SCHEDULE-PRINT-PARA
                       MOVE SPACES TO PROPREG-REC
                       STRING 'ISSUED ' DELIMITED BY SIZE
                           POLICYNO OF POLICY_REC DELIMITED BY SIZE
                           PRP-CUSTOMERID DELIMITED BY SIZE
                           ' LOB ' DELIMITED BY SIZE
                           PRP-LOBCODE DELIMITED BY SIZE
                           ' PREMIUM ' DELIMITED BY SIZE
                           WS-REG-PREMIUM DELIMITED BY SIZE
                           WS-REG-ADJ-TEXT DELIMITED BY SIZE
                           INTO PROPREG-REC
                       WRITE PROPREG-REC
               END-WRITE
           END-IF.

      * THE QUOTED PREMIUM IS STEPPED DOWN BY THE NO-CLAIM BONUS
      * OR UP BY THE CLAIMS LOADING THE CUSTOMER'S EXISTING BOOK
      * EARNS (EXPRATE.CBL). A FIRST-TIME CUSTOMER, OR A BOOK WHOSE
      * HISTORY CANNOT BE READ, IS ISSUED AT THE QUOTED PREMIUM.
       2550-EXPERIENCE-RATE-PARA.
           MOVE PRP-PREMIUM-NUM TO WS-QUOTED-PREMIUM.
           MOVE WS-QUOTED-PREMIUM TO WS-RATED-PREMIUM.
           MOVE SPACES TO WS-REG-ADJ-TEXT.
           MOVE SPACES TO EXPR-AREA.
           MOVE 'R' TO EXPR-FUNCTION.
           MOVE PRP-CUSTOMERID TO EXPR-CUSTOMERID.
           MOVE PRP-LOBCODE TO EXPR-LOBCODE.
           MOVE WS-RUN-DATE TO EXPR-AS-OF-DATE.
           CALL 'EXPRATE' USING EXPR-AREA.
           MOVE EXPR-ADJ-PCT TO WS-REG-ADJ-PCT.
           IF EXPR-RESULT = 'Y' AND EXPR-NO-CLAIM-BONUS
               COMPUTE WS-RATED-PREMIUM ROUNDED = WS-QUOTED-PREMIUM *
                   (1 - EXPR-ADJ-PCT / 100)
               ADD 1 TO WS-BONUS-CNT
               STRING ' NCB -' DELIMITED BY SIZE
                   WS-REG-ADJ-PCT DELIMITED BY SIZE
                   ' PCT' DELIMITED BY SIZE
                   INTO WS-REG-ADJ-TEXT
           END-IF.
           IF EXPR-RESULT = 'Y' AND EXPR-CLAIMS-LOADING
               COMPUTE WS-RATED-PREMIUM ROUNDED = WS-QUOTED-PREMIUM *
                   (1 + EXPR-ADJ-PCT / 100)
               ADD 1 TO WS-LOADING-CNT
               STRING ' LOADING +' DELIMITED BY SIZE
                   WS-REG-ADJ-PCT DELIMITED BY SIZE
                   ' PCT' DELIMITED BY SIZE
                   INTO WS-REG-ADJ-TEXT
           END-IF.
           MOVE WS-RATED-PREMIUM TO PREMIUM-NUM OF POLICY_REC.
           MOVE WS-RATED-PREMIUM TO WS-REG-PREMIUM.

       2600-PROPREJ-WRITE-PARA.
           MOVE SPACES TO PROPREJ-REC.
           MOVE PRP-CUSTOMERID TO PRJ-CUSTOMERID.
           WRITE PROPREJ-REC.
           ADD 1 TO WS-REJECTED-CNT.

      * THE PROPOSAL'S NOMINEES GO ONTO THE NOMINEE MASTER UNDER THE
      * NEWLY ISSUED POLICY NUMBER. A KEY ALREADY THERE MEANS THE
      * MASTER HOLDS NOMINEES FOR A NUMBER NEVER ISSUED BEFORE --
      * THE SAME CONTROL-FILE PROBLEM AS AN ISSUE COLLISION.
       2700-NOMINEE-ISSUE-PARA.
           IF WS-PNM-PROPOSALNO(WS-PNM-IDX) = PRP-PROPOSALNO
               MOVE SPACES TO NOMMAST-REC
               MOVE POLICYNO OF POLICY_REC TO NOM-POLICYNO
               MOVE WS-PNM-SEQ(WS-PNM-IDX) TO NOM-SEQ
               MOVE WS-PNM-NAME(WS-PNM-IDX) TO NOM-NAME
               MOVE WS-PNM-RELATION(WS-PNM-IDX) TO NOM-RELATION
               MOVE WS-PNM-SHARE-PCT(WS-PNM-IDX) TO NOM-SHARE-PCT
               MOVE WS-PNM-BIRTH-DATE(WS-PNM-IDX) TO NOM-BIRTH-DATE
               MOVE WS-PNM-APPOINTEE(WS-PNM-IDX) TO NOM-APPOINTEE
               MOVE WS-PNM-APPT-RELATION(WS-PNM-IDX)
                   TO NOM-APPT-RELATION
               MOVE WS-PNM-ACCOUNT(WS-PNM-IDX) TO NOM-ACCOUNT
               MOVE WS-PNM-BANK-CODE(WS-PNM-IDX) TO NOM-BANK-CODE
               WRITE NOMMAST-REC
                   INVALID KEY
                       DISPLAY 'NOMINEE ALREADY ON FILE FOR NEW '
                           'POLICY: ' NOM-POLICYNO ' ' NOM-SEQ
                       MOVE 16 TO RETURN-CODE
               END-WRITE
           END-IF.

      * SAME IMAGE SHAPE POLMAINT.CBL'S 2800-ENDORSE-WRITE-PARA
      * LEAVES, ACTION 'A' WITH AN EMPTY BEFORE IMAGE.
       2800-ENDORSE-WRITE-PARA.
           MOVE POLICY_REC             TO ENDH-AFTER.
           WRITE ENDHFL-REC.

      * THE NEW POLICY AS NOW WRITTEN TO THE MASTER, NOMINEES
      * INCLUDED, GOES TO THE SCHEDULE PRINT. A SCHEDULE THAT CANNOT
      * BE PRINTED DOES NOT HOLD UP THE ISSUE; IT IS COUNTED AND
      * CAN BE REPRINTED THROUGH SCHEDRPT.CBL.
       2900-SCHEDULE-PRINT-PARA.
           MOVE 'P' TO SCHD-FUNCTION.
           MOVE 'SCHEDNEWBUS' TO SCHD-PRINT-NAME.
           MOVE 'SCHEDNEWNOAD' TO SCHD-NOADDR-NAME.
           SET SCHD-NEW-BUSINESS TO TRUE.
           MOVE POLICY_REC TO SCHD-POLICY.
           CALL 'POLSCHED' USING SCHD-AREA.
           EVALUATE TRUE
               WHEN SCHD-PRINTED
                   CONTINUE
               WHEN SCHD-ADDRESS-HELD
                   ADD 1 TO WS-SCHED-HELD-CNT
               WHEN OTHER
                   ADD 1 TO WS-SCHED-FAIL-CNT
           END-EVALUATE.

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
           IF CUSTFL-AVAILABLE
               CLOSE CUSTFL
           END-IF.
           IF WS-NOMMAST-OPEN
               CLOSE NOMMAST
           END-IF.
           IF WS-LOBCODES-STATUS = '00' OR WS-LOBCODES-STATUS = '10'
               CLOSE LOBCODES
           END-IF.
           END-IF.
           CLOSE PROPREJ.
           CLOSE ENDHFL.
           MOVE 'C' TO EXPR-FUNCTION.
           CALL 'EXPRATE' USING EXPR-AREA.
           MOVE 'C' TO SCHD-FUNCTION.
           CALL 'POLSCHED' USING SCHD-AREA.
           PERFORM 3200-POLNOCTL-REWRITE-PARA.
           PERFORM 3500-RANGE-REPORT-PARA.
           CLOSE PROPREG.
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
           MOVE 'PROPOSALS' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-PROPFL-PATH.
           MOVE 'PROPNOMINEE' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-PROPNOM-PATH.
           MOVE 'NOMINEEMAST' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-NOMMAST-PATH.
           MOVE 'POLICYFILE' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-POLICYFYL-PATH.

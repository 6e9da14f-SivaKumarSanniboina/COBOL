       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * ADD/CHANGE/DELETE TRANSACTIONS KEYED BY POLICY NUMBER AND
      * NOMINEE SEQUENCE, ONE ACTION CODE FOLLOWED BY A FULL
      * NOMMAST-REC IMAGE PER LINE, THE SAME SHAPE CUSTMAINT.CBL
      * TAKES.
           SELECT NOMTRAN ASSIGN TO DYNAMIC
           WS-NOMTRAN-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-NOMTRAN-STATUS.

      * NOMINEE MASTER: ONE RECORD PER NOMINEE, KEYED BY POLICY
      * NUMBER AND A TWO-DIGIT SEQUENCE SO A POLICY CAN CARRY AS MANY
      * NOMINEES AS THE PROPOSAL NAMED. A POLICY'S SET IS READ BY
      * STARTING AT SEQUENCE 00 AND READING NEXT UNTIL THE POLICY
      * NUMBER CHANGES. DYNAMIC ACCESS FOR THAT WALK.
           SELECT NOMMAST ASSIGN TO DYNAMIC
           WS-NOMMAST-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOM-KEY
           FILE STATUS WS-NOMMAST-STATUS.

      * SAME ASSIGN/LAYOUT/KEYS AS POLICY.CBL'S POLICYFYL, READ
      * RANDOM SO A NOMINEE IS NEVER ADDED AGAINST A POLICY THAT IS
      * NOT ON THE MASTER.
           SELECT POLICYFYL ASSIGN TO DYNAMIC
           WS-POLICYFYL-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS POLICYNO
           ALTERNATE RECORD KEY IS CUSTOMERID WITH DUPLICATES
           FILE STATUS WS-POLICYFYL-STATUS.

      * APPLIED/REJECTED MAINTENANCE REGISTER WITH THE BEFORE AND
      * AFTER IMAGE OF EVERY NOMINEE CHANGED.
           SELECT NOMREG ASSIGN TO DYNAMIC
           WS-NOMREG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-NOMREG-STATUS.

      * EXTERNALLY-SUPPLIED RUN DATE (RUNPARM.CPY), USED FOR THE
      * BIRTH-DATE AND MINOR-NOMINEE EDITS.
           SELECT RUNPARM ASSIGN TO DYNAMIC
           WS-RUNPARM-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-RUNPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NOMTRAN.
       01  NOMTRAN-REC.
           05  NTR-ACTION          PIC X(01).
               88  NTR-ADD                     VALUE 'A'.
               88  NTR-CHANGE                  VALUE 'C'.
               88  NTR-DELETE                  VALUE 'D'.
           05  NTR-KEY.
               10  NTR-POLICYNO    PIC X(08).
               10  NTR-SEQ         PIC 9(02).
           05  NTR-NAME            PIC X(30).
           05  NTR-RELATION        PIC X(10).
           05  NTR-SHARE-PCT       PIC 9(3)V99.
           05  NTR-BIRTH-DATE      PIC X(08).
           05  NTR-APPOINTEE       PIC X(30).
           05  NTR-APPT-RELATION   PIC X(10).
           05  NTR-ACCOUNT         PIC X(16).
           05  NTR-BANK-CODE       PIC X(08).
           05  FILLER              PIC X(13).

      * A NOMINEE UNDER 18 ON THE RUN DATE CANNOT GIVE A DISCHARGE
      * FOR A CLAIM, SO THE APPOINTEE WHO RECEIVES ON THEIR BEHALF IS
      * CARRIED ON THE SAME RECORD. THE BANK DETAILS ARE THE ONES A
      * NOMINEE PAYMENT IS SENT TO -- THE APPOINTEE'S FOR A MINOR.
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

       FD  NOMREG.
       01  NOMREG-REC                  PIC X(80).

       FD  RUNPARM.
       COPY 'RUNPARM'.

       WORKING-STORAGE SECTION.
      * RESOLVED FILE PATHS. EVERY ASSIGNMENT COMES FROM THE
      * EXTERNAL FILE CONFIGURATION (FILECFG) AT STARTUP -- SEE
      * 0050-FILECFG-LOAD-PARA -- SO A DISK MOVE OR A TEST RUN
      * NEVER MEANS EDITING AND RECOMPILING THIS PROGRAM.
       77  WS-NOMTRAN-PATH             PIC X(80) VALUE SPACES.
       77  WS-NOMMAST-PATH             PIC X(80) VALUE SPACES.
       77  WS-POLICYFYL-PATH           PIC X(80) VALUE SPACES.
       77  WS-NOMREG-PATH              PIC X(80) VALUE SPACES.
       77  WS-RUNPARM-PATH             PIC X(80) VALUE SPACES.
       77  WS-CFG-NAME             PIC X(12)   VALUE SPACES.
       77  WS-CFG-PATH             PIC X(80)   VALUE SPACES.
       77  WS-CFG-RESULT           PIC X(01)   VALUE 'N'.

       01  WS-FILE-STATUS.
           05  WS-NOMTRAN-STATUS       PIC X(2).
           05  WS-NOMMAST-STATUS       PIC X(2).
           05  WS-POLICYFYL-STATUS     PIC X(2).
           05  WS-NOMREG-STATUS        PIC X(2).
           05  WS-RUNPARM-STATUS       PIC X(2).

       01  WS-EOF-SWITCHES.
           05  WS-NOMTRAN-EOF-SW       PIC X(01)   VALUE 'N'.
               88  NOMTRAN-EOF                     VALUE 'Y'.
           05  WS-NOM-CHAIN-END-SW     PIC X(01)   VALUE 'N'.
               88  NOM-CHAIN-ENDED                 VALUE 'Y'.

      * KEYED READS LEAVE '23' AND A FINISHED CHAIN '10' IN THE
      * STATUS, SO WHETHER A FILE WAS OPENED IS KEPT SEPARATELY FOR
      * THE CLOSE.
       01  WS-OPEN-SWITCHES.
           05  WS-NOMMAST-OPEN-SW      PIC X(01)   VALUE 'N'.
               88  WS-NOMMAST-OPEN                 VALUE 'Y'.
           05  WS-POLICYFYL-OPEN-SW    PIC X(01)   VALUE 'N'.
               88  WS-POLICYFYL-OPEN               VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-NOMTRAN-RD-CNT       PIC 9(6)    VALUE ZEROES.
           05  WS-APPLIED-CNT          PIC 9(6)    VALUE ZEROES.
           05  WS-REJECTED-CNT         PIC 9(6)    VALUE ZEROES.
           05  WS-SET-INCOMPLETE-CNT   PIC 9(6)    VALUE ZEROES.

       77  WS-TRN-RESULT               PIC X(08)   VALUE SPACES.
       77  WS-TRN-REASON               PIC X(30)   VALUE SPACES.

      * BEFORE/AFTER IMAGES OF THE NOMINEE A TRANSACTION TOUCHED,
      * SPACES WHERE THERE IS NO IMAGE (NO BEFORE ON AN ADD, NO
      * AFTER ON A DELETE).
       77  WS-BEFORE-IMAGE             PIC X(140)  VALUE SPACES.
       77  WS-AFTER-IMAGE              PIC X(140)  VALUE SPACES.
       77  WS-IMAGE-LABEL              PIC X(08)   VALUE SPACES.
       01  WS-IMAGE-REC.
           05  WS-IMG-POLICYNO         PIC X(08).
           05  WS-IMG-SEQ              PIC 9(02).
           05  WS-IMG-NAME             PIC X(30).
           05  WS-IMG-RELATION         PIC X(10).
           05  WS-IMG-SHARE-PCT        PIC 9(3)V99.
           05  WS-IMG-BIRTH-DATE       PIC 9(08).
           05  WS-IMG-APPOINTEE        PIC X(30).
           05  WS-IMG-APPT-RELATION    PIC X(10).
           05  WS-IMG-ACCOUNT          PIC X(16).
           05  WS-IMG-BANK-CODE        PIC X(08).
           05  FILLER                  PIC X(13).
       77  WS-FORMATTED-SHARE          PIC ZZ9.99.

      * POLICIES WHOSE NOMINEE SET WAS TOUCHED THIS RUN. EACH ONE'S
      * SHARES ARE RE-TOTALLED AT THE END SO A SET LEFT SHORT OF OR
      * OVER 100 PCT IS CAUGHT THE NIGHT IT HAPPENS.
       01  WS-TOUCHED-TABLE.
           05  WS-TOUCHED-POLICYNO OCCURS 1000 TIMES PIC X(08).
       77  WS-TOUCHED-CNT              PIC 9(4)    VALUE ZEROES.
       77  WS-TOUCHED-IDX              PIC 9(4)    VALUE ZEROES.
       77  WS-TOUCHED-FOUND-SW         PIC X(01)   VALUE 'N'.
           88  WS-TOUCHED-FOUND                    VALUE 'Y'.
       77  WS-CHAIN-POLICYNO           PIC X(08)   VALUE SPACES.
       77  WS-SET-SHARE-TOTAL          PIC 9(5)V99 VALUE ZEROES.
       77  WS-SET-NOMINEE-CNT          PIC 9(3)    VALUE ZEROES.
       77  WS-FORMATTED-TOTAL          PIC ZZZZ9.99.

      * STAGING FIELDS FOR THE CALL TO DATEVAL, AND THE 18TH-BIRTHDAY
      * TEST FOR A MINOR NOMINEE (YYYYMMDD PLUS 18 YEARS).
       77  WS-DATEVAL-DATE             PIC X(08)   VALUE SPACES.
       77  WS-DATEVAL-RESULT           PIC X(01)   VALUE 'N'.
       77  WS-MAJORITY-DATE            PIC 9(08)   VALUE ZEROES.
       77  WS-NOM-VALID-SW             PIC X(01)   VALUE 'Y'.
           88  WS-NOM-VALID                        VALUE 'Y'.

       77  WS-RUN-DATE                 PIC 9(8)    VALUE ZEROES.
       77  WS-RUN-TIME                 PIC 9(6)    VALUE ZEROES.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0050-FILECFG-LOAD-PARA.
           PERFORM 1000-FILES-OPEN-PARA.
           IF WS-NOMMAST-STATUS = '00'
                   AND WS-NOMTRAN-STATUS = '00'
                   AND WS-POLICYFYL-STATUS = '00' THEN
               PERFORM 2000-NOMTRAN-READ-PARA UNTIL NOMTRAN-EOF
               PERFORM 3000-SET-CHECK-PARA
           ELSE
               DISPLAY 'MASTER OR TRANSACTION FILE CANNOT BE OPENED.'
               MOVE 16 TO RETURN-CODE
           END-IF.
           PERFORM 3900-FILES-CLOSE-PARA.

           DISPLAY 'NO. OF TRANSACTIONS READ: ', WS-NOMTRAN-RD-CNT.
           DISPLAY 'NO. OF TRANSACTIONS APPLIED: ', WS-APPLIED-CNT.
           DISPLAY 'NO. OF TRANSACTIONS REJECTED: ', WS-REJECTED-CNT.
           DISPLAY 'NOMINEE SETS NOT AT 100 PCT: ',
               WS-SET-INCOMPLETE-CNT.
           IF (WS-REJECTED-CNT > 0 OR WS-SET-INCOMPLETE-CNT > 0)
                   AND RETURN-CODE = 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * A NOMINEE MASTER THAT DOES NOT EXIST YET IS CREATED EMPTY SO
      * THE FIRST MAINTENANCE RUN CAN LOAD IT.
       1000-FILES-OPEN-PARA.
           OPEN I-O NOMMAST.
           IF WS-NOMMAST-STATUS = '35'
               OPEN OUTPUT NOMMAST
               CLOSE NOMMAST
               OPEN I-O NOMMAST
           END-IF.
           DISPLAY 'FILE STATUS FOR NOMMAST:', WS-NOMMAST-STATUS.
           IF WS-NOMMAST-STATUS = '00'
               SET WS-NOMMAST-OPEN TO TRUE
           END-IF.

           OPEN INPUT NOMTRAN.
           DISPLAY 'FILE STATUS FOR NOMTRAN:', WS-NOMTRAN-STATUS.

           OPEN INPUT POLICYFYL.
           DISPLAY 'FILE STATUS FOR POLICYFYL:', WS-POLICYFYL-STATUS.
           IF WS-POLICYFYL-STATUS = '00'
               SET WS-POLICYFYL-OPEN TO TRUE
           END-IF.

           OPEN OUTPUT NOMREG.
           DISPLAY 'FILE STATUS FOR NOMREG:', WS-NOMREG-STATUS.

           PERFORM 1050-RUNPARM-LOAD-PARA.
           MOVE SPACES TO NOMREG-REC.
           STRING 'NOMINEE MASTER MAINTENANCE REGISTER - RUN '
               DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO NOMREG-REC.
           WRITE NOMREG-REC.

      * LOADS THE RUN DATE FROM THE EXTERNAL RUNPARM FILE, THE SAME
      * MISSING-FILE DEFAULTING POLICY.CBL'S 1050-RUNPARM-LOAD-PARA
      * USES.
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
           ACCEPT WS-RUN-TIME FROM TIME.

       2000-NOMTRAN-READ-PARA.
           READ NOMTRAN
               AT END
                   SET NOMTRAN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-NOMTRAN-RD-CNT
                   PERFORM 2100-TRAN-APPLY-PARA
                   PERFORM 2900-REGISTER-WRITE-PARA
           END-READ.

       2100-TRAN-APPLY-PARA.
           MOVE SPACES TO WS-TRN-RESULT.
           MOVE SPACES TO WS-TRN-REASON.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE SPACES TO WS-AFTER-IMAGE.
           EVALUATE TRUE
               WHEN NTR-ADD
                   PERFORM 2200-TRAN-ADD-PARA
               WHEN NTR-CHANGE
                   PERFORM 2300-TRAN-CHANGE-PARA
               WHEN NTR-DELETE
                   PERFORM 2400-TRAN-DELETE-PARA
               WHEN OTHER
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   MOVE 'INVALID ACTION CODE' TO WS-TRN-REASON
                   ADD 1 TO WS-REJECTED-CNT
           END-EVALUATE.
           IF WS-TRN-RESULT = 'APPLIED '
               PERFORM 2700-TOUCHED-ADD-PARA
           END-IF.

      * AN ADD FOR A KEY ALREADY ON THE MASTER IS REJECTED BY THE
      * WRITE'S INVALID KEY RATHER THAN A SEPARATE PRE-READ.
       2200-TRAN-ADD-PARA.
           PERFORM 2500-NOMINEE-EDIT-PARA.
           IF WS-NOM-VALID
               PERFORM 2250-TRAN-FIELDS-MOVE-PARA
               WRITE NOMMAST-REC
                   INVALID KEY
                       MOVE 'REJECTED' TO WS-TRN-RESULT
                       MOVE 'ADD - NOMINEE ALREADY EXISTS'
                           TO WS-TRN-REASON
                       ADD 1 TO WS-REJECTED-CNT
                   NOT INVALID KEY
                       MOVE NOMMAST-REC TO WS-AFTER-IMAGE
                       MOVE 'APPLIED ' TO WS-TRN-RESULT
                       ADD 1 TO WS-APPLIED-CNT
               END-WRITE
           END-IF.

       2250-TRAN-FIELDS-MOVE-PARA.
           MOVE SPACES TO NOMMAST-REC.
           MOVE NTR-POLICYNO      TO NOM-POLICYNO.
           MOVE NTR-SEQ           TO NOM-SEQ.
           MOVE NTR-NAME          TO NOM-NAME.
           MOVE NTR-RELATION      TO NOM-RELATION.
           MOVE NTR-SHARE-PCT     TO NOM-SHARE-PCT.
           MOVE NTR-BIRTH-DATE    TO NOM-BIRTH-DATE.
           MOVE NTR-APPOINTEE     TO NOM-APPOINTEE.
           MOVE NTR-APPT-RELATION TO NOM-APPT-RELATION.
           MOVE NTR-ACCOUNT       TO NOM-ACCOUNT.
           MOVE NTR-BANK-CODE     TO NOM-BANK-CODE.

       2300-TRAN-CHANGE-PARA.
           MOVE NTR-POLICYNO TO NOM-POLICYNO.
           MOVE NTR-SEQ TO NOM-SEQ.
           READ NOMMAST
               INVALID KEY
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   MOVE 'CHANGE - NOMINEE NOT FOUND'
                       TO WS-TRN-REASON
                   ADD 1 TO WS-REJECTED-CNT
               NOT INVALID KEY
                   MOVE NOMMAST-REC TO WS-BEFORE-IMAGE
                   PERFORM 2500-NOMINEE-EDIT-PARA
                   IF WS-NOM-VALID
                       PERFORM 2250-TRAN-FIELDS-MOVE-PARA
                       REWRITE NOMMAST-REC
                       MOVE NOMMAST-REC TO WS-AFTER-IMAGE
                       MOVE 'APPLIED ' TO WS-TRN-RESULT
                       ADD 1 TO WS-APPLIED-CNT
                   ELSE
                       MOVE SPACES TO WS-BEFORE-IMAGE
                   END-IF
           END-READ.

       2400-TRAN-DELETE-PARA.
           MOVE NTR-POLICYNO TO NOM-POLICYNO.
           MOVE NTR-SEQ TO NOM-SEQ.
           READ NOMMAST
               INVALID KEY
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   MOVE 'DELETE - NOMINEE NOT FOUND'
                       TO WS-TRN-REASON
                   ADD 1 TO WS-REJECTED-CNT
               NOT INVALID KEY
                   MOVE NOMMAST-REC TO WS-BEFORE-IMAGE
                   DELETE NOMMAST
                   MOVE 'APPLIED ' TO WS-TRN-RESULT
                   ADD 1 TO WS-APPLIED-CNT
           END-READ.

      * FIELD EDITS FOR AN ADD OR CHANGE, FIRST FAILURE WINS: POLICY
      * ON THE MASTER, NAME AND RELATIONSHIP GIVEN, A SHARE BETWEEN 0
      * AND 100, A REAL BIRTH DATE NOT AFTER THE RUN DATE, AND AN
      * APPOINTEE FOR A NOMINEE STILL UNDER 18.
       2500-NOMINEE-EDIT-PARA.
           SET WS-NOM-VALID TO TRUE.
           MOVE NTR-POLICYNO TO POLICYNO OF POLICY_REC.
           READ POLICYFYL
               INVALID KEY
                   MOVE 'N' TO WS-NOM-VALID-SW
                   MOVE 'POLICY NOT ON MASTER' TO WS-TRN-REASON
           END-READ.
           IF WS-NOM-VALID
               EVALUATE TRUE
                   WHEN NTR-SEQ NOT NUMERIC OR NTR-SEQ = 0
                       MOVE 'N' TO WS-NOM-VALID-SW
                       MOVE 'INVALID NOMINEE SEQUENCE' TO WS-TRN-REASON
                   WHEN NTR-NAME = SPACES
                       MOVE 'N' TO WS-NOM-VALID-SW
                       MOVE 'NOMINEE NAME MISSING' TO WS-TRN-REASON
                   WHEN NTR-RELATION = SPACES
                       MOVE 'N' TO WS-NOM-VALID-SW
                       MOVE 'RELATIONSHIP MISSING' TO WS-TRN-REASON
                   WHEN NTR-SHARE-PCT NOT NUMERIC
                       OR NTR-SHARE-PCT = 0
                       OR NTR-SHARE-PCT > 100
                       MOVE 'N' TO WS-NOM-VALID-SW
                       MOVE 'SHARE NOT 0-100 PCT' TO WS-TRN-REASON
               END-EVALUATE
           END-IF.
           IF WS-NOM-VALID
               MOVE NTR-BIRTH-DATE TO WS-DATEVAL-DATE
               CALL 'DATEVAL' USING WS-DATEVAL-DATE, WS-DATEVAL-RESULT
               IF WS-DATEVAL-RESULT NOT = 'Y'
                   OR NTR-BIRTH-DATE > WS-RUN-DATE
                   MOVE 'N' TO WS-NOM-VALID-SW
                   MOVE 'INVALID BIRTH DATE' TO WS-TRN-REASON
               END-IF
           END-IF.
           IF WS-NOM-VALID
               MOVE NTR-BIRTH-DATE TO WS-MAJORITY-DATE
               ADD 180000 TO WS-MAJORITY-DATE
               IF WS-MAJORITY-DATE > WS-RUN-DATE
                   AND NTR-APPOINTEE = SPACES
                   MOVE 'N' TO WS-NOM-VALID-SW
                   MOVE 'MINOR NOMINEE - NO APPOINTEE'
                       TO WS-TRN-REASON
               END-IF
           END-IF.
           IF NOT WS-NOM-VALID
               MOVE 'REJECTED' TO WS-TRN-RESULT
               ADD 1 TO WS-REJECTED-CNT
           END-IF.

       2700-TOUCHED-ADD-PARA.
           MOVE 'N' TO WS-TOUCHED-FOUND-SW.
           MOVE 1 TO WS-TOUCHED-IDX.
           PERFORM 2750-TOUCHED-FIND-ONE-PARA
               UNTIL WS-TOUCHED-IDX > WS-TOUCHED-CNT
                  OR WS-TOUCHED-FOUND.
           IF NOT WS-TOUCHED-FOUND
               IF WS-TOUCHED-CNT < 1000
                   ADD 1 TO WS-TOUCHED-CNT
                   MOVE NTR-POLICYNO TO
                       WS-TOUCHED-POLICYNO(WS-TOUCHED-CNT)
               ELSE
                   DISPLAY 'WS-TOUCHED-TABLE FULL, SET NOT '
                       'RE-TOTALLED: ' NTR-POLICYNO
               END-IF
           END-IF.

       2750-TOUCHED-FIND-ONE-PARA.
           IF WS-TOUCHED-POLICYNO(WS-TOUCHED-IDX) = NTR-POLICYNO
               SET WS-TOUCHED-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-TOUCHED-IDX
           END-IF.

      * RESULT LINE, THEN THE BEFORE AND AFTER IMAGES OF AN APPLIED
      * TRANSACTION.
       2900-REGISTER-WRITE-PARA.
           MOVE SPACES TO NOMREG-REC.
           STRING NTR-ACTION DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               NTR-POLICYNO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               NTR-SEQ DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-TRN-RESULT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-TRN-REASON DELIMITED BY SIZE
               INTO NOMREG-REC.
           WRITE NOMREG-REC.
           IF WS-BEFORE-IMAGE NOT = SPACES
               MOVE WS-BEFORE-IMAGE TO WS-IMAGE-REC
               MOVE '  BEFORE' TO WS-IMAGE-LABEL
               PERFORM 2950-IMAGE-WRITE-PARA
           END-IF.
           IF WS-AFTER-IMAGE NOT = SPACES
               MOVE WS-AFTER-IMAGE TO WS-IMAGE-REC
               MOVE '  AFTER ' TO WS-IMAGE-LABEL
               PERFORM 2950-IMAGE-WRITE-PARA
           END-IF.

      * TWO LINES PER IMAGE: THE NOMINEE, THEN THE APPOINTEE AND THE
      * BANK DETAILS A NOMINEE PAYMENT WOULD GO TO.
       2950-IMAGE-WRITE-PARA.
           MOVE WS-IMG-SHARE-PCT TO WS-FORMATTED-SHARE.
           MOVE SPACES TO NOMREG-REC.
           STRING WS-IMAGE-LABEL DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-IMG-NAME DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-IMG-RELATION DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-FORMATTED-SHARE DELIMITED BY SIZE
               '% ' DELIMITED BY SIZE
               WS-IMG-BIRTH-DATE DELIMITED BY SIZE
               INTO NOMREG-REC.
           WRITE NOMREG-REC.
           MOVE SPACES TO NOMREG-REC.
           STRING '         APPT ' DELIMITED BY SIZE
               WS-IMG-APPOINTEE DELIMITED BY SIZE
               ' BANK ' DELIMITED BY SIZE
               WS-IMG-BANK-CODE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-IMG-ACCOUNT DELIMITED BY SIZE
               INTO NOMREG-REC.
           WRITE NOMREG-REC.

      * RE-TOTALS THE SHARES OF EVERY SET TOUCHED THIS RUN. A SET
      * THAT NO LONGER ADDS TO 100 PCT -- OR THAT WAS DELETED DOWN TO
      * NOTHING -- IS LISTED FOR THE POLICY SERVICING DESK.
       3000-SET-CHECK-PARA.
           MOVE 'NOMINEE SETS NOT TOTALLING 100 PCT' TO NOMREG-REC.
           WRITE NOMREG-REC.
           PERFORM 3100-SET-CHECK-ONE-PARA
               VARYING WS-TOUCHED-IDX FROM 1 BY 1
               UNTIL WS-TOUCHED-IDX > WS-TOUCHED-CNT.

       3100-SET-CHECK-ONE-PARA.
           MOVE WS-TOUCHED-POLICYNO(WS-TOUCHED-IDX)
               TO WS-CHAIN-POLICYNO.
           MOVE ZEROES TO WS-SET-SHARE-TOTAL.
           MOVE ZEROES TO WS-SET-NOMINEE-CNT.
           MOVE 'N' TO WS-NOM-CHAIN-END-SW.
           MOVE WS-CHAIN-POLICYNO TO NOM-POLICYNO.
           MOVE ZEROES TO NOM-SEQ.
           START NOMMAST KEY >= NOM-KEY
               INVALID KEY
                   SET NOM-CHAIN-ENDED TO TRUE
           END-START.
           PERFORM 3150-SET-READ-PARA UNTIL NOM-CHAIN-ENDED.
           IF WS-SET-SHARE-TOTAL NOT = 100
               ADD 1 TO WS-SET-INCOMPLETE-CNT
               MOVE WS-SET-SHARE-TOTAL TO WS-FORMATTED-TOTAL
               MOVE SPACES TO NOMREG-REC
               STRING 'POLICY ' DELIMITED BY SIZE
                   WS-CHAIN-POLICYNO DELIMITED BY SIZE
                   ' NOMINEES ' DELIMITED BY SIZE
                   WS-SET-NOMINEE-CNT DELIMITED BY SIZE
                   ' SHARES TOTAL ' DELIMITED BY SIZE
                   WS-FORMATTED-TOTAL DELIMITED BY SIZE
                   ' PCT' DELIMITED BY SIZE
                   INTO NOMREG-REC
               WRITE NOMREG-REC
           END-IF.

       3150-SET-READ-PARA.
           READ NOMMAST NEXT
               AT END
                   SET NOM-CHAIN-ENDED TO TRUE
               NOT AT END
                   IF NOM-POLICYNO NOT = WS-CHAIN-POLICYNO
                       SET NOM-CHAIN-ENDED TO TRUE
                   ELSE
                       ADD 1 TO WS-SET-NOMINEE-CNT
                       ADD NOM-SHARE-PCT TO WS-SET-SHARE-TOTAL
                   END-IF
           END-READ.

       3900-FILES-CLOSE-PARA.
           IF WS-NOMMAST-OPEN
               CLOSE NOMMAST
           END-IF.
           IF WS-NOMTRAN-STATUS = '00' OR WS-NOMTRAN-STATUS = '10'
               CLOSE NOMTRAN
           END-IF.
           IF WS-POLICYFYL-OPEN
               CLOSE POLICYFYL
           END-IF.
           MOVE SPACES TO NOMREG-REC.
           STRING 'TRANSACTIONS READ: ' DELIMITED BY SIZE
               WS-NOMTRAN-RD-CNT DELIMITED BY SIZE
               ' APPLIED: ' DELIMITED BY SIZE
               WS-APPLIED-CNT DELIMITED BY SIZE
               ' REJECTED: ' DELIMITED BY SIZE
               WS-REJECTED-CNT DELIMITED BY SIZE
               INTO NOMREG-REC.
           WRITE NOMREG-REC.
           CLOSE NOMREG.

      * RESOLVES EVERY FILE ASSIGNMENT FROM THE EXTERNAL FILE
      * CONFIGURATION BEFORE ANYTHING IS OPENED, REPORTING EACH
      * RESOLVED PATH. A LOGICAL NAME MISSING FROM THE
      * CONFIGURATION ENDS THE RUN CLEANLY WITH RC 16 BEFORE ANY
      * FILE IS TOUCHED.
       0050-FILECFG-LOAD-PARA.
           MOVE 'NOMINEETRAN' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-NOMTRAN-PATH.
           MOVE 'NOMINEEMAST' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-NOMMAST-PATH.
           MOVE 'POLICYFILE' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-POLICYFYL-PATH.
           MOVE 'NOMINEEREG' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-NOMREG-PATH.
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

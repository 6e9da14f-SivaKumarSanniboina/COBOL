       IDENTIFICATION DIVISION.
       PROGRAM-ID. REINBORD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * QUOTA-SHARE TREATY PARAMETERS, ONE LINE PER LOB AND TREATY
      * PERIOD: THE CESSION PERCENTAGE AND THE RETENTION LIMIT.
      * EXTERNAL SO A RENEWED TREATY NEVER MEANS A RECOMPILE.
           SELECT TREATYFL ASSIGN TO DYNAMIC
           WS-TREATYFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-TREATYFL-STATUS.

      * SAME ASSIGN/LAYOUT/KEY AS POLICY.CBL'S POLICYFYL, SCANNED TOP
      * TO BOTTOM THE WAY LOSSRATIO.CBL SCANS IT.
           SELECT POLICYFYL ASSIGN TO DYNAMIC
           WS-POLICYFYL-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS POLICYNO
           ALTERNATE RECORD KEY IS CUSTOMERID WITH DUPLICATES
           FILE STATUS WS-POLICYFYL-STATUS.

      * SAME ASSIGN/LAYOUT/KEYS AS CLAIMREG.CBL'S INDEXED CLMMAST,
      * SCANNED TOP TO BOTTOM.
           SELECT CLMMAST ASSIGN TO DYNAMIC
           WS-CLMMAST-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS CLM-CLAIMNO
           ALTERNATE RECORD KEY IS CLM-POLICYNO WITH DUPLICATES
           FILE STATUS WS-CLMMAST-STATUS.

      * LOSSRATIO.CBL'S PER-LOB EXTRACT, READ FOR THE GROSS FIGURES
      * THE NET-OF-REINSURANCE RATIO IS SET BESIDE.
           SELECT LOSSEXTR ASSIGN TO DYNAMIC
           WS-LOSSEXTR-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-LOSSEXTR-STATUS.

      * PREMIUM BORDEREAU: CEDED PREMIUM FOR EVERY TREATY POLICY
      * INCEPTING IN THE QUARTER.
           SELECT PREMBORD ASSIGN TO DYNAMIC
           WS-PREMBORD-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-PREMBORD-STATUS.

      * CLAIMS BORDEREAU: THE REINSURER'S SHARE OF CLM-PAID TO DATE
      * FOR EVERY TREATY CLAIM WITH A PAYMENT ON IT.
           SELECT CLMBORD ASSIGN TO DYNAMIC
           WS-CLMBORD-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-CLMBORD-STATUS.

      * GROSS AND NET-OF-REINSURANCE LOSS RATIO SIDE BY SIDE PER LOB.
           SELECT NETLRRPT ASSIGN TO DYNAMIC
           WS-NETLRRPT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-NETLRRPT-STATUS.

      * EXTERNALLY-SUPPLIED RUN DATE (RUNPARM.CPY). THE BORDEREAU
      * QUARTER IS THE ONE THE RUN DATE FALLS IN.
           SELECT RUNPARM ASSIGN TO DYNAMIC
           WS-RUNPARM-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-RUNPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TREATYFL.
       01  TREATYFL-REC.
           05  TRT-LOBCODE             PIC X(01).
           05  TRT-CESSION-PCT         PIC 9(3)V99.
           05  TRT-RETENTION           PIC 9(9)V99.
           05  TRT-START-DATE          PIC 9(08).
           05  TRT-END-DATE            PIC 9(08).
           05  FILLER                  PIC X(47).

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

      * SAME LAYOUT AS CLAIMREG.CBL'S CLMMAST-REC, INCLUDING THE
      * SETTLEMENT FIELDS MAINTAINED BY CLMSETTLE.CBL.
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

      * SAME LAYOUT AS LOSSRATIO.CBL'S LOSSEXTR-REC.
       FD  LOSSEXTR.
       01  LOSSEXTR-REC.
           05  LX-LOBCODE          PIC X(01).
           05  LX-POLICY-CNT       PIC 9(06).
           05  LX-PREMIUM          PIC 9(9)V99.
           05  LX-CLAIMS           PIC 9(9)V99.
           05  LX-RATIO-PCT        PIC 9(5)V99.
           05  FILLER              PIC X(44).

       FD  PREMBORD.
       01  PREMBORD-REC                PIC X(80).

       FD  CLMBORD.
       01  CLMBORD-REC                 PIC X(80).

       FD  NETLRRPT.
       01  NETLRRPT-REC                PIC X(80).

       FD  RUNPARM.
       COPY 'RUNPARM'.

       WORKING-STORAGE SECTION.
      * RESOLVED FILE PATHS. EVERY ASSIGNMENT COMES FROM THE
      * EXTERNAL FILE CONFIGURATION (FILECFG) AT STARTUP -- SEE
      * 0050-FILECFG-LOAD-PARA -- SO A DISK MOVE OR A TEST RUN
      * NEVER MEANS EDITING AND RECOMPILING THIS PROGRAM.
       77  WS-TREATYFL-PATH            PIC X(80) VALUE SPACES.
       77  WS-POLICYFYL-PATH           PIC X(80) VALUE SPACES.
       77  WS-CLMMAST-PATH             PIC X(80) VALUE SPACES.
       77  WS-LOSSEXTR-PATH            PIC X(80) VALUE SPACES.
       77  WS-PREMBORD-PATH            PIC X(80) VALUE SPACES.
       77  WS-CLMBORD-PATH             PIC X(80) VALUE SPACES.
       77  WS-NETLRRPT-PATH            PIC X(80) VALUE SPACES.
       77  WS-RUNPARM-PATH             PIC X(80) VALUE SPACES.
       77  WS-CFG-NAME             PIC X(12)   VALUE SPACES.
       77  WS-CFG-PATH             PIC X(80)   VALUE SPACES.
       77  WS-CFG-RESULT           PIC X(01)   VALUE 'N'.

       01  WS-FILE-STATUS.
           05  WS-TREATYFL-STATUS      PIC X(2).
           05  WS-POLICYFYL-STATUS     PIC X(2).
           05  WS-CLMMAST-STATUS       PIC X(2).
           05  WS-LOSSEXTR-STATUS      PIC X(2).
           05  WS-PREMBORD-STATUS      PIC X(2).
           05  WS-CLMBORD-STATUS       PIC X(2).
           05  WS-NETLRRPT-STATUS      PIC X(2).
           05  WS-RUNPARM-STATUS       PIC X(2).

       01  WS-EOF-SWITCHES.
           05  WS-TREATYFL-EOF-SW      PIC X(01)   VALUE 'N'.
               88  TREATYFL-EOF                    VALUE 'Y'.
           05  WS-POLICYFYL-EOF-SW     PIC X(01)   VALUE 'N'.
               88  POLICYFYL-EOF                   VALUE 'Y'.
           05  WS-CLMMAST-EOF-SW       PIC X(01)   VALUE 'N'.
               88  CLMMAST-EOF                     VALUE 'Y'.
           05  WS-LOSSEXTR-EOF-SW      PIC X(01)   VALUE 'N'.
               88  LOSSEXTR-EOF                    VALUE 'Y'.

      * TREATY TABLE LOADED AT OPEN. A BUSINESS LINE MAY HAVE MORE
      * THAN ONE TREATY PERIOD ON FILE; THE ONE WHOSE PERIOD CONTAINS
      * THE POLICY'S START DATE (OR THE CLAIM'S LOSS DATE) APPLIES.
       01  WS-TREATY-TABLE.
           05  WS-TRT-ENTRY OCCURS 50 TIMES.
               10  WS-TRT-LOBCODE       PIC X(01).
               10  WS-TRT-CESSION-PCT   PIC 9(3)V99.
               10  WS-TRT-RETENTION     PIC 9(9)V99.
               10  WS-TRT-START-DATE    PIC 9(08).
               10  WS-TRT-END-DATE      PIC 9(08).
       77  WS-TREATY-CNT               PIC 9(4)    VALUE ZEROES.
       77  WS-TRT-SRCH-IDX             PIC 9(4)    VALUE ZEROES.
       77  WS-TRT-FOUND-SW             PIC X(01)   VALUE 'N'.
           88  WS-TRT-FOUND                        VALUE 'Y'.
       77  WS-FIND-LOBCODE             PIC X(01)   VALUE SPACES.
       77  WS-FIND-DATE                PIC 9(08)   VALUE ZEROES.

      * CEDED PREMIUM AND CEDED INCURRED ACROSS THE WHOLE TREATY BOOK,
      * PER LOB, FOR THE NET RATIO -- THE SAME FIND-OR-ADD TABLE
      * TECHNIQUE LOSSRATIO.CBL USES.
       01  WS-LOB-CEDED-TABLE.
           05  WS-LOB-CEDED-ENTRY OCCURS 20 TIMES.
               10  WS-LC-CODE           PIC X(01).
               10  WS-LC-PREMIUM        PIC 9(9)V99.
               10  WS-LC-CLAIMS         PIC 9(9)V99.
       77  WS-LOB-CEDED-CNT            PIC 9(4)    VALUE ZEROES.
       77  WS-LOB-SRCH-IDX             PIC 9(4)    VALUE ZEROES.
       77  WS-LOB-FOUND-SW             PIC X(01)   VALUE 'N'.
           88  WS-LOB-FOUND                        VALUE 'Y'.

      * THE BORDEREAU QUARTER: FIRST DAY OF THE QUARTER THE RUN DATE
      * FALLS IN, THROUGH THE RUN DATE ITSELF.
       77  WS-RUN-DATE                 PIC 9(8)    VALUE ZEROES.
       01  WS-QTR-START-DATE.
           05  WS-QTR-YYYY             PIC 9(04)   VALUE ZEROES.
           05  WS-QTR-MM               PIC 9(02)   VALUE ZEROES.
           05  WS-QTR-DD               PIC 9(02)   VALUE ZEROES.
       01  WS-QTR-START-NUM REDEFINES WS-QTR-START-DATE
                                       PIC 9(08).
       77  WS-RUN-MM                   PIC 9(02)   VALUE ZEROES.
       77  WS-QTR-NO                   PIC 9(01)   VALUE ZEROES.
       77  WS-START-DATE-NUM           PIC 9(08)   VALUE ZEROES.
       77  WS-DATEVAL-DATE             PIC X(08)   VALUE SPACES.
       77  WS-DATEVAL-RESULT           PIC X(01)   VALUE 'N'.

      * CESSION WORK FIELDS. THE REINSURER TAKES ITS QUOTA SHARE OF
      * THE LOSS, AND ANY PART OF OUR RETAINED SHARE ABOVE THE
      * RETENTION LIMIT AS WELL.
       77  WS-GROSS-AMOUNT             PIC 9(9)V99 VALUE ZEROES.
       77  WS-CEDED-AMOUNT             PIC 9(9)V99 VALUE ZEROES.
       77  WS-RETAINED-AMOUNT          PIC 9(9)V99 VALUE ZEROES.
       77  WS-CEDED-PREMIUM            PIC 9(9)V99 VALUE ZEROES.
       77  WS-CEDED-PAID               PIC 9(9)V99 VALUE ZEROES.
       77  WS-CEDED-INCURRED           PIC 9(9)V99 VALUE ZEROES.

       01  WS-COUNTERS.
           05  WS-POLICYFYL-RD-CNT     PIC 9(6)    VALUE ZEROES.
           05  WS-CLMMAST-RD-CNT       PIC 9(6)    VALUE ZEROES.
           05  WS-PREMBORD-WT-CNT      PIC 9(6)    VALUE ZEROES.
           05  WS-CLMBORD-WT-CNT       PIC 9(6)    VALUE ZEROES.

       77  WS-PREMBORD-TOTAL           PIC 9(9)V99 VALUE ZEROES.
       77  WS-CLMBORD-TOTAL            PIC 9(9)V99 VALUE ZEROES.
       77  WS-NET-PREMIUM              PIC S9(9)V99 VALUE ZEROES.
       77  WS-NET-CLAIMS               PIC S9(9)V99 VALUE ZEROES.
       77  WS-NET-RATIO-PCT            PIC 9(5)V99 VALUE ZEROES.
       77  WS-FORMATTED-AMOUNT         PIC Z(8)9.99.
       77  WS-FORMATTED-CEDED          PIC Z(8)9.99.
       77  WS-FORMATTED-GROSS-PCT      PIC Z(4)9.99.
       77  WS-FORMATTED-NET-PCT        PIC Z(4)9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0050-FILECFG-LOAD-PARA.
           PERFORM 1000-FILES-OPEN-PARA.
           EVALUATE TRUE
               WHEN WS-POLICYFYL-STATUS NOT = '00'
                   DISPLAY 'POLICYFYL CANNOT BE OPENED.'
                   MOVE 16 TO RETURN-CODE
               WHEN WS-TREATY-CNT = 0
                   DISPLAY 'NO TREATY PARAMETERS, NOTHING CEDED.'
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   PERFORM 2000-POLICYFYL-READ-PARA
                       UNTIL POLICYFYL-EOF
                   PERFORM 2500-CLMMAST-READ-PARA UNTIL CLMMAST-EOF
                   PERFORM 3000-BORDEREAU-TOTALS-PARA
                   PERFORM 3500-NET-RATIO-REPORT-PARA
           END-EVALUATE.
           PERFORM 3900-FILES-CLOSE-PARA.

           DISPLAY 'POLICIES READ: ', WS-POLICYFYL-RD-CNT.
           DISPLAY 'CLAIMS READ: ', WS-CLMMAST-RD-CNT.
           DISPLAY 'PREMIUM BORDEREAU LINES: ', WS-PREMBORD-WT-CNT.
           DISPLAY 'CLAIMS BORDEREAU LINES: ', WS-CLMBORD-WT-CNT.
           STOP RUN.

       1000-FILES-OPEN-PARA.
           PERFORM 1050-RUNPARM-LOAD-PARA.
           PERFORM 1100-QUARTER-SET-PARA.
           PERFORM 1200-TREATYFL-LOAD-PARA.

           OPEN INPUT POLICYFYL.
           DISPLAY 'FILE STATUS FOR POLICYFYL:', WS-POLICYFYL-STATUS.

           OPEN INPUT CLMMAST.
           DISPLAY 'FILE STATUS FOR CLMMAST:', WS-CLMMAST-STATUS.
           IF WS-CLMMAST-STATUS NOT = '00'
               DISPLAY 'CLAIMS MASTER NOT FOUND, NO RECOVERIES.'
               SET CLMMAST-EOF TO TRUE
           END-IF.

           OPEN OUTPUT PREMBORD.
           DISPLAY 'FILE STATUS FOR PREMBORD:', WS-PREMBORD-STATUS.
           MOVE SPACES TO PREMBORD-REC.
           STRING 'CEDED PREMIUM BORDEREAU - INCEPTIONS '
               DELIMITED BY SIZE
               WS-QTR-START-NUM DELIMITED BY SIZE
               ' TO ' DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO PREMBORD-REC.
           WRITE PREMBORD-REC.

           OPEN OUTPUT CLMBORD.
           DISPLAY 'FILE STATUS FOR CLMBORD:', WS-CLMBORD-STATUS.
           MOVE SPACES TO CLMBORD-REC.
           STRING 'CLAIMS RECOVERY BORDEREAU - PAID TO DATE AT '
               DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO CLMBORD-REC.
           WRITE CLMBORD-REC.

           OPEN OUTPUT NETLRRPT.
           DISPLAY 'FILE STATUS FOR NETLRRPT:', WS-NETLRRPT-STATUS.

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

       1100-QUARTER-SET-PARA.
           MOVE WS-RUN-DATE(1:4) TO WS-QTR-YYYY.
           MOVE WS-RUN-DATE(5:2) TO WS-RUN-MM.
           COMPUTE WS-QTR-NO = (WS-RUN-MM - 1) / 3.
           COMPUTE WS-QTR-MM = WS-QTR-NO * 3 + 1.
           MOVE 01 TO WS-QTR-DD.

       1200-TREATYFL-LOAD-PARA.
           OPEN INPUT TREATYFL.
           DISPLAY 'FILE STATUS FOR TREATYFL:', WS-TREATYFL-STATUS.
           IF WS-TREATYFL-STATUS NOT = '00'
               SET TREATYFL-EOF TO TRUE
           ELSE
               PERFORM 1250-TREATYFL-READ-PARA UNTIL TREATYFL-EOF
               CLOSE TREATYFL
           END-IF.

       1250-TREATYFL-READ-PARA.
           READ TREATYFL
               AT END
                   SET TREATYFL-EOF TO TRUE
               NOT AT END
                   IF WS-TREATY-CNT < 50
                       ADD 1 TO WS-TREATY-CNT
                       MOVE TRT-LOBCODE TO
                           WS-TRT-LOBCODE(WS-TREATY-CNT)
                       MOVE TRT-CESSION-PCT TO
                           WS-TRT-CESSION-PCT(WS-TREATY-CNT)
                       MOVE TRT-RETENTION TO
                           WS-TRT-RETENTION(WS-TREATY-CNT)
                       MOVE TRT-START-DATE TO
                           WS-TRT-START-DATE(WS-TREATY-CNT)
                       MOVE TRT-END-DATE TO
                           WS-TRT-END-DATE(WS-TREATY-CNT)
                   ELSE
                       DISPLAY 'WS-TREATY-TABLE FULL, ENTRY IGNORED: '
                           TRT-LOBCODE ' ' TRT-START-DATE
                   END-IF
           END-READ.

      * EVERY TREATY POLICY CEDES ITS QUOTA SHARE OF PREMIUM TO THE
      * NET RATIO; THOSE INCEPTING THIS QUARTER ALSO GO ON THE
      * BORDEREAU. THE FEED'S HEADER/TRAILER CONTROL RECORDS ARE NOT
      * POLICIES.
       2000-POLICYFYL-READ-PARA.
           READ POLICYFYL
               AT END
                   SET POLICYFYL-EOF TO TRUE
               NOT AT END
                   IF POLICYNO OF POLICY_REC NOT = '00000000'
                       AND POLICYNO OF POLICY_REC NOT = 'ZZZZZZZZ'
                       AND PREMIUM-NUM OF POLICY_REC NUMERIC
                       ADD 1 TO WS-POLICYFYL-RD-CNT
                       PERFORM 2100-POLICY-CEDE-PARA
                   END-IF
           END-READ.

       2100-POLICY-CEDE-PARA.
           MOVE START-DATE OF POLICY_REC TO WS-DATEVAL-DATE.
           CALL 'DATEVAL' USING WS-DATEVAL-DATE, WS-DATEVAL-RESULT.
           IF WS-DATEVAL-RESULT = 'Y'
               AND PREMIUM-NUM OF POLICY_REC > 0
               MOVE START-DATE OF POLICY_REC TO WS-START-DATE-NUM
               MOVE LOBCODE OF POLICY_REC TO WS-FIND-LOBCODE
               MOVE WS-START-DATE-NUM TO WS-FIND-DATE
               PERFORM 2200-TREATY-FIND-PARA
               IF WS-TRT-FOUND
                   COMPUTE WS-CEDED-PREMIUM ROUNDED =
                       PREMIUM-NUM OF POLICY_REC *
                       WS-TRT-CESSION-PCT(WS-TRT-SRCH-IDX) / 100
                   PERFORM 2400-LOB-FIND-PARA
                   IF WS-LOB-SRCH-IDX <= WS-LOB-CEDED-CNT
                       ADD WS-CEDED-PREMIUM TO
                           WS-LC-PREMIUM(WS-LOB-SRCH-IDX)
                   END-IF
                   IF WS-START-DATE-NUM NOT < WS-QTR-START-NUM
                       AND WS-START-DATE-NUM NOT > WS-RUN-DATE
                       PERFORM 2300-PREMBORD-WRITE-PARA
                   END-IF
               END-IF
           END-IF.

       2200-TREATY-FIND-PARA.
           MOVE 'N' TO WS-TRT-FOUND-SW.
           MOVE 1 TO WS-TRT-SRCH-IDX.
           PERFORM 2250-TREATY-FIND-ONE-PARA
               UNTIL WS-TRT-SRCH-IDX > WS-TREATY-CNT
                  OR WS-TRT-FOUND.

       2250-TREATY-FIND-ONE-PARA.
           IF WS-TRT-LOBCODE(WS-TRT-SRCH-IDX) = WS-FIND-LOBCODE
               AND WS-TRT-START-DATE(WS-TRT-SRCH-IDX) NOT >
                   WS-FIND-DATE
               AND WS-TRT-END-DATE(WS-TRT-SRCH-IDX) NOT <
                   WS-FIND-DATE
               SET WS-TRT-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-TRT-SRCH-IDX
           END-IF.

       2300-PREMBORD-WRITE-PARA.
           MOVE PREMIUM-NUM OF POLICY_REC TO WS-FORMATTED-AMOUNT.
           MOVE WS-CEDED-PREMIUM TO WS-FORMATTED-CEDED.
           MOVE SPACES TO PREMBORD-REC.
           STRING 'POLICYNO ' DELIMITED BY SIZE
               POLICYNO OF POLICY_REC DELIMITED BY SIZE
               ' LOB ' DELIMITED BY SIZE
               LOBCODE OF POLICY_REC DELIMITED BY SIZE
               ' START ' DELIMITED BY SIZE
               START-DATE OF POLICY_REC DELIMITED BY SIZE
               ' PREMIUM ' DELIMITED BY SIZE
               WS-FORMATTED-AMOUNT DELIMITED BY SIZE
               ' CEDED ' DELIMITED BY SIZE
               WS-FORMATTED-CEDED DELIMITED BY SIZE
               INTO PREMBORD-REC.
           WRITE PREMBORD-REC.
           ADD 1 TO WS-PREMBORD-WT-CNT.
           ADD WS-CEDED-PREMIUM TO WS-PREMBORD-TOTAL.

      * FINDS (OR ADDS) THE CEDED ENTRY FOR WS-FIND-LOBCODE, LEAVING
      * WS-LOB-SRCH-IDX POINTED AT IT.
       2400-LOB-FIND-PARA.
           MOVE 'N' TO WS-LOB-FOUND-SW.
           MOVE 1 TO WS-LOB-SRCH-IDX.
           PERFORM 2450-LOB-FIND-ONE-PARA
               UNTIL WS-LOB-SRCH-IDX > WS-LOB-CEDED-CNT
                  OR WS-LOB-FOUND.
           IF NOT WS-LOB-FOUND
               IF WS-LOB-CEDED-CNT < 20
                   ADD 1 TO WS-LOB-CEDED-CNT
                   MOVE WS-LOB-CEDED-CNT TO WS-LOB-SRCH-IDX
                   MOVE WS-FIND-LOBCODE TO WS-LC-CODE(WS-LOB-SRCH-IDX)
                   MOVE ZEROES TO WS-LC-PREMIUM(WS-LOB-SRCH-IDX)
                   MOVE ZEROES TO WS-LC-CLAIMS(WS-LOB-SRCH-IDX)
               ELSE
                   DISPLAY 'WS-LOB-CEDED-TABLE FULL, LOB NOT NETTED: '
                       WS-FIND-LOBCODE
               END-IF
           END-IF.

       2450-LOB-FIND-ONE-PARA.
           IF WS-LC-CODE(WS-LOB-SRCH-IDX) = WS-FIND-LOBCODE
               SET WS-LOB-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-LOB-SRCH-IDX
           END-IF.

      * A CLAIM IS ON TREATY WHEN ITS LOSS DATE FALLS IN A TREATY
      * PERIOD FOR ITS LOB. THE CEDED INCURRED FOLLOWS LOSSRATIO.CBL'S
      * INCURRED RULE (PAID PLUS RESERVE, NOTHING FOR A DENIAL, THE
      * REGISTERED AMOUNT FOR A PRE-SETTLEMENT RECORD); ONLY A CLAIM
      * WITH SOMETHING PAID GOES ON THE BORDEREAU.
       2500-CLMMAST-READ-PARA.
           READ CLMMAST
               AT END
                   SET CLMMAST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CLMMAST-RD-CNT
                   MOVE CLM-LOBCODE TO WS-FIND-LOBCODE
                   MOVE CLM-LOSS-DATE TO WS-FIND-DATE
                   PERFORM 2200-TREATY-FIND-PARA
                   IF WS-TRT-FOUND
                       PERFORM 2600-CLAIM-CEDE-PARA
                   END-IF
           END-READ.

       2600-CLAIM-CEDE-PARA.
           MOVE ZEROES TO WS-CEDED-PAID.
           MOVE ZEROES TO WS-CEDED-INCURRED.
           IF CLM-PAID NUMERIC AND CLM-RESERVE NUMERIC
               IF NOT CLM-DENIED
                   MOVE CLM-PAID TO WS-GROSS-AMOUNT
                   PERFORM 2700-SHARE-COMPUTE-PARA
                   MOVE WS-CEDED-AMOUNT TO WS-CEDED-PAID
                   COMPUTE WS-GROSS-AMOUNT = CLM-PAID + CLM-RESERVE
                   PERFORM 2700-SHARE-COMPUTE-PARA
                   MOVE WS-CEDED-AMOUNT TO WS-CEDED-INCURRED
               END-IF
           ELSE
               MOVE CLM-AMOUNT TO WS-GROSS-AMOUNT
               PERFORM 2700-SHARE-COMPUTE-PARA
               MOVE WS-CEDED-AMOUNT TO WS-CEDED-INCURRED
           END-IF.
           PERFORM 2400-LOB-FIND-PARA.
           IF WS-LOB-SRCH-IDX <= WS-LOB-CEDED-CNT
               ADD WS-CEDED-INCURRED TO WS-LC-CLAIMS(WS-LOB-SRCH-IDX)
           END-IF.
           IF WS-CEDED-PAID > 0
               PERFORM 2800-CLMBORD-WRITE-PARA
           END-IF.

       2700-SHARE-COMPUTE-PARA.
           COMPUTE WS-CEDED-AMOUNT ROUNDED =
               WS-GROSS-AMOUNT *
               WS-TRT-CESSION-PCT(WS-TRT-SRCH-IDX) / 100.
           COMPUTE WS-RETAINED-AMOUNT =
               WS-GROSS-AMOUNT - WS-CEDED-AMOUNT.
           IF WS-TRT-RETENTION(WS-TRT-SRCH-IDX) > 0
               AND WS-RETAINED-AMOUNT >
                   WS-TRT-RETENTION(WS-TRT-SRCH-IDX)
               COMPUTE WS-CEDED-AMOUNT = WS-CEDED-AMOUNT +
                   WS-RETAINED-AMOUNT -
                   WS-TRT-RETENTION(WS-TRT-SRCH-IDX)
           END-IF.

       2800-CLMBORD-WRITE-PARA.
           MOVE CLM-PAID TO WS-FORMATTED-AMOUNT.
           MOVE WS-CEDED-PAID TO WS-FORMATTED-CEDED.
           MOVE SPACES TO CLMBORD-REC.
           STRING 'CLAIMNO ' DELIMITED BY SIZE
               CLM-CLAIMNO DELIMITED BY SIZE
               ' POLICY ' DELIMITED BY SIZE
               CLM-POLICYNO DELIMITED BY SIZE
               ' LOB ' DELIMITED BY SIZE
               CLM-LOBCODE DELIMITED BY SIZE
               ' PAID ' DELIMITED BY SIZE
               WS-FORMATTED-AMOUNT DELIMITED BY SIZE
               ' RECOVERY ' DELIMITED BY SIZE
               WS-FORMATTED-CEDED DELIMITED BY SIZE
               INTO CLMBORD-REC.
           WRITE CLMBORD-REC.
           ADD 1 TO WS-CLMBORD-WT-CNT.
           ADD WS-CEDED-PAID TO WS-CLMBORD-TOTAL.

       3000-BORDEREAU-TOTALS-PARA.
           MOVE WS-PREMBORD-TOTAL TO WS-FORMATTED-CEDED.
           MOVE SPACES TO PREMBORD-REC.
           STRING 'POLICIES: ' DELIMITED BY SIZE
               WS-PREMBORD-WT-CNT DELIMITED BY SIZE
               ' CEDED PREMIUM: ' DELIMITED BY SIZE
               WS-FORMATTED-CEDED DELIMITED BY SIZE
               INTO PREMBORD-REC.
           WRITE PREMBORD-REC.

           MOVE WS-CLMBORD-TOTAL TO WS-FORMATTED-CEDED.
           MOVE SPACES TO CLMBORD-REC.
           STRING 'CLAIMS: ' DELIMITED BY SIZE
               WS-CLMBORD-WT-CNT DELIMITED BY SIZE
               ' RECOVERABLE: ' DELIMITED BY SIZE
               WS-FORMATTED-CEDED DELIMITED BY SIZE
               INTO CLMBORD-REC.
           WRITE CLMBORD-REC.

      * ONE BLOCK PER LOB ON LOSSRATIO'S EXTRACT: THE GROSS RATIO AS
      * LOSSRATIO PRINTED IT, AND THE NET RATIO AFTER TAKING THE
      * CEDED PREMIUM AND CEDED INCURRED OFF BOTH SIDES. A LOB WITH
      * NO TREATY CEDES NOTHING, SO ITS NET EQUALS ITS GROSS.
       3500-NET-RATIO-REPORT-PARA.
           MOVE 'LOSS RATIO BY LOB - GROSS AND NET OF REINSURANCE'
               TO NETLRRPT-REC.
           WRITE NETLRRPT-REC.
           OPEN INPUT LOSSEXTR.
           DISPLAY 'FILE STATUS FOR LOSSEXTR:', WS-LOSSEXTR-STATUS.
           IF WS-LOSSEXTR-STATUS NOT = '00'
               DISPLAY 'LOSS RATIO EXTRACT NOT FOUND, NET RATIO NOT '
                   'REPORTED.'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 3550-NET-RATIO-LINE-PARA UNTIL LOSSEXTR-EOF
               CLOSE LOSSEXTR
           END-IF.

       3550-NET-RATIO-LINE-PARA.
           READ LOSSEXTR
               AT END
                   SET LOSSEXTR-EOF TO TRUE
               NOT AT END
                   MOVE LX-LOBCODE TO WS-FIND-LOBCODE
                   PERFORM 2400-LOB-FIND-PARA
                   IF WS-LOB-SRCH-IDX <= WS-LOB-CEDED-CNT
                       PERFORM 3600-NET-RATIO-WRITE-PARA
                   END-IF
           END-READ.

       3600-NET-RATIO-WRITE-PARA.
           COMPUTE WS-NET-PREMIUM =
               LX-PREMIUM - WS-LC-PREMIUM(WS-LOB-SRCH-IDX).
           COMPUTE WS-NET-CLAIMS =
               LX-CLAIMS - WS-LC-CLAIMS(WS-LOB-SRCH-IDX).
           MOVE LX-RATIO-PCT TO WS-FORMATTED-GROSS-PCT.
           MOVE SPACES TO NETLRRPT-REC.
           IF WS-NET-PREMIUM > 0 AND WS-NET-CLAIMS NOT < 0
               COMPUTE WS-NET-RATIO-PCT =
                   WS-NET-CLAIMS * 100 / WS-NET-PREMIUM
               MOVE WS-NET-RATIO-PCT TO WS-FORMATTED-NET-PCT
               STRING 'LOB ' DELIMITED BY SIZE
                   LX-LOBCODE DELIMITED BY SIZE
                   ' GROSS RATIO: ' DELIMITED BY SIZE
                   WS-FORMATTED-GROSS-PCT DELIMITED BY SIZE
                   ' PCT NET RATIO: ' DELIMITED BY SIZE
                   WS-FORMATTED-NET-PCT DELIMITED BY SIZE
                   ' PCT' DELIMITED BY SIZE
                   INTO NETLRRPT-REC
           ELSE
               STRING 'LOB ' DELIMITED BY SIZE
                   LX-LOBCODE DELIMITED BY SIZE
                   ' GROSS RATIO: ' DELIMITED BY SIZE
                   WS-FORMATTED-GROSS-PCT DELIMITED BY SIZE
                   ' PCT NO NET PREMIUM - NET NOT COMPUTED'
                   DELIMITED BY SIZE
                   INTO NETLRRPT-REC
           END-IF.
           WRITE NETLRRPT-REC.
           MOVE WS-LC-PREMIUM(WS-LOB-SRCH-IDX) TO WS-FORMATTED-AMOUNT.
           MOVE WS-LC-CLAIMS(WS-LOB-SRCH-IDX) TO WS-FORMATTED-CEDED.
           MOVE SPACES TO NETLRRPT-REC.
           STRING '      CEDED PREMIUM: ' DELIMITED BY SIZE
               WS-FORMATTED-AMOUNT DELIMITED BY SIZE
               ' CEDED CLAIMS: ' DELIMITED BY SIZE
               WS-FORMATTED-CEDED DELIMITED BY SIZE
               INTO NETLRRPT-REC.
           WRITE NETLRRPT-REC.

       3900-FILES-CLOSE-PARA.
           IF WS-POLICYFYL-STATUS = '00' OR WS-POLICYFYL-STATUS = '10'
               CLOSE POLICYFYL
           END-IF.
           IF WS-CLMMAST-STATUS = '00' OR WS-CLMMAST-STATUS = '10'
               CLOSE CLMMAST
           END-IF.
           CLOSE PREMBORD.
           CLOSE CLMBORD.
           CLOSE NETLRRPT.

      * RESOLVES EVERY FILE ASSIGNMENT FROM THE EXTERNAL FILE
      * CONFIGURATION BEFORE ANYTHING IS OPENED, REPORTING EACH
      * RESOLVED PATH. A LOGICAL NAME MISSING FROM THE
      * CONFIGURATION ENDS THE RUN CLEANLY WITH RC 16 BEFORE ANY
      * FILE IS TOUCHED.
       0050-FILECFG-LOAD-PARA.
           MOVE 'TREATYPARM' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-TREATYFL-PATH.
           MOVE 'POLICYFILE' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-POLICYFYL-PATH.
           MOVE 'CLAIMMASTER' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-CLMMAST-PATH.
           MOVE 'LOSSEXTRACT' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-LOSSEXTR-PATH.
           MOVE 'REINPREMBORD' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-PREMBORD-PATH.
           MOVE 'REINCLMBORD' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-CLMBORD-PATH.
           MOVE 'NETLOSSRATIO' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-NETLRRPT-PATH.
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

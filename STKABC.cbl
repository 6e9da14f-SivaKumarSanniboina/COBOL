       IDENTIFICATION DIVISION.
       PROGRAM-ID. STKABC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * SAME ASSIGN/LAYOUT AS STOCKUPD.CBL'S ISSHIST: ONE DATED LINE
      * PER ISSUE POSTED, APPENDED RUN AFTER RUN.
           SELECT ISSHIST ASSIGN TO DYNAMIC WS-ISSHIST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-ISSHIST-STATUS.

      * SAME ASSIGN/LAYOUT/KEY AS ARR2.CBL'S PRODFL. READ IN KEY
      * ORDER ONLY.
           SELECT PRODFL ASSIGN TO DYNAMIC WS-PRODFL-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRODFL-CODE
           FILE STATUS WS-PRODFL-STATUS.

      * SORT WORK FILES AND THEIR SORTED OUTPUTS. THE ISSUE HISTORY
      * IS SORTED BY PRODUCT SO IT MATCH-MERGES AGAINST THE MASTER IN
      * KEY ORDER; THE PER-PRODUCT ANALYSIS IS THEN SORTED BY ANNUAL
      * ISSUE VALUE, HIGHEST FIRST, FOR THE A/B/C CUT. NO TABLE IS
      * HELD, SO THE RUN HAS NO LIMIT ON PRODUCTS OR HISTORY.
           SELECT SORTWKA ASSIGN TO DYNAMIC WS-SORTWKA-PATH.
           SELECT SORTWKB ASSIGN TO DYNAMIC WS-SORTWKB-PATH.

           SELECT ISSSRT ASSIGN TO DYNAMIC WS-ISSSRT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-ISSSRT-STATUS.

      * ONE ANALYSIS LINE PER PRODUCT ON THE MASTER, BUILT BY THE
      * MERGE, AND ITS COPY RANKED BY ANNUAL ISSUE VALUE.
           SELECT ABCWORK ASSIGN TO DYNAMIC WS-ABCWORK-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-ABCWORK-STATUS.

           SELECT ABCRANK ASSIGN TO DYNAMIC WS-ABCRANK-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-ABCRANK-STATUS.

      * STOCK CLASSIFICATION: ONE RECORD PER PRODUCT WITH ITS ABC
      * CLASS AND MOVEMENT FLAG, REBUILT EVERY MONTH. POGEN.CBL
      * WILL NOT REORDER A DEAD ITEM AND STKCOUNT.CBL COUNTS THE
      * A CLASS EVERY MONTH FROM IT.
           SELECT STKCLS ASSIGN TO DYNAMIC WS-STKCLS-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLS-PRODUCT-CODE
           FILE STATUS WS-STKCLS-STATUS.

           SELECT ABCRPT ASSIGN TO DYNAMIC WS-ABCRPT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-ABCRPT-STATUS.

      * CLASS CUT-OFFS AND SLOW/DEAD THRESHOLDS, EXTERNAL SO STORES
      * CAN TUNE THEM WITHOUT A RECOMPILE. A MISSING FILE FALLS BACK
      * TO THE HOUSE DEFAULTS.
           SELECT ABCPARM ASSIGN TO DYNAMIC WS-ABCPARM-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-ABCPARM-STATUS.

      * EXTERNALLY-SUPPLIED RUN DATE (RUNPARM.CPY) FOR THE DAYS AND
      * RATE ARITHMETIC.
           SELECT RUNPARM ASSIGN TO DYNAMIC WS-RUNPARM-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-RUNPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * SAME LAYOUT AS STOCKUPD.CBL'S ISSHIST-REC, TAKEN AS A FLAT
      * RECORD HERE; THE FIELDS ARE PICKED UP FROM THE SORTED COPY.
       FD  ISSHIST.
       01  ISSHIST-REC                 PIC X(80).

      * SAME LAYOUT AS ARR2.CBL'S PRODFL-REC.
       FD  PRODFL.
       01  PRODFL-REC.
           05  PRODFL-CODE             PIC X(3).
           05  PRODFL-NAME             PIC X(15).
           05  PRODFL-PRICE            PIC 9(5)V99.
           05  PRODFL-QTY-ON-HAND      PIC 9(5).
           05  PRODFL-AVG-COST         PIC 9(5)V99.

       SD  SORTWKA.
       01  SORTWKA-REC.
           05  SRTA-DATE               PIC 9(08).
           05  SRTA-PRODUCT-CODE       PIC X(03).
           05  FILLER                  PIC X(69).

       SD  SORTWKB.
       01  SORTWKB-REC.
           05  FILLER                  PIC X(37).
           05  SRTB-ANNUAL-VALUE       PIC 9(9)V99.
           05  FILLER                  PIC X(32).

      * SORTED COPY OF ISSHIST, SAME LAYOUT AS STOCKUPD.CBL'S
      * ISSHIST-REC.
       FD  ISSSRT.
       01  ISSSRT-REC.
           05  ISS-DATE                PIC 9(08).
           05  ISS-PRODUCT-CODE        PIC X(03).
           05  ISS-LOCATION            PIC X(04).
           05  ISS-QTY                 PIC 9(05).
           05  ISS-VALUE               PIC 9(9)V99.
           05  FILLER                  PIC X(49).

       FD  ABCWORK.
       01  ABCWORK-REC.
           05  WRK-PRODUCT-CODE        PIC X(03).
           05  WRK-PRODUCT-NAME        PIC X(15).
           05  WRK-QTY-ON-HAND         PIC 9(05).
           05  WRK-AVG-COST            PIC 9(5)V99.
           05  WRK-ANNUAL-QTY          PIC 9(07).
           05  WRK-ANNUAL-VALUE        PIC 9(9)V99.
           05  WRK-RECENT-QTY          PIC 9(07).
           05  WRK-LAST-ISSUE-DATE     PIC 9(08).
           05  FILLER                  PIC X(17).

      * SAME LAYOUT AS ABCWORK-REC, RANKED.
       FD  ABCRANK.
       01  ABCRANK-REC.
           05  RNK-PRODUCT-CODE        PIC X(03).
           05  RNK-PRODUCT-NAME        PIC X(15).
           05  RNK-QTY-ON-HAND         PIC 9(05).
           05  RNK-AVG-COST            PIC 9(5)V99.
           05  RNK-ANNUAL-QTY          PIC 9(07).
           05  RNK-ANNUAL-VALUE        PIC 9(9)V99.
           05  RNK-RECENT-QTY          PIC 9(07).
           05  RNK-LAST-ISSUE-DATE     PIC 9(08).
           05  FILLER                  PIC X(17).

      * CLS-MOVEMENT IS 'D' FOR DEAD (NO ISSUE IN THE DEAD-DAYS
      * PARAMETER), 'S' FOR SLOW-MOVING, SPACE OTHERWISE. DAYS SINCE
      * ISSUE IS 99999 AND COVER 9999.9 WHEN THERE IS NONE TO SHOW.
       FD  STKCLS.
       01  STKCLS-REC.
           05  CLS-PRODUCT-CODE        PIC X(03).
           05  CLS-ABC-CLASS           PIC X(01).
               88  CLS-CLASS-A                     VALUE 'A'.
           05  CLS-MOVEMENT            PIC X(01).
               88  CLS-DEAD                        VALUE 'D'.
               88  CLS-SLOW                        VALUE 'S'.
           05  CLS-DAYS-SINCE-ISSUE    PIC 9(05).
           05  CLS-MONTHS-COVER        PIC 9(4)V9.
           05  CLS-ANNUAL-VALUE        PIC 9(9)V99.
           05  CLS-TIED-UP-VALUE       PIC 9(9)V99.
           05  CLS-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(35).

       FD  ABCRPT.
       01  ABCRPT-REC                  PIC X(80).

       FD  ABCPARM.
       01  ABCPARM-REC.
           05  PRM-A-CUM-PCT           PIC 9(3)V99.
           05  PRM-B-CUM-PCT           PIC 9(3)V99.
           05  PRM-SLOW-DAYS           PIC 9(04).
           05  PRM-DEAD-DAYS           PIC 9(04).
           05  PRM-SLOW-COVER-MONTHS   PIC 9(03).
           05  FILLER                  PIC X(59).

       FD  RUNPARM.
       COPY 'RUNPARM'.

       WORKING-STORAGE SECTION.
      * RESOLVED FILE PATHS. EVERY ASSIGNMENT COMES FROM THE
      * EXTERNAL FILE CONFIGURATION (FILECFG) AT STARTUP -- SEE
      * 0050-FILECFG-LOAD-PARA -- SO A DISK MOVE OR A TEST RUN
      * NEVER MEANS EDITING AND RECOMPILING THIS PROGRAM.
       77  WS-ISSHIST-PATH             PIC X(80) VALUE SPACES.
       77  WS-PRODFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-SORTWKA-PATH             PIC X(80) VALUE SPACES.
       77  WS-SORTWKB-PATH             PIC X(80) VALUE SPACES.
       77  WS-ISSSRT-PATH              PIC X(80) VALUE SPACES.
       77  WS-ABCWORK-PATH             PIC X(80) VALUE SPACES.
       77  WS-ABCRANK-PATH             PIC X(80) VALUE SPACES.
       77  WS-STKCLS-PATH              PIC X(80) VALUE SPACES.
       77  WS-ABCRPT-PATH              PIC X(80) VALUE SPACES.
       77  WS-ABCPARM-PATH             PIC X(80) VALUE SPACES.
       77  WS-RUNPARM-PATH             PIC X(80) VALUE SPACES.
       77  WS-CFG-NAME             PIC X(12)   VALUE SPACES.
       77  WS-CFG-PATH             PIC X(80)   VALUE SPACES.
       77  WS-CFG-RESULT           PIC X(01)   VALUE 'N'.

       01  WS-FILE-STATUS.
           05  WS-ISSHIST-STATUS       PIC X(2).
           05  WS-PRODFL-STATUS        PIC X(2).
           05  WS-ISSSRT-STATUS        PIC X(2).
           05  WS-ABCWORK-STATUS       PIC X(2).
           05  WS-ABCRANK-STATUS       PIC X(2).
           05  WS-STKCLS-STATUS        PIC X(2).
           05  WS-ABCRPT-STATUS        PIC X(2).
           05  WS-ABCPARM-STATUS       PIC X(2).
           05  WS-RUNPARM-STATUS       PIC X(2).

       01  WS-EOF-SWITCHES.
           05  WS-PRODFL-EOF-SW        PIC X(01)   VALUE 'N'.
               88  PRODFL-EOF                      VALUE 'Y'.
           05  WS-ISSSRT-EOF-SW        PIC X(01)   VALUE 'N'.
               88  ISSSRT-EOF                      VALUE 'Y'.
           05  WS-ABCRANK-EOF-SW       PIC X(01)   VALUE 'N'.
               88  ABCRANK-EOF                     VALUE 'Y'.

      * CLASS CUT-OFFS AS CUMULATIVE PERCENT OF ANNUAL ISSUE VALUE,
      * AND THE MOVEMENT THRESHOLDS. HOUSE DEFAULTS UNLESS ABCPARM
      * SAYS OTHERWISE.
       77  WS-A-CUM-PCT                PIC 9(3)V99 VALUE 80.00.
       77  WS-B-CUM-PCT                PIC 9(3)V99 VALUE 95.00.
       77  WS-SLOW-DAYS                PIC 9(04)   VALUE 90.
       77  WS-DEAD-DAYS                PIC 9(04)   VALUE 180.
       77  WS-SLOW-COVER-MONTHS        PIC 9(03)   VALUE 12.

      * THE CURRENT ISSUE RATE IS TAKEN OVER THE LAST QUARTER, SO
      * COVER REFLECTS HOW THE ITEM MOVES NOW RATHER THAN A YEAR
      * AGO.
       77  WS-RECENT-DAYS              PIC 9(03)   VALUE 90.
       77  WS-YEAR-DAYS                PIC 9(03)   VALUE 365.

       77  WS-RUN-DATE                 PIC 9(08)   VALUE ZEROES.
       77  WS-RUN-DATE-DAYS            PIC 9(08)   VALUE ZEROES.
       77  WS-ISS-DATE-DAYS            PIC 9(08)   VALUE ZEROES.
       77  WS-AGE-DAYS                 PIC S9(08)  VALUE ZEROES.
       77  WS-ISS-DATE-OK-SW           PIC X(01)   VALUE 'N'.
           88  WS-ISS-DATE-OK                      VALUE 'Y'.

      * EARLIEST ISSUE ON THE HISTORY. A PRODUCT WITH NO ISSUE AT
      * ALL IS ONLY CALLED DEAD ONCE THE HISTORY REACHES BACK AT
      * LEAST THE DEAD-DAYS PARAMETER; BEFORE THAT THERE IS NOT
      * ENOUGH HISTORY TO SAY.
       77  WS-HIST-FIRST-DATE          PIC 9(08)   VALUE 99999999.
       77  WS-HIST-SPAN-DAYS           PIC S9(08)  VALUE ZEROES.

      * ACCUMULATORS FOR THE PRODUCT IN HAND DURING THE MERGE.
       77  WS-PRD-ANNUAL-QTY           PIC 9(07)   VALUE ZEROES.
       77  WS-PRD-ANNUAL-VALUE         PIC 9(9)V99 VALUE ZEROES.
       77  WS-PRD-RECENT-QTY           PIC 9(07)   VALUE ZEROES.
       77  WS-PRD-LAST-DATE            PIC 9(08)   VALUE ZEROES.

      * RANKING AND FLAGGING WORK FIELDS FOR THE PRODUCT IN HAND.
       77  WS-TOTAL-ANNUAL-VALUE       PIC 9(13)V99 VALUE ZEROES.
       77  WS-CUM-VALUE-BEFORE         PIC 9(13)V99 VALUE ZEROES.
       77  WS-CUM-PCT-BEFORE           PIC 9(3)V99 VALUE ZEROES.
       77  WS-DAYS-SINCE-ISSUE         PIC 9(05)   VALUE ZEROES.
       77  WS-MONTHLY-RATE             PIC 9(7)V99 VALUE ZEROES.
       77  WS-MONTHS-COVER             PIC 9(4)V9  VALUE ZEROES.
       77  WS-TIED-UP-VALUE            PIC 9(9)V99 VALUE ZEROES.
       77  WS-ABC-CLASS                PIC X(01)   VALUE SPACES.
       77  WS-MOVEMENT                 PIC X(01)   VALUE SPACES.
           88  WS-MOVE-DEAD                        VALUE 'D'.
           88  WS-MOVE-SLOW                        VALUE 'S'.
       77  WS-NO-ISSUE-SW              PIC X(01)   VALUE 'N'.
           88  WS-NO-ISSUE                         VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-HIST-RD-CNT          PIC 9(7)    VALUE ZEROES.
           05  WS-HIST-BAD-DATE-CNT    PIC 9(7)    VALUE ZEROES.
           05  WS-HIST-NO-PROD-CNT     PIC 9(7)    VALUE ZEROES.
           05  WS-PRODFL-RD-CNT        PIC 9(6)    VALUE ZEROES.
           05  WS-CLS-WRT-CNT          PIC 9(6)    VALUE ZEROES.

      * CLASS AND MOVEMENT TOTALS FOR THE SUMMARY. SUBSCRIPT 1 IS A,
      * 2 IS B, 3 IS C.
       01  WS-CLASS-TOTALS.
           05  WS-CLASS-ENTRY OCCURS 3 TIMES.
               10  WS-CLASS-CNT        PIC 9(6)    VALUE ZEROES.
               10  WS-CLASS-VALUE      PIC 9(13)V99 VALUE ZEROES.
       77  WS-CLASS-IDX                PIC 9(1)    VALUE ZEROES.
       77  WS-CLASS-LETTERS            PIC X(03)   VALUE 'ABC'.
       77  WS-SLOW-CNT                 PIC 9(6)    VALUE ZEROES.
       77  WS-SLOW-TIED-UP             PIC 9(13)V99 VALUE ZEROES.
       77  WS-DEAD-CNT                 PIC 9(6)    VALUE ZEROES.
       77  WS-DEAD-TIED-UP             PIC 9(13)V99 VALUE ZEROES.

      * REPORT EDIT FIELDS.
       77  WS-FORMATTED-CNT            PIC Z(5)9.
       77  WS-FORMATTED-VALUE          PIC Z(8)9.99.
       77  WS-FORMATTED-TOTAL          PIC Z(12)9.99.
       77  WS-FORMATTED-DAYS           PIC X(05)   VALUE SPACES.
       77  WS-FORMATTED-DAYS-NUM       PIC ZZZZ9.
       77  WS-FORMATTED-COVER          PIC X(06)   VALUE SPACES.
       77  WS-FORMATTED-COVER-NUM      PIC ZZZ9.9.
       77  WS-FORMATTED-FLAG           PIC X(04)   VALUE SPACES.
       77  WS-FORMATTED-TIED-UP        PIC Z(8)9.99.
       77  WS-SUMMARY-LABEL            PIC X(24)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0050-FILECFG-LOAD-PARA.
           PERFORM 1050-RUNPARM-LOAD-PARA.
           COMPUTE WS-RUN-DATE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           PERFORM 1100-ABCPARM-LOAD-PARA.
           OPEN OUTPUT ABCRPT.
           DISPLAY 'FILE STATUS FOR ABCRPT:', WS-ABCRPT-STATUS.
           MOVE 'ABC CLASSIFICATION AND SLOW/DEAD STOCK ANALYSIS'
               TO ABCRPT-REC.
           WRITE ABCRPT-REC.

      * WITHOUT THE ISSUE HISTORY EVERY ITEM WOULD LOOK DEAD, SO
      * THE RUN STOPS AND LAST MONTH'S CLASSIFICATION STANDS.
           OPEN INPUT ISSHIST.
           IF WS-ISSHIST-STATUS NOT = '00'
               DISPLAY 'ISSUE HISTORY CANNOT BE OPENED, STATUS '
                   WS-ISSHIST-STATUS
               MOVE 'ISSUE HISTORY NOT AVAILABLE, CLASSIFICATION '
                   TO ABCRPT-REC
               WRITE ABCRPT-REC
               MOVE 'NOT REBUILT.' TO ABCRPT-REC
               WRITE ABCRPT-REC
               MOVE 16 TO RETURN-CODE
           ELSE
               CLOSE ISSHIST
               PERFORM 1200-HISTORY-SORT-PARA
               PERFORM 2000-MERGE-PARA
               IF RETURN-CODE < 16
                   PERFORM 3000-RANK-PARA
                   PERFORM 4000-SUMMARY-PARA
               END-IF
           END-IF.
           CLOSE ABCRPT.

           DISPLAY 'ISSUE HISTORY RECORDS READ: ', WS-HIST-RD-CNT.
           DISPLAY 'ISSUES WITH BAD DATE: ', WS-HIST-BAD-DATE-CNT.
           DISPLAY 'ISSUES FOR PRODUCTS NOT ON MASTER: ',
               WS-HIST-NO-PROD-CNT.
           DISPLAY 'PRODUCTS READ: ', WS-PRODFL-RD-CNT.
           DISPLAY 'CLASSIFICATION RECORDS WRITTEN: ', WS-CLS-WRT-CNT.
           STOP RUN.

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

       1100-ABCPARM-LOAD-PARA.
           OPEN INPUT ABCPARM.
           IF WS-ABCPARM-STATUS NOT = '00'
               DISPLAY 'ABC PARAMETERS NOT FOUND, USING DEFAULTS.'
           ELSE
               READ ABCPARM
                   AT END
                       DISPLAY 'ABC PARAMETERS EMPTY, USING DEFAULTS.'
                   NOT AT END
                       IF PRM-A-CUM-PCT NUMERIC
                           MOVE PRM-A-CUM-PCT TO WS-A-CUM-PCT
                       END-IF
                       IF PRM-B-CUM-PCT NUMERIC
                           MOVE PRM-B-CUM-PCT TO WS-B-CUM-PCT
                       END-IF
                       IF PRM-SLOW-DAYS NUMERIC
                           MOVE PRM-SLOW-DAYS TO WS-SLOW-DAYS
                       END-IF
                       IF PRM-DEAD-DAYS NUMERIC
                           MOVE PRM-DEAD-DAYS TO WS-DEAD-DAYS
                       END-IF
                       IF PRM-SLOW-COVER-MONTHS NUMERIC
                           MOVE PRM-SLOW-COVER-MONTHS TO
                               WS-SLOW-COVER-MONTHS
                       END-IF
               END-READ
               CLOSE ABCPARM
           END-IF.
           DISPLAY 'CLASS A CUMULATIVE PCT: ', WS-A-CUM-PCT.
           DISPLAY 'CLASS B CUMULATIVE PCT: ', WS-B-CUM-PCT.
           DISPLAY 'SLOW-MOVING AFTER DAYS: ', WS-SLOW-DAYS.
           DISPLAY 'DEAD AFTER DAYS: ', WS-DEAD-DAYS.
           DISPLAY 'SLOW-MOVING COVER MONTHS: ', WS-SLOW-COVER-MONTHS.

      * ISSUE HISTORY INTO PRODUCT ORDER, OLDEST ISSUE FIRST WITHIN
      * A PRODUCT.
       1200-HISTORY-SORT-PARA.
           SORT SORTWKA
               ON ASCENDING KEY SRTA-PRODUCT-CODE SRTA-DATE
               USING ISSHIST
               GIVING ISSSRT.

      * BALANCED MATCH OF THE SORTED HISTORY AGAINST THE MASTER IN
      * KEY ORDER. HISTORY FOR A CODE NO LONGER ON THE MASTER IS
      * COUNTED AND PASSED OVER.
       2000-MERGE-PARA.
           OPEN INPUT PRODFL.
           DISPLAY 'FILE STATUS FOR PRODFL:', WS-PRODFL-STATUS.
           OPEN INPUT ISSSRT.
           DISPLAY 'FILE STATUS FOR ISSSRT:', WS-ISSSRT-STATUS.
           OPEN OUTPUT ABCWORK.
           DISPLAY 'FILE STATUS FOR ABCWORK:', WS-ABCWORK-STATUS.
           IF WS-PRODFL-STATUS NOT = '00'
                   OR WS-ISSSRT-STATUS NOT = '00'
               DISPLAY 'PRODUCT MASTER OR SORTED HISTORY CANNOT BE '
                   'OPENED.'
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 2050-ISSSRT-READ-PARA
               PERFORM 2100-PRODFL-READ-PARA UNTIL PRODFL-EOF
               PERFORM 2300-HIST-SKIP-PARA UNTIL ISSSRT-EOF
           END-IF.
           CLOSE PRODFL.
           CLOSE ISSSRT.
           CLOSE ABCWORK.

      * THE EARLIEST GOOD DATE IS TRACKED HERE, AS EVERY HISTORY
      * LINE PASSES THROUGH ONCE. A LINE WITH AN UNREADABLE DATE IS
      * COUNTED AND TAKES NO PART IN THE FIGURES.
       2050-ISSSRT-READ-PARA.
           READ ISSSRT
               AT END
                   SET ISSSRT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-HIST-RD-CNT
                   IF ISS-DATE NOT NUMERIC
                           OR ISS-DATE < 16010101
                       ADD 1 TO WS-HIST-BAD-DATE-CNT
                       MOVE 'N' TO WS-ISS-DATE-OK-SW
                   ELSE
                       SET WS-ISS-DATE-OK TO TRUE
                       IF ISS-DATE < WS-HIST-FIRST-DATE
                           MOVE ISS-DATE TO WS-HIST-FIRST-DATE
                       END-IF
                   END-IF
           END-READ.

      * ONE PRODUCT: PASS OVER ORPHAN HISTORY BELOW ITS CODE, TAKE
      * IN EVERY ISSUE FOR IT, THEN WRITE ITS ANALYSIS LINE.
       2100-PRODFL-READ-PARA.
           READ PRODFL NEXT
               AT END
                   SET PRODFL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-PRODFL-RD-CNT
                   MOVE ZEROES TO WS-PRD-ANNUAL-QTY
                   MOVE ZEROES TO WS-PRD-ANNUAL-VALUE
                   MOVE ZEROES TO WS-PRD-RECENT-QTY
                   MOVE ZEROES TO WS-PRD-LAST-DATE
                   PERFORM 2300-HIST-SKIP-PARA
                       UNTIL ISSSRT-EOF
                       OR ISS-PRODUCT-CODE NOT < PRODFL-CODE
                   PERFORM 2200-HIST-ACCUM-PARA
                       UNTIL ISSSRT-EOF
                       OR ISS-PRODUCT-CODE NOT = PRODFL-CODE
                   PERFORM 2400-ABCWORK-WRITE-PARA
           END-READ.

      * ISSUES IN THE LAST YEAR MAKE UP THE ANNUAL FIGURES; THOSE IN
      * THE LAST QUARTER ALSO SET THE CURRENT RATE. THE SORT LEAVES
      * THE LATEST ISSUE LAST. A DATE AFTER THE RUN DATE (A RERUN
      * FOR AN EARLIER DATE) DOES NOT COUNT.
       2200-HIST-ACCUM-PARA.
           IF WS-ISS-DATE-OK
               COMPUTE WS-ISS-DATE-DAYS =
                   FUNCTION INTEGER-OF-DATE(ISS-DATE)
               COMPUTE WS-AGE-DAYS =
                   WS-RUN-DATE-DAYS - WS-ISS-DATE-DAYS
           ELSE
               MOVE -1 TO WS-AGE-DAYS
           END-IF.
           IF WS-AGE-DAYS NOT < 0
               MOVE ISS-DATE TO WS-PRD-LAST-DATE
               IF WS-AGE-DAYS < WS-YEAR-DAYS
                   ADD ISS-QTY TO WS-PRD-ANNUAL-QTY
                   ADD ISS-VALUE TO WS-PRD-ANNUAL-VALUE
               END-IF
               IF WS-AGE-DAYS < WS-RECENT-DAYS
                   ADD ISS-QTY TO WS-PRD-RECENT-QTY
               END-IF
           END-IF.
           PERFORM 2050-ISSSRT-READ-PARA.

       2300-HIST-SKIP-PARA.
           ADD 1 TO WS-HIST-NO-PROD-CNT.
           PERFORM 2050-ISSSRT-READ-PARA.

       2400-ABCWORK-WRITE-PARA.
           MOVE SPACES TO ABCWORK-REC.
           MOVE PRODFL-CODE TO WRK-PRODUCT-CODE.
           MOVE PRODFL-NAME TO WRK-PRODUCT-NAME.
           MOVE PRODFL-QTY-ON-HAND TO WRK-QTY-ON-HAND.
           IF PRODFL-AVG-COST NUMERIC
               MOVE PRODFL-AVG-COST TO WRK-AVG-COST
           ELSE
               MOVE ZEROES TO WRK-AVG-COST
           END-IF.
           MOVE WS-PRD-ANNUAL-QTY TO WRK-ANNUAL-QTY.
           MOVE WS-PRD-ANNUAL-VALUE TO WRK-ANNUAL-VALUE.
           MOVE WS-PRD-RECENT-QTY TO WRK-RECENT-QTY.
           MOVE WS-PRD-LAST-DATE TO WRK-LAST-ISSUE-DATE.
           ADD WS-PRD-ANNUAL-VALUE TO WS-TOTAL-ANNUAL-VALUE.
           WRITE ABCWORK-REC.

      * HIGHEST ANNUAL ISSUE VALUE FIRST, THEN CLASSIFY DOWN THE
      * LIST. THE CLASSIFICATION FILE IS REPLACED OUTRIGHT.
       3000-RANK-PARA.
           SORT SORTWKB
               ON DESCENDING KEY SRTB-ANNUAL-VALUE
               USING ABCWORK
               GIVING ABCRANK.

           IF WS-HIST-FIRST-DATE NOT = 99999999
               COMPUTE WS-HIST-SPAN-DAYS = WS-RUN-DATE-DAYS -
                   FUNCTION INTEGER-OF-DATE(WS-HIST-FIRST-DATE)
           END-IF.

           OPEN INPUT ABCRANK.
           DISPLAY 'FILE STATUS FOR ABCRANK:', WS-ABCRANK-STATUS.
           OPEN OUTPUT STKCLS.
           DISPLAY 'FILE STATUS FOR STKCLS:', WS-STKCLS-STATUS.
           IF WS-ABCRANK-STATUS NOT = '00'
                   OR WS-STKCLS-STATUS NOT = '00'
               DISPLAY 'RANKED ANALYSIS OR CLASSIFICATION FILE '
                   'CANNOT BE OPENED.'
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE SPACES TO ABCRPT-REC
               WRITE ABCRPT-REC
               MOVE 'COD NAME            C   ANNUAL VAL  DAYS  COVER'
                   TO ABCRPT-REC
               MOVE 'FLAG      TIED UP' TO ABCRPT-REC(49:17)
               WRITE ABCRPT-REC
               PERFORM 3100-ABCRANK-READ-PARA UNTIL ABCRANK-EOF
           END-IF.
           CLOSE ABCRANK.
           CLOSE STKCLS.

       3100-ABCRANK-READ-PARA.
           READ ABCRANK
               AT END
                   SET ABCRANK-EOF TO TRUE
               NOT AT END
                   PERFORM 3200-CLASSIFY-PARA
                   PERFORM 3300-MOVEMENT-PARA
                   PERFORM 3400-STKCLS-WRITE-PARA
                   PERFORM 3500-DETAIL-LINE-PARA
           END-READ.

      * THE CLASS GOES BY THE SHARE OF ANNUAL VALUE ALREADY TAKEN BY
      * HIGHER-RANKED ITEMS, SO THE ITEM THAT CROSSES A CUT-OFF STAYS
      * IN THE HIGHER CLASS. AN ITEM WITH NO ISSUE VALUE IS ALWAYS C.
       3200-CLASSIFY-PARA.
           IF WS-TOTAL-ANNUAL-VALUE > 0
               COMPUTE WS-CUM-PCT-BEFORE ROUNDED =
                   WS-CUM-VALUE-BEFORE * 100 / WS-TOTAL-ANNUAL-VALUE
           ELSE
               MOVE 100 TO WS-CUM-PCT-BEFORE
           END-IF.
           EVALUATE TRUE
               WHEN RNK-ANNUAL-VALUE = 0
                   MOVE 3 TO WS-CLASS-IDX
               WHEN WS-CUM-PCT-BEFORE < WS-A-CUM-PCT
                   MOVE 1 TO WS-CLASS-IDX
               WHEN WS-CUM-PCT-BEFORE < WS-B-CUM-PCT
                   MOVE 2 TO WS-CLASS-IDX
               WHEN OTHER
                   MOVE 3 TO WS-CLASS-IDX
           END-EVALUATE.
           MOVE WS-CLASS-LETTERS(WS-CLASS-IDX:1) TO WS-ABC-CLASS.
           ADD 1 TO WS-CLASS-CNT(WS-CLASS-IDX).
           ADD RNK-ANNUAL-VALUE TO WS-CLASS-VALUE(WS-CLASS-IDX).
           ADD RNK-ANNUAL-VALUE TO WS-CUM-VALUE-BEFORE.

      * DAYS SINCE LAST ISSUE AND MONTHS OF COVER AT THE LAST
      * QUARTER'S MONTHLY RATE, THEN THE FLAG: DEAD WHEN NOTHING HAS
      * BEEN ISSUED FOR THE DEAD-DAYS PARAMETER; SLOW WHEN STOCK IS
      * HELD AND EITHER NOTHING HAS GONE OUT FOR THE SLOW-DAYS
      * PARAMETER OR IT WOULD LAST LONGER THAN THE COVER PARAMETER.
       3300-MOVEMENT-PARA.
           MOVE SPACES TO WS-MOVEMENT.
           MOVE 'N' TO WS-NO-ISSUE-SW.
           IF RNK-LAST-ISSUE-DATE = 0
               SET WS-NO-ISSUE TO TRUE
               MOVE 99999 TO WS-DAYS-SINCE-ISSUE
           ELSE
               COMPUTE WS-DAYS-SINCE-ISSUE = WS-RUN-DATE-DAYS -
                   FUNCTION INTEGER-OF-DATE(RNK-LAST-ISSUE-DATE)
           END-IF.

           COMPUTE WS-MONTHLY-RATE ROUNDED =
               RNK-RECENT-QTY * 30 / WS-RECENT-DAYS.
           IF WS-MONTHLY-RATE > 0
               COMPUTE WS-MONTHS-COVER ROUNDED =
                   RNK-QTY-ON-HAND / WS-MONTHLY-RATE
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-MONTHS-COVER
               END-COMPUTE
           ELSE
               MOVE 9999.9 TO WS-MONTHS-COVER
           END-IF.

           EVALUATE TRUE
               WHEN WS-NO-ISSUE
                       AND WS-HIST-SPAN-DAYS NOT < WS-DEAD-DAYS
                   SET WS-MOVE-DEAD TO TRUE
               WHEN WS-NO-ISSUE
                   CONTINUE
               WHEN WS-DAYS-SINCE-ISSUE NOT < WS-DEAD-DAYS
                   SET WS-MOVE-DEAD TO TRUE
               WHEN RNK-QTY-ON-HAND = 0
                   CONTINUE
               WHEN WS-DAYS-SINCE-ISSUE NOT < WS-SLOW-DAYS
                   SET WS-MOVE-SLOW TO TRUE
               WHEN WS-MONTHS-COVER > WS-SLOW-COVER-MONTHS
                   SET WS-MOVE-SLOW TO TRUE
           END-EVALUATE.

           COMPUTE WS-TIED-UP-VALUE =
               RNK-QTY-ON-HAND * RNK-AVG-COST.
           EVALUATE TRUE
               WHEN WS-MOVE-DEAD
                   ADD 1 TO WS-DEAD-CNT
                   ADD WS-TIED-UP-VALUE TO WS-DEAD-TIED-UP
               WHEN WS-MOVE-SLOW
                   ADD 1 TO WS-SLOW-CNT
                   ADD WS-TIED-UP-VALUE TO WS-SLOW-TIED-UP
           END-EVALUATE.

       3400-STKCLS-WRITE-PARA.
           MOVE SPACES TO STKCLS-REC.
           MOVE RNK-PRODUCT-CODE TO CLS-PRODUCT-CODE.
           MOVE WS-ABC-CLASS TO CLS-ABC-CLASS.
           MOVE WS-MOVEMENT TO CLS-MOVEMENT.
           MOVE WS-DAYS-SINCE-ISSUE TO CLS-DAYS-SINCE-ISSUE.
           MOVE WS-MONTHS-COVER TO CLS-MONTHS-COVER.
           MOVE RNK-ANNUAL-VALUE TO CLS-ANNUAL-VALUE.
           MOVE WS-TIED-UP-VALUE TO CLS-TIED-UP-VALUE.
           MOVE WS-RUN-DATE TO CLS-RUN-DATE.
           WRITE STKCLS-REC
               INVALID KEY
                   DISPLAY 'CLASSIFICATION WRITE FAILED FOR '
                       RNK-PRODUCT-CODE ' STATUS ' WS-STKCLS-STATUS
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-CLS-WRT-CNT
           END-WRITE.

      * TIED-UP VALUE IS SHOWN ONLY AGAINST SLOW AND DEAD ITEMS,
      * WHERE IT IS THE POINT OF THE LINE.
       3500-DETAIL-LINE-PARA.
           IF WS-NO-ISSUE
               MOVE ' NONE' TO WS-FORMATTED-DAYS
           ELSE
               MOVE WS-DAYS-SINCE-ISSUE TO WS-FORMATTED-DAYS-NUM
               MOVE WS-FORMATTED-DAYS-NUM TO WS-FORMATTED-DAYS
           END-IF.
           IF WS-MONTHLY-RATE = 0
               MOVE '  NONE' TO WS-FORMATTED-COVER
           ELSE
               MOVE WS-MONTHS-COVER TO WS-FORMATTED-COVER-NUM
               MOVE WS-FORMATTED-COVER-NUM TO WS-FORMATTED-COVER
           END-IF.
           MOVE RNK-ANNUAL-VALUE TO WS-FORMATTED-VALUE.
           MOVE SPACES TO ABCRPT-REC.
           EVALUATE TRUE
               WHEN WS-MOVE-DEAD
                   MOVE 'DEAD' TO WS-FORMATTED-FLAG
                   MOVE WS-TIED-UP-VALUE TO WS-FORMATTED-TIED-UP
                   STRING WS-FORMATTED-FLAG ' ' WS-FORMATTED-TIED-UP
                       DELIMITED BY SIZE INTO ABCRPT-REC(49:17)
               WHEN WS-MOVE-SLOW
                   MOVE 'SLOW' TO WS-FORMATTED-FLAG
                   MOVE WS-TIED-UP-VALUE TO WS-FORMATTED-TIED-UP
                   STRING WS-FORMATTED-FLAG ' ' WS-FORMATTED-TIED-UP
                       DELIMITED BY SIZE INTO ABCRPT-REC(49:17)
           END-EVALUATE.
           STRING RNK-PRODUCT-CODE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               RNK-PRODUCT-NAME DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-ABC-CLASS DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-FORMATTED-VALUE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-FORMATTED-DAYS DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-FORMATTED-COVER DELIMITED BY SIZE
               INTO ABCRPT-REC(1:47).
           WRITE ABCRPT-REC.

      * COUNT AND ANNUAL VALUE BY CLASS, THEN THE SLOW AND DEAD
      * COUNTS WITH THE STOCK VALUE THEY HOLD.
       4000-SUMMARY-PARA.
           MOVE SPACES TO ABCRPT-REC.
           WRITE ABCRPT-REC.
           PERFORM 4100-CLASS-LINE-PARA
               VARYING WS-CLASS-IDX FROM 1 BY 1
               UNTIL WS-CLASS-IDX > 3.
           MOVE 'SLOW-MOVING ITEMS' TO WS-SUMMARY-LABEL.
           MOVE WS-SLOW-CNT TO WS-FORMATTED-CNT.
           MOVE WS-SLOW-TIED-UP TO WS-FORMATTED-TOTAL.
           PERFORM 4200-SUMMARY-LINE-PARA.
           MOVE 'DEAD ITEMS' TO WS-SUMMARY-LABEL.
           MOVE WS-DEAD-CNT TO WS-FORMATTED-CNT.
           MOVE WS-DEAD-TIED-UP TO WS-FORMATTED-TOTAL.
           PERFORM 4200-SUMMARY-LINE-PARA.
           DISPLAY 'SLOW-MOVING ITEMS: ', WS-SLOW-CNT.
           DISPLAY 'DEAD ITEMS: ', WS-DEAD-CNT.

       4100-CLASS-LINE-PARA.
           MOVE SPACES TO WS-SUMMARY-LABEL.
           STRING 'CLASS ' DELIMITED BY SIZE
               WS-CLASS-LETTERS(WS-CLASS-IDX:1) DELIMITED BY SIZE
               ' ANNUAL VALUE' DELIMITED BY SIZE
               INTO WS-SUMMARY-LABEL.
           MOVE WS-CLASS-CNT(WS-CLASS-IDX) TO WS-FORMATTED-CNT.
           MOVE WS-CLASS-VALUE(WS-CLASS-IDX) TO WS-FORMATTED-TOTAL.
           PERFORM 4200-SUMMARY-LINE-PARA.

       4200-SUMMARY-LINE-PARA.
           MOVE SPACES TO ABCRPT-REC.
           STRING WS-SUMMARY-LABEL DELIMITED BY SIZE
               ' ITEMS ' DELIMITED BY SIZE
               WS-FORMATTED-CNT DELIMITED BY SIZE
               ' VALUE ' DELIMITED BY SIZE
               WS-FORMATTED-TOTAL DELIMITED BY SIZE
               INTO ABCRPT-REC.
           WRITE ABCRPT-REC.

      * RESOLVES EVERY FILE ASSIGNMENT FROM THE EXTERNAL FILE
      * CONFIGURATION BEFORE ANYTHING IS OPENED, REPORTING EACH
      * RESOLVED PATH. A LOGICAL NAME MISSING FROM THE
      * CONFIGURATION ENDS THE RUN CLEANLY WITH RC 16 BEFORE ANY
      * FILE IS TOUCHED.
       0050-FILECFG-LOAD-PARA.
           MOVE 'STOCKISSHIST' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-ISSHIST-PATH.
           MOVE 'PRODUCTMASTE' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-PRODFL-PATH.
           MOVE 'STKABCSORTA' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-SORTWKA-PATH.
           MOVE 'STKABCSORTB' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-SORTWKB-PATH.
           MOVE 'STKABCISSSRT' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-ISSSRT-PATH.
           MOVE 'STKABCWORK' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-ABCWORK-PATH.
           MOVE 'STKABCRANK' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-ABCRANK-PATH.
           MOVE 'STOCKCLASS' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-STKCLS-PATH.
           MOVE 'STKABCRPT' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-ABCRPT-PATH.
           MOVE 'ABCPARM' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-ABCPARM-PATH.
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

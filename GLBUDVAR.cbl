       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLBUDVAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * GL BUDGET MASTER: ONE LINE PER ACCOUNT PER MONTH, OR PER
      * ACCOUNT AND DEPARTMENT COST CENTER PER MONTH FOR THE PAYROLL
      * ACCOUNTS PAYGL.CBL CHARGES BY DEPARTMENT.
           SELECT BUDFL ASSIGN TO DYNAMIC WS-BUDFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-BUDFL-STATUS.

      * SAME ASSIGN/LAYOUT AS GLTRIAL.CBL'S ACTFL: THE DEBIT AND
      * CREDIT TOTALS OF EVERY CLOSED PERIOD.
           SELECT ACTFL ASSIGN TO DYNAMIC WS-ACTFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-ACTFL-STATUS.

      * VARIANCE PARAMETERS: THE VARIANCE PERCENTAGE, EITHER WAY,
      * BEYOND WHICH A LINE IS FLAGGED. A MISSING FILE OR FIELD TAKES
      * THE DEFAULT.
           SELECT BUDPARM ASSIGN TO DYNAMIC WS-BUDPARM-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-BUDPARM-STATUS.

      * BUDGET-VERSUS-ACTUAL REPORT.
           SELECT BUDRPT ASSIGN TO DYNAMIC WS-BUDRPT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-BUDRPT-STATUS.

      * EXTERNALLY-SUPPLIED RUN DATE (RUNPARM.CPY): ITS MONTH IS THE
      * MONTH REPORTED AND ITS YEAR THE BUDGET YEAR.
           SELECT RUNPARM ASSIGN TO DYNAMIC WS-RUNPARM-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-RUNPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * BUD-COST-CENTER IS SPACES FOR AN ACCOUNT-LEVEL BUDGET.
      * BUD-NATURE 'C' MARKS AN ACCOUNT BUDGETED AS A CREDIT (INCOME
      * OR A LIABILITY BUILDING UP), SO ITS ACTUAL IS TAKEN AS CREDITS
      * LESS DEBITS; ANYTHING ELSE IS BUDGETED AS A DEBIT.
       FD  BUDFL.
       01  BUDFL-REC.
           05  BUD-PERIOD              PIC 9(06).
           05  BUD-PERIOD-YM REDEFINES BUD-PERIOD.
               10  BUD-YEAR            PIC 9(04).
               10  BUD-MONTH           PIC 9(02).
           05  BUD-ACCT                PIC X(08).
           05  BUD-COST-CENTER         PIC X(17).
           05  BUD-AMOUNT              PIC 9(9)V99.
           05  BUD-NATURE              PIC X(01).
               88  BUD-CREDIT-NATURE               VALUE 'C'.
           05  FILLER                  PIC X(37).

      * SAME LAYOUT AS GLTRIAL.CBL'S ACTFL-REC.
       FD  ACTFL.
       01  ACTFL-REC.
           05  ACT-PERIOD              PIC 9(06).
           05  ACT-PERIOD-YM REDEFINES ACT-PERIOD.
               10  ACT-YEAR            PIC 9(04).
               10  ACT-MONTH           PIC 9(02).
           05  ACT-ACCT                PIC X(08).
           05  ACT-COST-CENTER         PIC X(17).
           05  ACT-DEBITS              PIC 9(11)V99.
           05  ACT-CREDITS             PIC 9(11)V99.
           05  FILLER                  PIC X(23).

       FD  BUDPARM.
       01  BUDPARM-REC.
           05  PRM-TOLERANCE-PCT       PIC 9(3)V99.
           05  FILLER                  PIC X(75).

       FD  BUDRPT.
       01  BUDRPT-REC                  PIC X(80).

       FD  RUNPARM.
       COPY 'RUNPARM'.

       WORKING-STORAGE SECTION.
      * RESOLVED FILE PATHS. EVERY ASSIGNMENT COMES FROM THE
      * EXTERNAL FILE CONFIGURATION (FILECFG) AT STARTUP -- SEE
      * 0050-FILECFG-LOAD-PARA -- SO A DISK MOVE OR A TEST RUN
      * NEVER MEANS EDITING AND RECOMPILING THIS PROGRAM.
       77  WS-BUDFL-PATH               PIC X(80) VALUE SPACES.
       77  WS-ACTFL-PATH               PIC X(80) VALUE SPACES.
       77  WS-BUDPARM-PATH             PIC X(80) VALUE SPACES.
       77  WS-BUDRPT-PATH              PIC X(80) VALUE SPACES.
       77  WS-RUNPARM-PATH             PIC X(80) VALUE SPACES.
       77  WS-CFG-NAME             PIC X(12)   VALUE SPACES.
       77  WS-CFG-PATH             PIC X(80)   VALUE SPACES.
       77  WS-CFG-RESULT           PIC X(01)   VALUE 'N'.

       01  WS-FILE-STATUS.
           05  WS-BUDFL-STATUS         PIC X(2).
           05  WS-ACTFL-STATUS         PIC X(2).
           05  WS-BUDPARM-STATUS       PIC X(2).
           05  WS-BUDRPT-STATUS        PIC X(2).
           05  WS-RUNPARM-STATUS       PIC X(2).

       01  WS-EOF-SWITCHES.
           05  WS-BUDFL-EOF-SW         PIC X(01)   VALUE 'N'.
               88  BUDFL-EOF                       VALUE 'Y'.
           05  WS-ACTFL-EOF-SW         PIC X(01)   VALUE 'N'.
               88  ACTFL-EOF                       VALUE 'Y'.

      * VARIANCE PARAMETER AND ITS DEFAULT.
       77  WS-TOLERANCE-PCT            PIC 9(3)V99 VALUE 10.00.

      * RUN DATE, AS YEAR, MONTH AND DAY.
       01  WS-RUN-DATE                 PIC 9(08)   VALUE ZEROES.
       01  WS-RUN-DATE-YMD REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR             PIC 9(04).
           05  WS-RUN-MONTH            PIC 9(02).
           05  WS-RUN-DAY              PIC 9(02).
       77  WS-RUN-PERIOD               PIC 9(06)   VALUE ZEROES.

      * ONE ENTRY PER ACCOUNT, OR ACCOUNT AND COST CENTER, BUDGETED
      * FOR THE RUN YEAR, WITH ITS TWELVE MONTHLY AMOUNTS. THE
      * NATURE IS TAKEN FROM THE LAST LINE READ FOR THE ENTRY.
       01  WS-BUD-TABLE.
           05  WS-BUD-ENTRY OCCURS 300 TIMES.
               10  WS-BUD-ACCT          PIC X(08).
               10  WS-BUD-CC            PIC X(17).
               10  WS-BUD-NATURE        PIC X(01).
               10  WS-BUD-FLAG-SW       PIC X(01).
                   88  WS-BUD-FLAGGED               VALUE 'Y'.
               10  WS-BUD-AMT           PIC 9(9)V99
                                        OCCURS 12 TIMES.
       77  WS-BUD-CNT                  PIC 9(3)    VALUE ZEROES.
       77  WS-BUD-IDX                  PIC 9(3)    VALUE ZEROES.
       77  WS-BUD-SRCH-IDX             PIC 9(3)    VALUE ZEROES.
       77  WS-BUD-FOUND-SW             PIC X(01)   VALUE 'N'.
           88  WS-BUD-FOUND                        VALUE 'Y'.

      * ONE ENTRY PER ACCOUNT, OR ACCOUNT AND COST CENTER, ON THE
      * ACTUALS HISTORY FOR THE RUN YEAR, WITH THE NET DEBIT (DEBITS
      * LESS CREDITS) OF EACH MONTH UP TO THE RUN MONTH.
       01  WS-ACT-TABLE.
           05  WS-ACT-ENTRY OCCURS 300 TIMES.
               10  WS-ACT-ACCT          PIC X(08).
               10  WS-ACT-CC            PIC X(17).
               10  WS-ACT-NET           PIC S9(11)V99
                                        OCCURS 12 TIMES.
       77  WS-ACT-CNT                  PIC 9(3)    VALUE ZEROES.
       77  WS-ACT-IDX                  PIC 9(3)    VALUE ZEROES.
       77  WS-ACT-SRCH-IDX             PIC 9(3)    VALUE ZEROES.
       77  WS-ACT-FOUND-SW             PIC X(01)   VALUE 'N'.
           88  WS-ACT-FOUND                        VALUE 'Y'.
       77  WS-MONTH-IDX                PIC 9(2)    VALUE ZEROES.

      * SEARCH KEY SHARED BY THE BUDGET AND ACTUALS TABLE LOOKUPS.
       77  WS-KEY-ACCT                 PIC X(08)   VALUE SPACES.
       77  WS-KEY-CC                   PIC X(17)   VALUE SPACES.

      * FIGURES FOR THE ENTRY BEING REPORTED, SIGNED SO THAT A
      * DEBIT-NATURE ACCOUNT IS POSITIVE WHEN IT IS DEBITED AND A
      * CREDIT-NATURE ONE WHEN IT IS CREDITED.
       77  WS-MONTH-ACTUAL             PIC S9(11)V99 VALUE ZEROES.
       77  WS-MONTH-BUDGET             PIC S9(11)V99 VALUE ZEROES.
       77  WS-YTD-ACTUAL               PIC S9(11)V99 VALUE ZEROES.
       77  WS-YTD-BUDGET               PIC S9(11)V99 VALUE ZEROES.
       77  WS-FCST-ACTUAL              PIC S9(11)V99 VALUE ZEROES.
       77  WS-YEAR-BUDGET              PIC S9(11)V99 VALUE ZEROES.

      * ONE REPORT LINE: ITS ACTUAL AND BUDGET IN, ITS VARIANCE,
      * PERCENTAGE AND FLAG OUT.
       77  WS-LINE-LABEL               PIC X(08)   VALUE SPACES.
       77  WS-LINE-ACTUAL              PIC S9(11)V99 VALUE ZEROES.
       77  WS-LINE-BUDGET              PIC S9(11)V99 VALUE ZEROES.
       77  WS-LINE-VARIANCE            PIC S9(11)V99 VALUE ZEROES.
       77  WS-LINE-PCT                 PIC S9(5)V99  VALUE ZEROES.
       77  WS-ABS-PCT                  PIC 9(5)V99   VALUE ZEROES.
       77  WS-LINE-FLAG                PIC X(01)   VALUE SPACE.

       01  WS-COUNTERS.
           05  WS-BUDFL-RD-CNT         PIC 9(5)    VALUE ZEROES.
           05  WS-ACTFL-RD-CNT         PIC 9(5)    VALUE ZEROES.
           05  WS-RUN-PERIOD-CNT       PIC 9(5)    VALUE ZEROES.
           05  WS-FLAGGED-CNT          PIC 9(5)    VALUE ZEROES.
           05  WS-UNBUDGETED-CNT       PIC 9(5)    VALUE ZEROES.

       77  WS-FMT-ACTUAL               PIC -(11)9.99.
       77  WS-FMT-BUDGET               PIC -(11)9.99.
       77  WS-FMT-VARIANCE             PIC -(11)9.99.
       77  WS-FMT-YTD                  PIC -(11)9.99.
       77  WS-FMT-PCT                  PIC -(5)9.99.
       77  WS-FMT-PCT-TEXT REDEFINES WS-FMT-PCT
                                       PIC X(09).
       77  WS-FMT-TOLERANCE            PIC ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0050-FILECFG-LOAD-PARA.
           PERFORM 1050-RUNPARM-LOAD-PARA.
           PERFORM 1080-BUDPARM-LOAD-PARA.
           PERFORM 1100-BUDFL-LOAD-PARA.
           PERFORM 1200-ACTFL-LOAD-PARA.
           IF WS-RUN-PERIOD-CNT = 0
               DISPLAY 'NO ACTUALS ON FILE FOR PERIOD ' WS-RUN-PERIOD
                   ', HAS IT BEEN CLOSED?'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 3000-VARIANCE-REPORT-PARA.

           DISPLAY 'BUDGET LINES READ: ', WS-BUDFL-RD-CNT.
           DISPLAY 'ACTUALS LINES READ: ', WS-ACTFL-RD-CNT.
           DISPLAY 'BUDGET ENTRIES REPORTED: ', WS-BUD-CNT.
           DISPLAY 'ENTRIES OUTSIDE TOLERANCE: ', WS-FLAGGED-CNT.
           DISPLAY 'ACCOUNTS WITH NO BUDGET: ', WS-UNBUDGETED-CNT.
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
           IF WS-RUN-MONTH < 1 OR WS-RUN-MONTH > 12
               DISPLAY 'RUNPARM DATE NOT VALID, DEFAULTING RUN DATE.'
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
           DIVIDE WS-RUN-DATE BY 100 GIVING WS-RUN-PERIOD.
           DISPLAY 'PERIOD REPORTED: ', WS-RUN-PERIOD.

       1080-BUDPARM-LOAD-PARA.
           OPEN INPUT BUDPARM.
           IF WS-BUDPARM-STATUS NOT = '00'
               DISPLAY 'BUDGET PARAMETERS NOT FOUND, USING DEFAULTS.'
           ELSE
               READ BUDPARM
                   AT END
                       DISPLAY 'BUDGET PARAMETERS EMPTY, USING '
                           'DEFAULTS.'
                   NOT AT END
                       IF PRM-TOLERANCE-PCT NUMERIC
                               AND PRM-TOLERANCE-PCT > 0
                           MOVE PRM-TOLERANCE-PCT TO WS-TOLERANCE-PCT
                       END-IF
               END-READ
               CLOSE BUDPARM
           END-IF.
           MOVE WS-TOLERANCE-PCT TO WS-FMT-TOLERANCE.
           DISPLAY 'VARIANCE TOLERANCE PERCENT: ', WS-FMT-TOLERANCE.

      * ONLY THE RUN YEAR'S BUDGET IS HELD. WITHOUT A BUDGET MASTER
      * THE REPORT CAN ONLY LIST THE ACTUALS AS UNBUDGETED, SO THE
      * RUN WARNS.
       1100-BUDFL-LOAD-PARA.
           OPEN INPUT BUDFL.
           DISPLAY 'FILE STATUS FOR BUDFL:', WS-BUDFL-STATUS.
           IF WS-BUDFL-STATUS NOT = '00'
               DISPLAY 'GL BUDGET MASTER NOT FOUND, NOTHING BUDGETED.'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM 1150-BUDFL-READ-PARA UNTIL BUDFL-EOF
               CLOSE BUDFL
           END-IF.

       1150-BUDFL-READ-PARA.
           READ BUDFL
               AT END
                   SET BUDFL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-BUDFL-RD-CNT
                   IF BUD-PERIOD NOT NUMERIC
                           OR BUD-AMOUNT NOT NUMERIC
                           OR BUD-MONTH < 1 OR BUD-MONTH > 12
                       DISPLAY 'BUDGET LINE NOT VALID, IGNORED: '
                           BUD-PERIOD ' ' BUD-ACCT
                   ELSE
                       IF BUD-YEAR = WS-RUN-YEAR
                           PERFORM 1160-BUDGET-ADD-PARA
                       END-IF
                   END-IF
           END-READ.

       1160-BUDGET-ADD-PARA.
           MOVE BUD-ACCT TO WS-KEY-ACCT.
           MOVE BUD-COST-CENTER TO WS-KEY-CC.
           PERFORM 1300-BUD-FIND-PARA.
           IF NOT WS-BUD-FOUND
               IF WS-BUD-CNT < 300
                   ADD 1 TO WS-BUD-CNT
                   MOVE WS-BUD-CNT TO WS-BUD-SRCH-IDX
                   MOVE BUD-ACCT TO WS-BUD-ACCT(WS-BUD-SRCH-IDX)
                   MOVE BUD-COST-CENTER TO WS-BUD-CC(WS-BUD-SRCH-IDX)
                   MOVE 'N' TO WS-BUD-FLAG-SW(WS-BUD-SRCH-IDX)
                   PERFORM 1170-BUD-MONTH-CLEAR-PARA
                       VARYING WS-MONTH-IDX FROM 1 BY 1
                       UNTIL WS-MONTH-IDX > 12
               ELSE
                   DISPLAY 'WS-BUD-TABLE FULL, ENTRY IGNORED: '
                       BUD-ACCT ' ' BUD-COST-CENTER
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-BUD-SRCH-IDX <= WS-BUD-CNT
               MOVE BUD-NATURE TO WS-BUD-NATURE(WS-BUD-SRCH-IDX)
               ADD BUD-AMOUNT TO
                   WS-BUD-AMT(WS-BUD-SRCH-IDX, BUD-MONTH)
           END-IF.

       1170-BUD-MONTH-CLEAR-PARA.
           MOVE ZEROES TO WS-BUD-AMT(WS-BUD-SRCH-IDX, WS-MONTH-IDX).

      * ONLY THE RUN YEAR, UP TO AND INCLUDING THE RUN MONTH, IS
      * HELD. HISTORY STARTS WITH THE FIRST PERIOD GLTRIAL.CBL CLOSED
      * ONCE IT BEGAN WRITING IT, SO EARLIER MONTHS SHOW NO ACTUAL.
       1200-ACTFL-LOAD-PARA.
           OPEN INPUT ACTFL.
           DISPLAY 'FILE STATUS FOR ACTFL:', WS-ACTFL-STATUS.
           IF WS-ACTFL-STATUS NOT = '00'
               DISPLAY 'GL ACTUALS HISTORY NOT FOUND, NO ACTUALS.'
           ELSE
               PERFORM 1250-ACTFL-READ-PARA UNTIL ACTFL-EOF
               CLOSE ACTFL
           END-IF.

       1250-ACTFL-READ-PARA.
           READ ACTFL
               AT END
                   SET ACTFL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ACTFL-RD-CNT
                   IF ACT-PERIOD NUMERIC
                           AND ACT-DEBITS NUMERIC
                           AND ACT-CREDITS NUMERIC
                           AND ACT-YEAR = WS-RUN-YEAR
                           AND ACT-MONTH > 0
                           AND ACT-MONTH NOT > WS-RUN-MONTH
                       PERFORM 1260-ACTUAL-ADD-PARA
                   END-IF
           END-READ.

       1260-ACTUAL-ADD-PARA.
           IF ACT-PERIOD = WS-RUN-PERIOD
               ADD 1 TO WS-RUN-PERIOD-CNT
           END-IF.
           MOVE ACT-ACCT TO WS-KEY-ACCT.
           MOVE ACT-COST-CENTER TO WS-KEY-CC.
           PERFORM 1400-ACT-FIND-PARA.
           IF NOT WS-ACT-FOUND
               IF WS-ACT-CNT < 300
                   ADD 1 TO WS-ACT-CNT
                   MOVE WS-ACT-CNT TO WS-ACT-SRCH-IDX
                   MOVE ACT-ACCT TO WS-ACT-ACCT(WS-ACT-SRCH-IDX)
                   MOVE ACT-COST-CENTER TO WS-ACT-CC(WS-ACT-SRCH-IDX)
                   PERFORM 1270-ACT-MONTH-CLEAR-PARA
                       VARYING WS-MONTH-IDX FROM 1 BY 1
                       UNTIL WS-MONTH-IDX > 12
               ELSE
                   DISPLAY 'WS-ACT-TABLE FULL, ENTRY IGNORED: '
                       ACT-ACCT ' ' ACT-COST-CENTER
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-ACT-SRCH-IDX <= WS-ACT-CNT
               ADD ACT-DEBITS TO
                   WS-ACT-NET(WS-ACT-SRCH-IDX, ACT-MONTH)
               SUBTRACT ACT-CREDITS FROM
                   WS-ACT-NET(WS-ACT-SRCH-IDX, ACT-MONTH)
           END-IF.

       1270-ACT-MONTH-CLEAR-PARA.
           MOVE ZEROES TO WS-ACT-NET(WS-ACT-SRCH-IDX, WS-MONTH-IDX).

       1300-BUD-FIND-PARA.
           MOVE 'N' TO WS-BUD-FOUND-SW.
           MOVE 1 TO WS-BUD-SRCH-IDX.
           PERFORM 1310-BUD-FIND-ONE-PARA
               UNTIL WS-BUD-SRCH-IDX > WS-BUD-CNT
                  OR WS-BUD-FOUND.

       1310-BUD-FIND-ONE-PARA.
           IF WS-BUD-ACCT(WS-BUD-SRCH-IDX) = WS-KEY-ACCT
                   AND WS-BUD-CC(WS-BUD-SRCH-IDX) = WS-KEY-CC
               SET WS-BUD-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-BUD-SRCH-IDX
           END-IF.

       1400-ACT-FIND-PARA.
           MOVE 'N' TO WS-ACT-FOUND-SW.
           MOVE 1 TO WS-ACT-SRCH-IDX.
           PERFORM 1410-ACT-FIND-ONE-PARA
               UNTIL WS-ACT-SRCH-IDX > WS-ACT-CNT
                  OR WS-ACT-FOUND.

       1410-ACT-FIND-ONE-PARA.
           IF WS-ACT-ACCT(WS-ACT-SRCH-IDX) = WS-KEY-ACCT
                   AND WS-ACT-CC(WS-ACT-SRCH-IDX) = WS-KEY-CC
               SET WS-ACT-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-ACT-SRCH-IDX
           END-IF.

      * THE MATCH ON ANY COST CENTER OF AN ACCOUNT, USED TO FIND
      * ACCOUNTS WITH ACTUALS BUT NO BUDGET LINE AT ALL.
       1500-BUD-ACCT-FIND-PARA.
           MOVE 'N' TO WS-BUD-FOUND-SW.
           MOVE 1 TO WS-BUD-SRCH-IDX.
           PERFORM 1510-BUD-ACCT-FIND-ONE-PARA
               UNTIL WS-BUD-SRCH-IDX > WS-BUD-CNT
                  OR WS-BUD-FOUND.

       1510-BUD-ACCT-FIND-ONE-PARA.
           IF WS-BUD-ACCT(WS-BUD-SRCH-IDX) = WS-KEY-ACCT
               SET WS-BUD-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-BUD-SRCH-IDX
           END-IF.

      * ONE SECTION PER BUDGET ENTRY: THE MONTH, THE YEAR TO DATE,
      * AND A FULL-YEAR FORECAST THAT RUNS THE YEAR-TO-DATE ACTUAL
      * ON AT THE SAME RATE AGAINST THE WHOLE YEAR'S BUDGET. ACCOUNTS
      * WITH ACTUALS BUT NO BUDGET ARE LISTED AFTER THEM.
       3000-VARIANCE-REPORT-PARA.
           OPEN OUTPUT BUDRPT.
           DISPLAY 'FILE STATUS FOR BUDRPT:', WS-BUDRPT-STATUS.
           MOVE SPACES TO BUDRPT-REC.
           STRING 'GL BUDGET VERSUS ACTUAL  PERIOD ' DELIMITED BY SIZE
               WS-RUN-PERIOD DELIMITED BY SIZE
               '  TOLERANCE ' DELIMITED BY SIZE
               WS-FMT-TOLERANCE DELIMITED BY SIZE
               ' PCT' DELIMITED BY SIZE
               INTO BUDRPT-REC.
           WRITE BUDRPT-REC.
           PERFORM 3100-BUDGET-SECTION-PARA
               VARYING WS-BUD-IDX FROM 1 BY 1
               UNTIL WS-BUD-IDX > WS-BUD-CNT.
           MOVE SPACES TO BUDRPT-REC.
           WRITE BUDRPT-REC.
           MOVE 'ACCOUNTS WITH ACTUALS BUT NO BUDGET' TO BUDRPT-REC.
           WRITE BUDRPT-REC.
           PERFORM 3500-UNBUDGETED-PARA
               VARYING WS-ACT-IDX FROM 1 BY 1
               UNTIL WS-ACT-IDX > WS-ACT-CNT.
           MOVE SPACES TO BUDRPT-REC.
           WRITE BUDRPT-REC.
           MOVE SPACES TO BUDRPT-REC.
           STRING 'ENTRIES OUTSIDE TOLERANCE ' DELIMITED BY SIZE
               WS-FLAGGED-CNT DELIMITED BY SIZE
               '  ACCOUNTS WITH NO BUDGET ' DELIMITED BY SIZE
               WS-UNBUDGETED-CNT DELIMITED BY SIZE
               INTO BUDRPT-REC.
           WRITE BUDRPT-REC.
           CLOSE BUDRPT.

       3100-BUDGET-SECTION-PARA.
           MOVE WS-BUD-ACCT(WS-BUD-IDX) TO WS-KEY-ACCT.
           MOVE WS-BUD-CC(WS-BUD-IDX) TO WS-KEY-CC.
           PERFORM 1400-ACT-FIND-PARA.
           MOVE ZEROES TO WS-MONTH-ACTUAL WS-MONTH-BUDGET
               WS-YTD-ACTUAL WS-YTD-BUDGET WS-YEAR-BUDGET.
           PERFORM 3150-MONTH-SUM-PARA
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > 12.
           IF WS-BUD-NATURE(WS-BUD-IDX) = 'C'
               MULTIPLY -1 BY WS-MONTH-ACTUAL
               MULTIPLY -1 BY WS-YTD-ACTUAL
           END-IF.
           COMPUTE WS-FCST-ACTUAL ROUNDED =
               WS-YTD-ACTUAL * 12 / WS-RUN-MONTH.

           MOVE SPACES TO BUDRPT-REC.
           WRITE BUDRPT-REC.
           MOVE SPACES TO BUDRPT-REC.
           IF WS-KEY-CC = SPACES
               STRING 'ACCOUNT ' DELIMITED BY SIZE
                   WS-KEY-ACCT DELIMITED BY SIZE
                   '  ALL COST CENTERS' DELIMITED BY SIZE
                   INTO BUDRPT-REC
           ELSE
               STRING 'ACCOUNT ' DELIMITED BY SIZE
                   WS-KEY-ACCT DELIMITED BY SIZE
                   '  COST CENTER ' DELIMITED BY SIZE
                   WS-KEY-CC DELIMITED BY SIZE
                   INTO BUDRPT-REC
           END-IF.
           WRITE BUDRPT-REC.
           MOVE SPACES TO BUDRPT-REC.
           STRING '                  ACTUAL' DELIMITED BY SIZE
               '          BUDGET' DELIMITED BY SIZE
               '        VARIANCE' DELIMITED BY SIZE
               '     VAR %' DELIMITED BY SIZE
               INTO BUDRPT-REC.
           WRITE BUDRPT-REC.

           MOVE 'MONTH' TO WS-LINE-LABEL.
           MOVE WS-MONTH-ACTUAL TO WS-LINE-ACTUAL.
           MOVE WS-MONTH-BUDGET TO WS-LINE-BUDGET.
           PERFORM 3200-VARIANCE-LINE-PARA.
           MOVE 'YTD' TO WS-LINE-LABEL.
           MOVE WS-YTD-ACTUAL TO WS-LINE-ACTUAL.
           MOVE WS-YTD-BUDGET TO WS-LINE-BUDGET.
           PERFORM 3200-VARIANCE-LINE-PARA.
           MOVE 'FORECAST' TO WS-LINE-LABEL.
           MOVE WS-FCST-ACTUAL TO WS-LINE-ACTUAL.
           MOVE WS-YEAR-BUDGET TO WS-LINE-BUDGET.
           PERFORM 3200-VARIANCE-LINE-PARA.
           IF WS-BUD-FLAGGED(WS-BUD-IDX)
               ADD 1 TO WS-FLAGGED-CNT
           END-IF.

       3150-MONTH-SUM-PARA.
           ADD WS-BUD-AMT(WS-BUD-IDX, WS-MONTH-IDX) TO WS-YEAR-BUDGET.
           IF WS-MONTH-IDX NOT > WS-RUN-MONTH
               ADD WS-BUD-AMT(WS-BUD-IDX, WS-MONTH-IDX)
                   TO WS-YTD-BUDGET
               IF WS-ACT-FOUND
                   ADD WS-ACT-NET(WS-ACT-SRCH-IDX, WS-MONTH-IDX)
                       TO WS-YTD-ACTUAL
               END-IF
           END-IF.
           IF WS-MONTH-IDX = WS-RUN-MONTH
               ADD WS-BUD-AMT(WS-BUD-IDX, WS-MONTH-IDX)
                   TO WS-MONTH-BUDGET
               IF WS-ACT-FOUND
                   ADD WS-ACT-NET(WS-ACT-SRCH-IDX, WS-MONTH-IDX)
                       TO WS-MONTH-ACTUAL
               END-IF
           END-IF.

      * VARIANCE IS ACTUAL LESS BUDGET; THE PERCENTAGE IS OF THE
      * BUDGET. A LINE IS FLAGGED '*' WHEN THE PERCENTAGE, EITHER
      * WAY, IS BEYOND THE TOLERANCE, OR WHEN THERE IS AN ACTUAL
      * AGAINST NO BUDGET AT ALL.
       3200-VARIANCE-LINE-PARA.
           MOVE SPACE TO WS-LINE-FLAG.
           COMPUTE WS-LINE-VARIANCE = WS-LINE-ACTUAL - WS-LINE-BUDGET.
           IF WS-LINE-BUDGET = 0
               MOVE SPACES TO WS-FMT-PCT-TEXT
               IF WS-LINE-ACTUAL NOT = 0
                   MOVE '*' TO WS-LINE-FLAG
               END-IF
           ELSE
               COMPUTE WS-LINE-PCT ROUNDED =
                   WS-LINE-VARIANCE * 100 / WS-LINE-BUDGET
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-LINE-PCT
                       IF WS-LINE-VARIANCE < 0
                           MULTIPLY -1 BY WS-LINE-PCT
                       END-IF
               END-COMPUTE
               MOVE WS-LINE-PCT TO WS-FMT-PCT
               MOVE WS-LINE-PCT TO WS-ABS-PCT
               IF WS-ABS-PCT > WS-TOLERANCE-PCT
                   MOVE '*' TO WS-LINE-FLAG
               END-IF
           END-IF.
           IF WS-LINE-FLAG = '*'
               MOVE 'Y' TO WS-BUD-FLAG-SW(WS-BUD-IDX)
           END-IF.
           MOVE WS-LINE-ACTUAL TO WS-FMT-ACTUAL.
           MOVE WS-LINE-BUDGET TO WS-FMT-BUDGET.
           MOVE WS-LINE-VARIANCE TO WS-FMT-VARIANCE.
           MOVE SPACES TO BUDRPT-REC.
           STRING WS-LINE-LABEL DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-FMT-ACTUAL DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-FMT-BUDGET DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-FMT-VARIANCE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-FMT-PCT-TEXT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-LINE-FLAG DELIMITED BY SIZE
               INTO BUDRPT-REC.
           WRITE BUDRPT-REC.

      * ACCOUNT-LEVEL ACTUALS ONLY, SO A PAYROLL ACCOUNT IS LISTED
      * ONCE RATHER THAN ONCE PER DEPARTMENT.
       3500-UNBUDGETED-PARA.
           IF WS-ACT-CC(WS-ACT-IDX) = SPACES
               MOVE WS-ACT-ACCT(WS-ACT-IDX) TO WS-KEY-ACCT
               PERFORM 1500-BUD-ACCT-FIND-PARA
               IF NOT WS-BUD-FOUND
                   ADD 1 TO WS-UNBUDGETED-CNT
                   MOVE ZEROES TO WS-YTD-ACTUAL
                   MOVE WS-ACT-IDX TO WS-ACT-SRCH-IDX
                   PERFORM 3550-UNBUDGETED-SUM-PARA
                       VARYING WS-MONTH-IDX FROM 1 BY 1
                       UNTIL WS-MONTH-IDX > WS-RUN-MONTH
                   MOVE WS-ACT-NET(WS-ACT-IDX, WS-RUN-MONTH)
                       TO WS-FMT-ACTUAL
                   MOVE WS-YTD-ACTUAL TO WS-FMT-YTD
                   MOVE SPACES TO BUDRPT-REC
                   STRING 'ACCOUNT ' DELIMITED BY SIZE
                       WS-KEY-ACCT DELIMITED BY SIZE
                       ' MONTH' DELIMITED BY SIZE
                       WS-FMT-ACTUAL DELIMITED BY SIZE
                       '  YTD' DELIMITED BY SIZE
                       WS-FMT-YTD DELIMITED BY SIZE
                       ' (NET DR)' DELIMITED BY SIZE
                       INTO BUDRPT-REC
                   WRITE BUDRPT-REC
               END-IF
           END-IF.

       3550-UNBUDGETED-SUM-PARA.
           ADD WS-ACT-NET(WS-ACT-SRCH-IDX, WS-MONTH-IDX)
               TO WS-YTD-ACTUAL.

      * RESOLVES EVERY FILE ASSIGNMENT FROM THE EXTERNAL FILE
      * CONFIGURATION BEFORE ANYTHING IS OPENED, REPORTING EACH
      * RESOLVED PATH. A LOGICAL NAME MISSING FROM THE
      * CONFIGURATION ENDS THE RUN CLEANLY WITH RC 16 BEFORE ANY
      * FILE IS TOUCHED.
       0050-FILECFG-LOAD-PARA.
           MOVE 'GLBUDGET' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-BUDFL-PATH.
           MOVE 'GLACTUALS' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-ACTFL-PATH.
           MOVE 'GLBUDPARM' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-BUDPARM-PATH.
           MOVE 'GLBUDRPT' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-BUDRPT-PATH.
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

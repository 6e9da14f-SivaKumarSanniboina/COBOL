           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-EXTRFL-STATUS.

      * GL PERIOD CONTROL FILE (GLPERIOD.CPY): THE PERIOD THIS RUN
      * CLOSES IS APPENDED, AND GLPERCHK.CBL KEEPS EVERY INTERFACE
      * WRITER OUT OF IT FROM THEN ON.
           SELECT GLPERFL ASSIGN TO DYNAMIC WS-GLPERFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-GLPERFL-STATUS.

      * GL ACTUALS HISTORY: ONE LINE PER ACCOUNT, AND PER ACCOUNT
      * AND COST CENTER, FOR EVERY PERIOD CLOSED, APPENDED AT THE
      * CLOSE. GLBUDVAR.CBL READS IT FOR THE MONTH AND YEAR-TO-DATE
      * ACTUALS IT SETS AGAINST BUDGET.
           SELECT ACTFL ASSIGN TO DYNAMIC WS-ACTFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-ACTFL-STATUS.

      * EXTERNALLY-SUPPLIED RUN DATE (RUNPARM.CPY) STAMPED ON THE
      * EXTRACT NAME. ITS MONTH IS THE PERIOD BEING CLOSED.
           SELECT RUNPARM ASSIGN TO DYNAMIC WS-RUNPARM-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-RUNPARM-STATUS.
       FILE SECTION.
      * SAME LINE SHAPE GLPOST.CBL'S 3100-JOURNAL-LINE-PARA WRITES;
      * A LINE WHOSE FIRST BYTE IS NOT D OR C IS A POSTING-DATE
      * HEADER AND CARRIES NO MONEY. GL-PERIOD IS THE POSTING PERIOD
      * (YYYYMM); LINES WRITTEN BEFORE PERIODS WERE STAMPED HAVE
      * SPACES THERE AND BELONG TO WHATEVER PERIOD IS BEING CLOSED.
      * GL-COST-CENTER IS THE DEPARTMENT PAYGL.CBL CHARGES, SPACES ON
      * EVERY OTHER LINE.
       FD  GLFL.
       01  GLFL-REC.
           05  GL-DC               PIC X(01).
           05  GL-AMOUNT           PIC 9(9)V99.
           05  FILLER              PIC X(01).
           05  GL-PROGRAM          PIC X(10).
           05  FILLER              PIC X(01).
           05  GL-PERIOD           PIC X(06).
           05  GL-PERIOD-NUM REDEFINES GL-PERIOD
                                   PIC 9(06).
           05  FILLER              PIC X(01).
           05  GL-COST-CENTER      PIC X(17).
           05  FILLER              PIC X(22).

       FD  TRIALRPT.
       01  TRIALRPT-REC            PIC X(80).
       FD  EXTRFL.
       01  EXTRFL-REC              PIC X(80).

       FD  GLPERFL.
       COPY 'GLPERIOD'.

       FD  ACTFL.
       01  ACTFL-REC.
           05  ACT-PERIOD          PIC 9(06).
           05  ACT-ACCT            PIC X(08).
           05  ACT-COST-CENTER     PIC X(17).
           05  ACT-DEBITS          PIC 9(11)V99.
           05  ACT-CREDITS         PIC 9(11)V99.
           05  FILLER              PIC X(23).

       FD  RUNPARM.
       COPY 'RUNPARM'.

       77  WS-GLFL-PATH                PIC X(80) VALUE SPACES.
       77  WS-TRIALRPT-PATH            PIC X(80) VALUE SPACES.
       77  WS-EXTRFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-GLPERFL-PATH             PIC X(80) VALUE SPACES.
       77  WS-ACTFL-PATH               PIC X(80) VALUE SPACES.
       77  WS-RUNPARM-PATH             PIC X(80) VALUE SPACES.
       77  WS-CFG-NAME             PIC X(12)   VALUE SPACES.
       77  WS-CFG-PATH             PIC X(80)   VALUE SPACES.
           05  WS-GLFL-STATUS          PIC X(2).
           05  WS-TRIALRPT-STATUS      PIC X(2).
           05  WS-EXTRFL-STATUS        PIC X(2).
           05  WS-GLPERFL-STATUS       PIC X(2).
           05  WS-ACTFL-STATUS         PIC X(2).
           05  WS-RUNPARM-STATUS       PIC X(2).

       77  WS-GLFL-EOF-SW              PIC X(01)   VALUE 'N'.
           88  GLFL-EOF                            VALUE 'Y'.
       77  WS-GLPERFL-EOF-SW           PIC X(01)   VALUE 'N'.
           88  GLPERFL-EOF                         VALUE 'Y'.

      * THE PERIOD THIS RUN CLOSES AND THE LATEST ONE ALREADY CLOSED.
       77  WS-CLOSE-PERIOD             PIC 9(6)    VALUE ZEROES.
       77  WS-LAST-CLOSED              PIC 9(6)    VALUE ZEROES.

      * LINES ALREADY POSTED TO A LATER PERIOD (ROUTED PAST A CLOSE,
      * OR POSTED AHEAD OF THIS RUN) STAY OUT OF THE EXTRACT AND ARE
      * WRITTEN BACK TO THE RESTARTED INTERFACE.
       01  WS-CARRY-TABLE.
           05  WS-CARRY-LINE OCCURS 2000 TIMES PIC X(80).
       77  WS-CARRY-CNT                PIC 9(4)    VALUE ZEROES.
       77  WS-CARRY-IDX                PIC 9(4)    VALUE ZEROES.
       77  WS-CARRY-FULL-SW            PIC X(01)   VALUE 'N'.
           88  WS-CARRY-FULL                       VALUE 'Y'.

      * PER-ACCOUNT DEBIT AND CREDIT TOTALS.
       01  WS-ACCT-TABLE.
           88  WS-ACCT-FOUND                       VALUE 'Y'.
       77  WS-ACCT-IDX                 PIC 9(3)    VALUE ZEROES.

      * PER-ACCOUNT, PER-COST-CENTER DEBIT AND CREDIT TOTALS FOR THE
      * LINES THAT CARRY A COST CENTER.
       01  WS-CC-TABLE.
           05  WS-CC-ENTRY OCCURS 200 TIMES.
               10  WS-CC-ACCT           PIC X(08).
               10  WS-CC-NAME           PIC X(17).
               10  WS-CC-DEBITS         PIC 9(11)V99.
               10  WS-CC-CREDITS        PIC 9(11)V99.
       77  WS-CC-CNT                   PIC 9(3)    VALUE ZEROES.
       77  WS-CC-SRCH-IDX              PIC 9(3)    VALUE ZEROES.
       77  WS-CC-FOUND-SW              PIC X(01)   VALUE 'N'.
           88  WS-CC-FOUND                         VALUE 'Y'.
       77  WS-CC-IDX                   PIC 9(3)    VALUE ZEROES.

       77  WS-RUN-DATE                 PIC 9(8)    VALUE ZEROES.
       77  WS-DEBIT-TOTAL              PIC 9(13)V99 VALUE ZEROES.
       77  WS-CREDIT-TOTAL             PIC 9(13)V99 VALUE ZEROES.
           05  WS-GLFL-RD-CNT          PIC 9(6)    VALUE ZEROES.
           05  WS-JOURNAL-LINE-CNT     PIC 9(6)    VALUE ZEROES.
           05  WS-EXTRACT-WT-CNT       PIC 9(6)    VALUE ZEROES.
           05  WS-CARRIED-CNT          PIC 9(6)    VALUE ZEROES.
           05  WS-ACTUAL-WT-CNT        PIC 9(6)    VALUE ZEROES.

       77  WS-FORMATTED-DEBIT          PIC Z(11)9.99.
       77  WS-FORMATTED-CREDIT         PIC Z(11)9.99.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0050-FILECFG-LOAD-PARA.
           PERFORM 1050-RUNPARM-LOAD-PARA.
           PERFORM 1080-LAST-CLOSED-PARA.
           IF WS-CLOSE-PERIOD NOT > WS-LAST-CLOSED
               DISPLAY 'PERIOD ' WS-CLOSE-PERIOD ' IS ALREADY CLOSED '
                   '(LATEST CLOSE ' WS-LAST-CLOSED '), NOTHING '
                   'EXTRACTED.'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1000-FILES-OPEN-PARA
               IF WS-GLFL-STATUS = '00' THEN
                   PERFORM 2000-GLFL-READ-PARA UNTIL GLFL-EOF
                   PERFORM 3000-TRIAL-BALANCE-PARA
                   EVALUATE TRUE
                       WHEN WS-CARRY-FULL
                           DISPLAY 'TOO MANY LATER-PERIOD LINES TO '
                               'CARRY, PERIOD NOT CLOSED.'
                           MOVE 'N' TO WS-BALANCED-SW
                           MOVE 16 TO RETURN-CODE
                       WHEN WS-BALANCED
                           PERFORM 3500-INTERFACE-RESTART-PARA
                       WHEN OTHER
                           DISPLAY 'PERIOD DOES NOT NET TO ZERO, '
                               'INTERFACE NOT RESTARTED.'
                           MOVE 16 TO RETURN-CODE
                   END-EVALUATE
               ELSE
                   DISPLAY 'GL INTERFACE CANNOT BE OPENED.'
                   MOVE 16 TO RETURN-CODE
               END-IF
               PERFORM 3900-FILES-CLOSE-PARA
           END-IF.

           DISPLAY 'PERIOD TO CLOSE: ', WS-CLOSE-PERIOD.
           DISPLAY 'INTERFACE LINES READ: ', WS-GLFL-RD-CNT.
           DISPLAY 'JOURNAL LINES SUMMARIZED: ', WS-JOURNAL-LINE-CNT.
           DISPLAY 'LINES EXTRACTED: ', WS-EXTRACT-WT-CNT.
           DISPLAY 'LINES CARRIED FORWARD: ', WS-CARRIED-CNT.
           DISPLAY 'ACTUALS LINES WRITTEN: ', WS-ACTUAL-WT-CNT.
           DISPLAY 'DEBIT TOTAL: ', WS-DEBIT-TOTAL.
           DISPLAY 'CREDIT TOTAL: ', WS-CREDIT-TOTAL.
           STOP RUN.
      * THE EXTRACT NAME CARRIES THE CLOSE DATE SO SUCCESSIVE
      * PERIODS NEVER OVERWRITE EACH OTHER.
       1000-FILES-OPEN-PARA.
           MOVE 'GLEXTRACT' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE SPACES TO WS-EXTRFL-PATH.

           OPEN OUTPUT TRIALRPT.
           MOVE SPACES TO TRIALRPT-REC.
           STRING 'GL TRIAL BALANCE - PERIOD ' DELIMITED BY SIZE
               WS-CLOSE-PERIOD DELIMITED BY SIZE
               ' CLOSED ' DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO TRIALRPT-REC.
           WRITE TRIALRPT-REC.
               END-READ
               CLOSE RUNPARM
           END-IF.
           COMPUTE WS-CLOSE-PERIOD = WS-RUN-DATE / 100.

      * A PERIOD AT OR BEFORE THE LATEST CLOSE IS NEVER CLOSED AGAIN:
      * A SECOND RUN WOULD EXTRACT THE NEXT PERIOD'S LINES UNDER THIS
      * PERIOD'S NAME AND EMPTY THE INTERFACE UNDER THEM.
       1080-LAST-CLOSED-PARA.
           OPEN INPUT GLPERFL.
           IF WS-GLPERFL-STATUS = '00'
               PERFORM 1090-GLPERFL-READ-PARA UNTIL GLPERFL-EOF
               CLOSE GLPERFL
           END-IF.

       1090-GLPERFL-READ-PARA.
           READ GLPERFL
               AT END
                   SET GLPERFL-EOF TO TRUE
               NOT AT END
                   IF GLPER-CLOSED AND GLPER-PERIOD NUMERIC
                       IF GLPER-PERIOD > WS-LAST-CLOSED
                           MOVE GLPER-PERIOD TO WS-LAST-CLOSED
                       END-IF
                   END-IF
           END-READ.

      * EVERY LINE OF THE PERIOD IS COPIED TO THE EXTRACT; ONLY THE
      * D/C JOURNAL LINES CARRY MONEY INTO THE ACCOUNT TOTALS. LINES
      * FOR A LATER PERIOD ARE HELD BACK FOR THE RESTARTED INTERFACE.
       2000-GLFL-READ-PARA.
           READ GLFL
               AT END
                   SET GLFL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-GLFL-RD-CNT
                   IF GL-PERIOD NUMERIC
                           AND GL-PERIOD-NUM > WS-CLOSE-PERIOD
                       PERFORM 2050-LINE-CARRY-PARA
                   ELSE
                       PERFORM 2060-LINE-EXTRACT-PARA
                   END-IF
           END-READ.

       2050-LINE-CARRY-PARA.
           IF WS-CARRY-CNT < 2000
               ADD 1 TO WS-CARRY-CNT
               MOVE GLFL-REC TO WS-CARRY-LINE(WS-CARRY-CNT)
           ELSE
               SET WS-CARRY-FULL TO TRUE
           END-IF.

       2060-LINE-EXTRACT-PARA.
           MOVE GLFL-REC TO EXTRFL-REC.
           WRITE EXTRFL-REC.
           ADD 1 TO WS-EXTRACT-WT-CNT.
           IF (GL-DC = 'D' OR GL-DC = 'C')
               AND GL-AMOUNT NUMERIC
               ADD 1 TO WS-JOURNAL-LINE-CNT
               PERFORM 2100-ACCT-ROLLUP-PARA
           END-IF.

       2100-ACCT-ROLLUP-PARA.
           MOVE 'N' TO WS-ACCT-FOUND-SW.
           MOVE 1 TO WS-ACCT-SRCH-IDX.
                   ADD GL-AMOUNT TO WS-CREDIT-TOTAL
               END-IF
           END-IF.
           IF GL-COST-CENTER NOT = SPACES
               PERFORM 2200-CC-ROLLUP-PARA
           END-IF.

       2150-ACCT-FIND-ONE-PARA.
           IF WS-ACCT-CODE(WS-ACCT-SRCH-IDX) = GL-ACCT
               ADD 1 TO WS-ACCT-SRCH-IDX
           END-IF.

       2200-CC-ROLLUP-PARA.
           MOVE 'N' TO WS-CC-FOUND-SW.
           MOVE 1 TO WS-CC-SRCH-IDX.
           PERFORM 2250-CC-FIND-ONE-PARA
               UNTIL WS-CC-SRCH-IDX > WS-CC-CNT
                  OR WS-CC-FOUND.
           IF NOT WS-CC-FOUND
               IF WS-CC-CNT < 200
                   ADD 1 TO WS-CC-CNT
                   MOVE WS-CC-CNT TO WS-CC-SRCH-IDX
                   MOVE GL-ACCT TO WS-CC-ACCT(WS-CC-SRCH-IDX)
                   MOVE GL-COST-CENTER TO WS-CC-NAME(WS-CC-SRCH-IDX)
                   MOVE ZEROES TO WS-CC-DEBITS(WS-CC-SRCH-IDX)
                   MOVE ZEROES TO WS-CC-CREDITS(WS-CC-SRCH-IDX)
               ELSE
                   DISPLAY 'WS-CC-TABLE FULL, COST CENTER NOT '
                       'SUMMARIZED: ' GL-ACCT ' ' GL-COST-CENTER
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-CC-SRCH-IDX <= WS-CC-CNT
               IF GL-DC = 'D'
                   ADD GL-AMOUNT TO WS-CC-DEBITS(WS-CC-SRCH-IDX)
               ELSE
                   ADD GL-AMOUNT TO WS-CC-CREDITS(WS-CC-SRCH-IDX)
               END-IF
           END-IF.

       2250-CC-FIND-ONE-PARA.
           IF WS-CC-ACCT(WS-CC-SRCH-IDX) = GL-ACCT
                   AND WS-CC-NAME(WS-CC-SRCH-IDX) = GL-COST-CENTER
               SET WS-CC-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-CC-SRCH-IDX
           END-IF.

       3000-TRIAL-BALANCE-PARA.
           MOVE 1 TO WS-ACCT-IDX.
           PERFORM 3100-TRIAL-LINE-PARA
           ADD 1 TO WS-ACCT-IDX.

      * ONLY A PROVED-CLEAN PERIOD RESTARTS THE LIVE INTERFACE; THE
      * EXTRACT ALREADY HOLDS EVERY LINE THE PERIOD POSTED. THE
      * RESTARTED INTERFACE STARTS WITH ANY LATER-PERIOD LINES HELD
      * BACK, AND ONLY THEN IS THE PERIOD MARKED CLOSED.
       3500-INTERFACE-RESTART-PARA.
           CLOSE GLFL.
           OPEN OUTPUT GLFL.
                   WS-GLFL-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 3550-CARRY-WRITE-PARA
                   VARYING WS-CARRY-IDX FROM 1 BY 1
                   UNTIL WS-CARRY-IDX > WS-CARRY-CNT
               CLOSE GLFL
               DISPLAY 'INTERFACE RESTARTED CLEAN.'
               PERFORM 3580-ACTUALS-WRITE-PARA
               PERFORM 3600-PERIOD-CLOSE-PARA
           END-IF.

       3550-CARRY-WRITE-PARA.
           MOVE WS-CARRY-LINE(WS-CARRY-IDX) TO GLFL-REC.
           WRITE GLFL-REC.
           ADD 1 TO WS-CARRIED-CNT.

      * THE PERIOD'S ACCOUNT TOTALS, THEN ITS COST-CENTER TOTALS, GO
      * ON THE ACTUALS HISTORY, WRITTEN ONCE PER PERIOD SINCE A
      * CLOSED PERIOD IS NEVER CLOSED AGAIN.
       3580-ACTUALS-WRITE-PARA.
           OPEN EXTEND ACTFL.
           IF WS-ACTFL-STATUS = '35'
               OPEN OUTPUT ACTFL
           END-IF.
           IF WS-ACTFL-STATUS NOT = '00'
               DISPLAY 'GL ACTUALS HISTORY CANNOT BE EXTENDED, STATUS '
                   WS-ACTFL-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 3585-ACCT-ACTUAL-PARA
                   VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-CNT
               PERFORM 3590-CC-ACTUAL-PARA
                   VARYING WS-CC-IDX FROM 1 BY 1
                   UNTIL WS-CC-IDX > WS-CC-CNT
               CLOSE ACTFL
           END-IF.

       3585-ACCT-ACTUAL-PARA.
           MOVE SPACES TO ACTFL-REC.
           MOVE WS-CLOSE-PERIOD TO ACT-PERIOD.
           MOVE WS-ACCT-CODE(WS-ACCT-IDX) TO ACT-ACCT.
           MOVE WS-ACCT-DEBITS(WS-ACCT-IDX) TO ACT-DEBITS.
           MOVE WS-ACCT-CREDITS(WS-ACCT-IDX) TO ACT-CREDITS.
           WRITE ACTFL-REC.
           ADD 1 TO WS-ACTUAL-WT-CNT.

       3590-CC-ACTUAL-PARA.
           MOVE SPACES TO ACTFL-REC.
           MOVE WS-CLOSE-PERIOD TO ACT-PERIOD.
           MOVE WS-CC-ACCT(WS-CC-IDX) TO ACT-ACCT.
           MOVE WS-CC-NAME(WS-CC-IDX) TO ACT-COST-CENTER.
           MOVE WS-CC-DEBITS(WS-CC-IDX) TO ACT-DEBITS.
           MOVE WS-CC-CREDITS(WS-CC-IDX) TO ACT-CREDITS.
           WRITE ACTFL-REC.
           ADD 1 TO WS-ACTUAL-WT-CNT.

      * THE CONTROL FILE IS APPENDED TO, THE SAME OPEN-EXTEND RULE
      * LOSSDEV.CBL USES FOR ITS SNAPSHOT HISTORY.
       3600-PERIOD-CLOSE-PARA.
           OPEN EXTEND GLPERFL.
           IF WS-GLPERFL-STATUS = '35'
               OPEN OUTPUT GLPERFL
           END-IF.
           IF WS-GLPERFL-STATUS NOT = '00'
               DISPLAY 'PERIOD CONTROL CANNOT BE UPDATED, STATUS '
                   WS-GLPERFL-STATUS ', PERIOD NOT LOCKED.'
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE SPACES TO GLPER-REC
               MOVE WS-CLOSE-PERIOD TO GLPER-PERIOD
               SET GLPER-CLOSED TO TRUE
               MOVE WS-RUN-DATE TO GLPER-CLOSE-DATE
               MOVE WS-EXTRACT-WT-CNT TO GLPER-LINE-CNT
               MOVE WS-DEBIT-TOTAL TO GLPER-DEBIT-TOTAL
               MOVE WS-CARRIED-CNT TO GLPER-CARRIED-CNT
               WRITE GLPER-REC
               CLOSE GLPERFL
               DISPLAY 'PERIOD ' WS-CLOSE-PERIOD ' CLOSED.'
           END-IF.

       3900-FILES-CLOSE-PARA.
           MOVE 'GLTRIALRPT' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-TRIALRPT-PATH.
           MOVE 'GLPERIOD' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-GLPERFL-PATH.
           MOVE 'GLACTUALS' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-ACTFL-PATH.
           MOVE 'RUNPARM' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-RUNPARM-PATH.

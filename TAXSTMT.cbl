           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-PAYHIST-STATUS.

      * STATEMENT YEAR PARAMETER: THE TAX YEAR, APRIL TO MARCH, KNOWN
      * BY THE YEAR IT STARTS IN (TAXCOPY.CPY). MISSING FILE DEFAULTS
      * TO THE CURRENT TAX YEAR, THE USUAL MISSING-FILE DEFAULTING.
           SELECT YEARPARM ASSIGN TO DYNAMIC WS-YEARPARM-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-YEARPARM-STATUS.

      * SAME ASSIGN/LAYOUT AS PAYSLIP.CBL'S TAXDECL: THE EXEMPTIONS
      * AND INVESTMENTS DECLARED FOR THE YEAR. AT YEAR END ONLY THE
      * DECLARATIONS WITH PROOF SUBMITTED ARE ALLOWED.
           SELECT TAXDECL ASSIGN TO DYNAMIC WS-TAXDECL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-TAXDECL-STATUS.

      * ONE CONSOLIDATED TAX STATEMENT PER EMPLOYEE FOR THE YEAR,
      * WITH THE SLAB WORKING OF THE YEAR'S LIABILITY AGAINST THE TAX
      * DEDUCTED, FOLLOWED BY THE EMPLOYER-LEVEL PF/TAX REMITTANCE
      * SUMMARY.
           SELECT STMTFL ASSIGN TO DYNAMIC
           WS-STMTFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           05  HIS-LOAN                PIC 9(05)V99.
           05  HIS-ARREARS             PIC 9(05)V99.
           05  HIS-BONUS               PIC 9(05)V99.
           05  HIS-REIMB-TAXABLE       PIC 9(05)V99.
           05  HIS-REIMB-EXEMPT        PIC 9(05)V99.

       FD  YEARPARM.
       01  YEARPARM-REC.
           05  PARM-YEAR               PIC 9(04).
           05  FILLER                  PIC X(76).

      * SAME LAYOUT AS PAYSLIP.CBL'S TAXDECL-REC.
       FD  TAXDECL.
       01  TAXDECL-REC.
           05  DCL-EMPLOYEE-NUMBER     PIC 9(05).
           05  DCL-TAX-YEAR            PIC 9(04).
           05  DCL-EXEMPTIONS          PIC 9(07)V99.
           05  DCL-INVESTMENTS         PIC 9(07)V99.
           05  DCL-PROOF-SW            PIC X(01).
               88  DCL-PROOF-SUBMITTED         VALUE 'Y'.
           05  FILLER                  PIC X(52).

       FD  STMTFL.
       01  STMTFL-REC                  PIC X(80).

       77  WS-PAYHIST-PATH             PIC X(80) VALUE SPACES.
       77  WS-YEARPARM-PATH            PIC X(80) VALUE SPACES.
       77  WS-STMTFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-TAXDECL-PATH             PIC X(80) VALUE SPACES.
       77  WS-CFG-NAME             PIC X(12)   VALUE SPACES.
       77  WS-CFG-PATH             PIC X(80)   VALUE SPACES.
       77  WS-CFG-RESULT           PIC X(01)   VALUE 'N'.
           05  WS-PAYHIST-STATUS       PIC X(2).
           05  WS-YEARPARM-STATUS      PIC X(2).
           05  WS-STMTFL-STATUS        PIC X(2).
           05  WS-TAXDECL-STATUS       PIC X(2).

       77  WS-PAYHIST-EOF-SW           PIC X(01)   VALUE 'N'.
           88  PAYHIST-EOF                         VALUE 'Y'.

       77  WS-TAXDECL-EOF-SW           PIC X(01)   VALUE 'N'.
           88  TAXDECL-EOF                         VALUE 'Y'.

       77  WS-STMT-YEAR                PIC 9(4)    VALUE ZEROES.
       01  WS-TODAY                    PIC 9(8)    VALUE ZEROES.
       01  WS-TODAY-PARTS REDEFINES WS-TODAY.
           05  WS-TODAY-YYYY           PIC 9(4).
           05  WS-TODAY-MM             PIC 9(2).
           05  FILLER                  PIC 9(2).
      * FIRST AND LAST YYYYMM OF THE STATEMENT'S TAX YEAR.
       77  WS-STMT-FROM                PIC 9(6)    VALUE ZEROES.
       77  WS-STMT-TO                  PIC 9(6)    VALUE ZEROES.

      * THE YEAR'S DECLARATIONS KEYED BY EMPLOYEE. INVESTMENTS ARE
      * ALLOWED UP TO THE SAME CEILING PAYSLIP.CBL APPLIES, KEPT IN
      * STEP WITH IT.
       01  WS-DECL-TABLE.
           05  WS-DECL-ENTRY OCCURS 2000 TIMES.
               10  WS-DECL-NUMBER       PIC 9(05).
               10  WS-DECL-EXEMPTIONS   PIC 9(07)V99.
               10  WS-DECL-INVESTMENTS  PIC 9(07)V99.
               10  WS-DECL-PROOF-SW     PIC X(01).
                   88  WS-DECL-PROVED               VALUE 'Y'.
       77  WS-DECL-CNT                 PIC 9(4)    VALUE ZEROES.
       77  WS-DECL-SRCH-IDX            PIC 9(4)    VALUE ZEROES.
       77  WS-DECL-FOUND-SW            PIC X(01)   VALUE 'N'.
           88  WS-DECL-FOUND                       VALUE 'Y'.
       77  WS-INVEST-CEILING           PIC 9(7)V99 VALUE 150000.00.

      * SLAB WORKING FOR THE EMPLOYEE IN HAND.
       77  WS-ALLOWED-EXEMPT           PIC 9(7)V99 VALUE ZEROES.
       77  WS-ALLOWED-INVEST           PIC 9(7)V99 VALUE ZEROES.
       77  WS-TAX-BALANCE              PIC S9(9)V99 VALUE ZEROES.
       77  WS-BAND-IDX                 PIC 9(2)    VALUE ZEROES.
       77  WS-FORMATTED-WORK           PIC Z(9)9.99.
       77  WS-FORMATTED-FROM           PIC Z(8)9.99.
       77  WS-FORMATTED-TO             PIC Z(8)9.99.
       77  WS-FORMATTED-RATE           PIC Z9.99.
       77  WS-FORMATTED-BAND-INC       PIC Z(8)9.99.
       77  WS-FORMATTED-BAND-TAX       PIC Z(6)9.99.

       COPY 'TAXCOPY'.

      * ONE ENTRY PER EMPLOYEE SEEN IN THE STATEMENT YEAR, WITH THE
      * TWELVE MONTHS CONSOLIDATED INTO ANNUAL TOTALS.
               10  WS-ET-PF             PIC 9(07)V99.
               10  WS-ET-TAX            PIC 9(07)V99.
               10  WS-ET-NET            PIC 9(07)V99.
               10  WS-ET-REIMB-TAXABLE  PIC 9(07)V99.
               10  WS-ET-REIMB-EXEMPT   PIC 9(07)V99.
       77  WS-EMP-TAX-CNT              PIC 9(4)    VALUE ZEROES.
       77  WS-ET-SRCH-IDX              PIC 9(4)    VALUE ZEROES.
       77  WS-ET-FOUND-SW              PIC X(01)   VALUE 'N'.
       01  WS-COUNTERS.
           05  WS-PAYHIST-RD-CNT       PIC 9(6)    VALUE ZEROES.
           05  WS-SELECTED-CNT         PIC 9(6)    VALUE ZEROES.
           05  WS-UNPROVED-CNT         PIC 9(6)    VALUE ZEROES.
           05  WS-UNDER-DEDUCTED-CNT   PIC 9(6)    VALUE ZEROES.

      * EMPLOYER-LEVEL REMITTANCE TOTALS FOR THE YEAR.
       77  WS-TOTAL-PF                 PIC 9(9)V99 VALUE ZEROES.
       77  WS-TOTAL-TAX                PIC 9(9)V99 VALUE ZEROES.
       77  WS-TOTAL-LIABILITY          PIC 9(9)V99 VALUE ZEROES.
       77  WS-FORMATTED-AMT            PIC Z(6)9.99.
       77  WS-FORMATTED-TOTAL          PIC Z(8)9.99.

           DISPLAY 'EMPLOYEES STATED: ', WS-EMP-TAX-CNT.
           DISPLAY 'TOTAL PF WITHHELD: ', WS-TOTAL-PF.
           DISPLAY 'TOTAL TAX WITHHELD: ', WS-TOTAL-TAX.
           DISPLAY 'TOTAL SLAB LIABILITY: ', WS-TOTAL-LIABILITY.
           DISPLAY 'EMPLOYEES UNDER-DEDUCTED: ', WS-UNDER-DEDUCTED-CNT.
           DISPLAY 'DECLARATIONS NOT PROVED: ', WS-UNPROVED-CNT.
           STOP RUN.

       1000-FILES-OPEN-PARA.
           OPEN INPUT YEARPARM.
           IF WS-YEARPARM-STATUS NOT = '00' THEN
               DISPLAY 'TAXYEARPARM NOT FOUND, USING CURRENT YEAR.'
               PERFORM 1100-CURRENT-TAX-YEAR-PARA
           ELSE
               READ YEARPARM
                   AT END
                       DISPLAY 'TAXYEARPARM EMPTY, USING CURRENT '
                           'YEAR.'
                       PERFORM 1100-CURRENT-TAX-YEAR-PARA
                   NOT AT END
                       MOVE PARM-YEAR TO WS-STMT-YEAR
               END-READ
               CLOSE YEARPARM
           END-IF.
           COMPUTE WS-STMT-FROM = WS-STMT-YEAR * 100 + 4.
           COMPUTE WS-STMT-TO = WS-STMT-YEAR * 100 + 103.

           OPEN INPUT TAXDECL.
           IF WS-TAXDECL-STATUS NOT = '00' THEN
               DISPLAY 'TAXDECLARE NOT FOUND, NO DECLARATIONS TAKEN.'
           ELSE
               PERFORM 1200-TAXDECL-READ-PARA UNTIL TAXDECL-EOF
               CLOSE TAXDECL
           END-IF.

           OPEN OUTPUT STMTFL.
           DISPLAY 'FILE STATUS FOR STMTFL:', WS-STMTFL-STATUS.
           MOVE SPACES TO STMTFL-REC.
           STRING 'ANNUAL TAX STATEMENTS FOR TAX YEAR '
               DELIMITED BY SIZE
               WS-STMT-YEAR DELIMITED BY SIZE
               ' (' DELIMITED BY SIZE
               WS-STMT-FROM DELIMITED BY SIZE
               ' TO ' DELIMITED BY SIZE
               WS-STMT-TO DELIMITED BY SIZE
               ')' DELIMITED BY SIZE
               INTO STMTFL-REC.
           WRITE STMTFL-REC.

      * APRIL ONWARDS IS THE TAX YEAR STARTING THIS CALENDAR YEAR;
      * JANUARY TO MARCH STILL BELONG TO LAST YEAR'S.
       1100-CURRENT-TAX-YEAR-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           IF WS-TODAY-MM NOT < 4
               MOVE WS-TODAY-YYYY TO WS-STMT-YEAR
           ELSE
               COMPUTE WS-STMT-YEAR = WS-TODAY-YYYY - 1
           END-IF.

       1200-TAXDECL-READ-PARA.
           READ TAXDECL
               AT END
                   SET TAXDECL-EOF TO TRUE
               NOT AT END
                   IF DCL-TAX-YEAR = WS-STMT-YEAR
                       IF WS-DECL-CNT < 2000
                           ADD 1 TO WS-DECL-CNT
                           MOVE DCL-EMPLOYEE-NUMBER TO
                               WS-DECL-NUMBER(WS-DECL-CNT)
                           MOVE DCL-EXEMPTIONS TO
                               WS-DECL-EXEMPTIONS(WS-DECL-CNT)
                           MOVE DCL-INVESTMENTS TO
                               WS-DECL-INVESTMENTS(WS-DECL-CNT)
                           MOVE DCL-PROOF-SW TO
                               WS-DECL-PROOF-SW(WS-DECL-CNT)
                       ELSE
                           DISPLAY 'WS-DECL-TABLE FULL, ENTRY '
                               'IGNORED: ' DCL-EMPLOYEE-NUMBER
                       END-IF
                   END-IF
           END-READ.

       2000-PAYHIST-READ-PARA.
           READ PAYHIST
               AT END
                   SET PAYHIST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-PAYHIST-RD-CNT
                   IF HIS-MONTH NOT < WS-STMT-FROM
                       AND HIS-MONTH NOT > WS-STMT-TO
                       ADD 1 TO WS-SELECTED-CNT
                       PERFORM 2100-EMPLOYEE-ACCUMULATE-PARA
                   END-IF
                   MOVE ZEROES TO WS-ET-PF(WS-ET-SRCH-IDX)
                   MOVE ZEROES TO WS-ET-TAX(WS-ET-SRCH-IDX)
                   MOVE ZEROES TO WS-ET-NET(WS-ET-SRCH-IDX)
                   MOVE ZEROES TO WS-ET-REIMB-TAXABLE(WS-ET-SRCH-IDX)
                   MOVE ZEROES TO WS-ET-REIMB-EXEMPT(WS-ET-SRCH-IDX)
               ELSE
                   DISPLAY 'WS-EMP-TAX-TABLE FULL, EMPLOYEE NOT '
                       'STATED: ' HIS-EMPLOYEE-NUMBER
               ADD HIS-PF    TO WS-ET-PF(WS-ET-SRCH-IDX)
               ADD HIS-TAX   TO WS-ET-TAX(WS-ET-SRCH-IDX)
               ADD HIS-NET   TO WS-ET-NET(WS-ET-SRCH-IDX)
               PERFORM 2120-REIMB-ACCUMULATE-PARA
               ADD HIS-PF    TO WS-TOTAL-PF
               ADD HIS-TAX   TO WS-TOTAL-TAX
           END-IF.

      * HISTORY WRITTEN BEFORE THE REIMBURSEMENT FIELDS EXISTED
      * CARRIES SPACES THERE.
       2120-REIMB-ACCUMULATE-PARA.
           IF HIS-REIMB-TAXABLE IS NUMERIC
               ADD HIS-REIMB-TAXABLE TO
                   WS-ET-REIMB-TAXABLE(WS-ET-SRCH-IDX)
           END-IF.
           IF HIS-REIMB-EXEMPT IS NUMERIC
               ADD HIS-REIMB-EXEMPT TO
                   WS-ET-REIMB-EXEMPT(WS-ET-SRCH-IDX)
           END-IF.

       2150-EMPLOYEE-FIND-PARA.
           IF WS-ET-NUMBER(WS-ET-SRCH-IDX) = HIS-EMPLOYEE-NUMBER
               SET WS-ET-FOUND TO TRUE
               WS-FORMATTED-TOTAL DELIMITED BY SIZE
               INTO STMTFL-REC.
           WRITE STMTFL-REC.
           MOVE WS-TOTAL-LIABILITY TO WS-FORMATTED-TOTAL.
           MOVE SPACES TO STMTFL-REC.
           STRING 'TOTAL SLAB LIABILITY:' DELIMITED BY SIZE
               WS-FORMATTED-TOTAL DELIMITED BY SIZE
               INTO STMTFL-REC.
           WRITE STMTFL-REC.

       3100-ONE-STATEMENT-PARA.
           MOVE ALL '-' TO STMTFL-REC.
           PERFORM 3200-AMOUNT-LINE-PARA.
           MOVE 'NET' TO STMTFL-REC(1:6).
           WRITE STMTFL-REC.
           IF WS-ET-REIMB-TAXABLE(WS-ET-IDX) > 0
               OR WS-ET-REIMB-EXEMPT(WS-ET-IDX) > 0
               PERFORM 3150-REIMB-LINES-PARA
           END-IF.
           PERFORM 3300-SLAB-WORKING-PARA.

      * EXPENSE REIMBURSEMENTS PAID THROUGH PAYROLL (EXPCLAIM.CBL):
      * THE TAXABLE PART IS ALREADY INSIDE GROSS, THE NON-TAXABLE
      * PART WAS PAID IN NET AND IS NOT TAXED.
       3150-REIMB-LINES-PARA.
           MOVE WS-ET-REIMB-TAXABLE(WS-ET-IDX) TO WS-FORMATTED-WORK.
           PERFORM 3350-WORKING-LINE-PARA.
           MOVE 'TAXABLE REIMBURSED, IN GROSS' TO STMTFL-REC(1:30).
           WRITE STMTFL-REC.
           MOVE WS-ET-REIMB-EXEMPT(WS-ET-IDX) TO WS-FORMATTED-WORK.
           PERFORM 3350-WORKING-LINE-PARA.
           MOVE 'NON-TAXABLE REIMBURSED' TO STMTFL-REC(1:30).
           WRITE STMTFL-REC.

      * LAYS THE FORMATTED AMOUNT INTO THE LINE; THE CALLER THEN
      * OVERLAYS THE CAPTION IN COLUMNS 1-6 AND WRITES IT.
           MOVE SPACES TO STMTFL-REC.
           MOVE WS-FORMATTED-AMT TO STMTFL-REC(8:10).

      * THE YEAR'S LIABILITY WORKED OUT ON THE SLABS (TAXCALC.CBL)
      * FROM THE ACTUAL GROSS LESS THE PROVED DECLARATIONS, BAND BY
      * BAND, SET AGAINST THE TAX DEDUCTED THROUGH THE YEAR.
       3300-SLAB-WORKING-PARA.
           MOVE SPACES TO STMTFL-REC.
           STRING 'SLAB WORKING, TAX YEAR ' DELIMITED BY SIZE
               WS-STMT-YEAR DELIMITED BY SIZE
               INTO STMTFL-REC.
           WRITE STMTFL-REC.
           MOVE WS-ET-GROSS(WS-ET-IDX) TO WS-FORMATTED-WORK.
           PERFORM 3350-WORKING-LINE-PARA.
           MOVE 'GROSS INCOME' TO STMTFL-REC(1:30).
           WRITE STMTFL-REC.

           MOVE ZEROES TO WS-ALLOWED-EXEMPT.
           MOVE ZEROES TO WS-ALLOWED-INVEST.
           PERFORM 3400-DECL-FIND-PARA.
           IF WS-DECL-FOUND
               IF WS-DECL-PROVED(WS-DECL-SRCH-IDX)
                   MOVE WS-DECL-EXEMPTIONS(WS-DECL-SRCH-IDX)
                       TO WS-ALLOWED-EXEMPT
                   MOVE WS-DECL-INVESTMENTS(WS-DECL-SRCH-IDX)
                       TO WS-ALLOWED-INVEST
                   IF WS-ALLOWED-INVEST > WS-INVEST-CEILING
                       MOVE WS-INVEST-CEILING TO WS-ALLOWED-INVEST
                   END-IF
               ELSE
                   ADD 1 TO WS-UNPROVED-CNT
                   MOVE 'DECLARATION NOT PROVED, NOT ALLOWED'
                       TO STMTFL-REC
                   WRITE STMTFL-REC
               END-IF
           END-IF.
           MOVE WS-ALLOWED-EXEMPT TO WS-FORMATTED-WORK.
           PERFORM 3350-WORKING-LINE-PARA.
           MOVE 'LESS EXEMPTIONS' TO STMTFL-REC(1:30).
           WRITE STMTFL-REC.
           MOVE WS-ALLOWED-INVEST TO WS-FORMATTED-WORK.
           PERFORM 3350-WORKING-LINE-PARA.
           MOVE 'LESS INVESTMENTS' TO STMTFL-REC(1:30).
           WRITE STMTFL-REC.

           MOVE WS-STMT-YEAR TO TXC-TAX-YEAR.
           IF WS-ET-GROSS(WS-ET-IDX) >
                   WS-ALLOWED-EXEMPT + WS-ALLOWED-INVEST
               COMPUTE TXC-TAXABLE = WS-ET-GROSS(WS-ET-IDX)
                   - WS-ALLOWED-EXEMPT - WS-ALLOWED-INVEST
           ELSE
               MOVE ZEROES TO TXC-TAXABLE
           END-IF.
           MOVE TXC-TAXABLE TO WS-FORMATTED-WORK.
           PERFORM 3350-WORKING-LINE-PARA.
           MOVE 'TAXABLE INCOME' TO STMTFL-REC(1:30).
           WRITE STMTFL-REC.

           CALL 'TAXCALC' USING TXC-AREA.
           IF TXC-NO-SLABS
               MOVE 'NO TAX SLABS ON FILE FOR THE YEAR' TO STMTFL-REC
               WRITE STMTFL-REC
           ELSE
               PERFORM 3500-BAND-LINE-PARA
                   VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > TXC-BAND-CNT
               ADD TXC-LIABILITY TO WS-TOTAL-LIABILITY
               MOVE TXC-LIABILITY TO WS-FORMATTED-WORK
               PERFORM 3350-WORKING-LINE-PARA
               MOVE 'ANNUAL TAX LIABILITY' TO STMTFL-REC(1:30)
               WRITE STMTFL-REC
               MOVE WS-ET-TAX(WS-ET-IDX) TO WS-FORMATTED-WORK
               PERFORM 3350-WORKING-LINE-PARA
               MOVE 'TAX DEDUCTED' TO STMTFL-REC(1:30)
               WRITE STMTFL-REC
               COMPUTE WS-TAX-BALANCE =
                   TXC-LIABILITY - WS-ET-TAX(WS-ET-IDX)
               IF WS-TAX-BALANCE < 0
                   COMPUTE WS-FORMATTED-WORK = 0 - WS-TAX-BALANCE
                   PERFORM 3350-WORKING-LINE-PARA
                   MOVE 'OVER-DEDUCTED' TO STMTFL-REC(1:30)
               ELSE
                   MOVE WS-TAX-BALANCE TO WS-FORMATTED-WORK
                   PERFORM 3350-WORKING-LINE-PARA
                   MOVE 'BALANCE DUE' TO STMTFL-REC(1:30)
                   IF WS-TAX-BALANCE > 0
                       ADD 1 TO WS-UNDER-DEDUCTED-CNT
                   END-IF
               END-IF
               WRITE STMTFL-REC
           END-IF.

      * AS 3200-AMOUNT-LINE-PARA, FOR THE SLAB WORKING: AMOUNT IN
      * COLUMNS 32-44, CAPTION OVERLAID IN COLUMNS 1-30.
       3350-WORKING-LINE-PARA.
           MOVE SPACES TO STMTFL-REC.
           MOVE WS-FORMATTED-WORK TO STMTFL-REC(32:13).

       3400-DECL-FIND-PARA.
           MOVE 'N' TO WS-DECL-FOUND-SW.
           MOVE 1 TO WS-DECL-SRCH-IDX.
           PERFORM 3450-DECL-FIND-ONE-PARA
               UNTIL WS-DECL-SRCH-IDX > WS-DECL-CNT
                  OR WS-DECL-FOUND.

       3450-DECL-FIND-ONE-PARA.
           IF WS-DECL-NUMBER(WS-DECL-SRCH-IDX) =
                   WS-ET-NUMBER(WS-ET-IDX)
               SET WS-DECL-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-DECL-SRCH-IDX
           END-IF.

      * ONE LINE PER BAND: WHERE IT STARTS AND ENDS, ITS RATE, THE
      * INCOME FALLING IN IT AND THE TAX ON THAT INCOME.
       3500-BAND-LINE-PARA.
           MOVE TXC-BAND-FROM(WS-BAND-IDX) TO WS-FORMATTED-FROM.
           MOVE TXC-BAND-RATE(WS-BAND-IDX) TO WS-FORMATTED-RATE.
           MOVE TXC-BAND-INCOME(WS-BAND-IDX) TO WS-FORMATTED-BAND-INC.
           MOVE TXC-BAND-TAX(WS-BAND-IDX) TO WS-FORMATTED-BAND-TAX.
           MOVE SPACES TO STMTFL-REC.
           IF TXC-BAND-TO(WS-BAND-IDX) = 0
               STRING 'SLAB ' DELIMITED BY SIZE
                   WS-FORMATTED-FROM DELIMITED BY SIZE
                   ' AND ABOVE   ' DELIMITED BY SIZE
                   '    @ ' DELIMITED BY SIZE
                   WS-FORMATTED-RATE DELIMITED BY SIZE
                   '% ON ' DELIMITED BY SIZE
                   WS-FORMATTED-BAND-INC DELIMITED BY SIZE
                   ' = ' DELIMITED BY SIZE
                   WS-FORMATTED-BAND-TAX DELIMITED BY SIZE
                   INTO STMTFL-REC
           ELSE
               MOVE TXC-BAND-TO(WS-BAND-IDX) TO WS-FORMATTED-TO
               STRING 'SLAB ' DELIMITED BY SIZE
                   WS-FORMATTED-FROM DELIMITED BY SIZE
                   ' TO ' DELIMITED BY SIZE
                   WS-FORMATTED-TO DELIMITED BY SIZE
                   ' @ ' DELIMITED BY SIZE
                   WS-FORMATTED-RATE DELIMITED BY SIZE
                   '% ON ' DELIMITED BY SIZE
                   WS-FORMATTED-BAND-INC DELIMITED BY SIZE
                   ' = ' DELIMITED BY SIZE
                   WS-FORMATTED-BAND-TAX DELIMITED BY SIZE
                   INTO STMTFL-REC
           END-IF.
           WRITE STMTFL-REC.

       3900-FILES-CLOSE-PARA.
           IF WS-PAYHIST-STATUS = '00'
               CLOSE PAYHIST
           MOVE 'TAXSTATEMENT' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-STMTFL-PATH.
           MOVE 'TAXDECLARE' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-TAXDECL-PATH.

       0060-FILECFG-ONE-PARA.
           CALL 'FILECFG' USING WS-CFG-NAME, WS-CFG-PATH,

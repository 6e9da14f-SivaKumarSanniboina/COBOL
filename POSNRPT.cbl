       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSNRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * SAME LAYOUT AS EMPMAINT.CBL'S DEPTFL-REC: DEPARTMENT LINES
      * AND THE POSITION LINES CARRYING EACH DESIGNATION'S
      * SANCTIONED STRENGTH AND MONTHLY SALARY BUDGET.
           SELECT DEPTFL ASSIGN TO DYNAMIC WS-DEPTFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-DEPTFL-STATUS.

      * SAME LAYOUT AS EMPLOYEE.CBL'S EMPFY: WHO FILLS EACH POSITION.
           SELECT EMPFY ASSIGN TO DYNAMIC WS-EMPFY-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-EMPFY-STATUS.

      * PERMANENT PAYROLL HISTORY; THE REPORT MONTH'S GROSS IS THE
      * ACTUAL SET AGAINST EACH POSITION'S SALARY BUDGET.
           SELECT PAYHIST ASSIGN TO DYNAMIC WS-PAYHIST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-PAYHIST-STATUS.

      * SAME MONTH PARAMETER PAYGL.CBL POSTS FROM; WITHOUT IT THE
      * CURRENT MONTH IS REPORTED.
           SELECT MONPARM ASSIGN TO DYNAMIC WS-MONPARM-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-MONPARM-STATUS.

      * SANCTIONED AGAINST FILLED AGAINST VACANT, AND SALARY BUDGET
      * AGAINST ACTUAL, BY DEPARTMENT AND DESIGNATION.
           SELECT POSRPT ASSIGN TO DYNAMIC WS-POSRPT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-POSRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPTFL.
       01  DEPTFL-REC.
           05  DEPT-CODE           PIC X(04).
           05  DEPT-NAME           PIC X(17).
           05  DEPT-DESIGNATION    PIC X(10).
           05  DEPT-SANCTIONED     PIC 9(04).
           05  DEPT-SALARY-BUDGET  PIC 9(07)V99.
           05  FILLER              PIC X(36).

      * SAME LAYOUT AS EMPLOYEE.CBL'S EMP_REC.
       FD  EMPFY.
       01  EMP_REC.
               05    Employee_NUMBER    PIC 9(5).
               05    EMPLOYEE_NAME      PIC X(30).
               05    SALARY             PIC 9(5).
               05    SALARY-NUM REDEFINES SALARY
                                        PIC S9(5) SIGN IS TRAILING.
               05    DESIGNATION        PIC X(10).
               05    DEPARTMENT         PIC X(17).
               05    FILLER             PIC X(42).

      * SAME LAYOUT AS PAYSLIP.CBL'S PAYHIST-REC.
       FD  PAYHIST.
       01  PAYHIST-REC.
           05  HIS-EMPLOYEE-NUMBER     PIC 9(05).
           05  HIS-MONTH               PIC 9(06).
           05  HIS-BASIC               PIC 9(05)V99.
           05  HIS-DA                  PIC 9(05)V99.
           05  HIS-HRA                 PIC 9(05)V99.
           05  HIS-GROSS               PIC 9(05)V99.
           05  HIS-PF                  PIC 9(05)V99.
           05  HIS-TAX                 PIC 9(05)V99.
           05  HIS-NET                 PIC 9(05)V99.
           05  HIS-LOAN                PIC 9(05)V99.
           05  HIS-ARREARS             PIC 9(05)V99.
           05  HIS-BONUS               PIC 9(05)V99.
           05  HIS-REIMB-TAXABLE       PIC 9(05)V99.
           05  HIS-REIMB-EXEMPT        PIC 9(05)V99.

      * SAME LAYOUT AS PAYGL.CBL'S MONPARM-REC.
       FD  MONPARM.
       01  MONPARM-REC.
           05  PARM-MONTH              PIC 9(06).
           05  FILLER                  PIC X(74).

       FD  POSRPT.
       01  POSRPT-REC                  PIC X(80).

       WORKING-STORAGE SECTION.
      * RESOLVED FILE PATHS. EVERY ASSIGNMENT COMES FROM THE
      * EXTERNAL FILE CONFIGURATION (FILECFG) AT STARTUP -- SEE
      * 0050-FILECFG-LOAD-PARA -- SO A DISK MOVE OR A TEST RUN
      * NEVER MEANS EDITING AND RECOMPILING THIS PROGRAM.
       77  WS-DEPTFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-EMPFY-PATH               PIC X(80) VALUE SPACES.
       77  WS-PAYHIST-PATH             PIC X(80) VALUE SPACES.
       77  WS-MONPARM-PATH             PIC X(80) VALUE SPACES.
       77  WS-POSRPT-PATH              PIC X(80) VALUE SPACES.
       77  WS-CFG-NAME             PIC X(12)   VALUE SPACES.
       77  WS-CFG-PATH             PIC X(80)   VALUE SPACES.
       77  WS-CFG-RESULT           PIC X(01)   VALUE 'N'.

       01  WS-FILE-STATUS.
           05  WS-DEPTFL-STATUS        PIC X(2).
           05  WS-EMPFY-STATUS         PIC X(2).
           05  WS-PAYHIST-STATUS       PIC X(2).
           05  WS-MONPARM-STATUS       PIC X(2).
           05  WS-POSRPT-STATUS        PIC X(2).

       01  WS-EOF-SWITCHES.
           05  WS-DEPTFL-EOF-SW        PIC X(01)   VALUE 'N'.
               88  DEPTFL-EOF                      VALUE 'Y'.
           05  WS-EMPFY-EOF-SW         PIC X(01)   VALUE 'N'.
               88  EMPFY-EOF                       VALUE 'Y'.
           05  WS-PAYHIST-EOF-SW       PIC X(01)   VALUE 'N'.
               88  PAYHIST-EOF                     VALUE 'Y'.

       77  WS-REPORT-MONTH             PIC 9(6)    VALUE ZEROES.
       77  WS-TODAY                    PIC 9(8)    VALUE ZEROES.

      * DEPARTMENTS IN MASTER ORDER, THEN ANY SEEN ONLY ON THE
      * EMPLOYEE MASTER. A DEPARTMENT WITH NO POSITION LINES IS NOT
      * UNDER POSITION CONTROL.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 50 TIMES.
               10  WS-DEPT-NAME         PIC X(17).
               10  WS-DEPT-CONTROL-SW   PIC X(01).
                   88  WS-DEPT-CONTROLLED           VALUE 'Y'.
       77  WS-DEPT-CNT                 PIC 9(2)    VALUE ZEROES.
       77  WS-DEPT-SRCH-IDX            PIC 9(2)    VALUE ZEROES.
       77  WS-DEPT-FOUND-SW            PIC X(01)   VALUE 'N'.
           88  WS-DEPT-FOUND                       VALUE 'Y'.
       77  WS-DEPT-IDX                 PIC 9(2)    VALUE ZEROES.
       77  WS-DEPT-KEY                 PIC X(17)   VALUE SPACES.

      * POSITIONS: SANCTIONED ONES FROM THE DEPARTMENT MASTER, PLUS
      * ANY DEPARTMENT/DESIGNATION FILLED WITHOUT A SANCTION.
       01  WS-POS-TABLE.
           05  WS-POS-ENTRY OCCURS 200 TIMES.
               10  WS-POS-DEPARTMENT    PIC X(17).
               10  WS-POS-DESIGNATION   PIC X(10).
               10  WS-POS-SANCTIONED    PIC 9(04).
               10  WS-POS-BUDGET        PIC 9(07)V99.
               10  WS-POS-FILLED        PIC 9(04).
               10  WS-POS-ACTUAL        PIC 9(09)V99.
       77  WS-POS-CNT                  PIC 9(3)    VALUE ZEROES.
       77  WS-POS-SRCH-IDX             PIC 9(3)    VALUE ZEROES.
       77  WS-POS-FOUND-SW             PIC X(01)   VALUE 'N'.
           88  WS-POS-FOUND                        VALUE 'Y'.
       77  WS-POS-IDX                  PIC 9(3)    VALUE ZEROES.
       77  WS-POS-KEY-DESIGNATION      PIC X(10)   VALUE SPACES.

      * EACH EMPLOYEE'S POSITION, FOR ATTRIBUTING THE MONTH'S GROSS.
       01  WS-EMP-TABLE.
           05  WS-EMP-ENTRY OCCURS 2000 TIMES.
               10  WS-EMP-NUMBER        PIC 9(05).
               10  WS-EMP-POS-IDX       PIC 9(03).
       77  WS-EMP-CNT                  PIC 9(4)    VALUE ZEROES.
       77  WS-EMP-SRCH-IDX             PIC 9(4)    VALUE ZEROES.
       77  WS-EMP-FOUND-SW             PIC X(01)   VALUE 'N'.
           88  WS-EMP-FOUND                        VALUE 'Y'.

      * DEPARTMENT AND REPORT TOTALS.
       77  WS-DT-SANCTIONED            PIC 9(05)   VALUE ZEROES.
       77  WS-DT-FILLED                PIC 9(05)   VALUE ZEROES.
       77  WS-DT-BUDGET                PIC 9(09)V99 VALUE ZEROES.
       77  WS-DT-ACTUAL                PIC 9(09)V99 VALUE ZEROES.
       77  WS-GT-SANCTIONED            PIC 9(05)   VALUE ZEROES.
       77  WS-GT-FILLED                PIC 9(05)   VALUE ZEROES.
       77  WS-GT-BUDGET                PIC 9(09)V99 VALUE ZEROES.
       77  WS-GT-ACTUAL                PIC 9(09)V99 VALUE ZEROES.
       77  WS-UNMATCHED-ACTUAL         PIC 9(09)V99 VALUE ZEROES.

      * ONE REPORT LINE'S FIGURES, LOADED BY THE CALLER.
       77  WS-LINE-CAPTION             PIC X(10)   VALUE SPACES.
       77  WS-LINE-SANCTIONED          PIC 9(05)   VALUE ZEROES.
       77  WS-LINE-FILLED              PIC 9(05)   VALUE ZEROES.
       77  WS-LINE-BUDGET              PIC 9(09)V99 VALUE ZEROES.
       77  WS-LINE-ACTUAL              PIC 9(09)V99 VALUE ZEROES.
       77  WS-FORMATTED-SANCTIONED     PIC ZZZ9.
       77  WS-FORMATTED-FILLED         PIC ZZZ9.
       77  WS-FORMATTED-VACANT         PIC ----9.
       77  WS-FORMATTED-BUDGET         PIC Z(7)9.99.
       77  WS-FORMATTED-ACTUAL         PIC Z(7)9.99.

       01  WS-COUNTERS.
           05  WS-EMPFY-RD-CNT         PIC 9(6)    VALUE ZEROES.
           05  WS-PAYHIST-RD-CNT       PIC 9(6)    VALUE ZEROES.
           05  WS-MONTH-LINE-CNT       PIC 9(6)    VALUE ZEROES.
           05  WS-OVER-STRENGTH-CNT    PIC 9(4)    VALUE ZEROES.
           05  WS-OVER-BUDGET-CNT      PIC 9(4)    VALUE ZEROES.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0050-FILECFG-LOAD-PARA.
           PERFORM 1000-FILES-OPEN-PARA.
           IF WS-DEPTFL-STATUS = '00' AND WS-EMPFY-STATUS = '00' THEN
               PERFORM 1200-DEPTFL-READ-PARA UNTIL DEPTFL-EOF
               PERFORM 1500-EMPFY-READ-PARA UNTIL EMPFY-EOF
               PERFORM 2000-PAYHIST-READ-PARA UNTIL PAYHIST-EOF
               PERFORM 3000-REPORT-WRITE-PARA
           ELSE
               DISPLAY 'DEPARTMENT OR EMPLOYEE MASTER CANNOT BE '
                   'OPENED.'
               MOVE 16 TO RETURN-CODE
           END-IF.
           PERFORM 3900-FILES-CLOSE-PARA.

           DISPLAY 'EMPLOYEES READ: ', WS-EMPFY-RD-CNT.
           DISPLAY 'HISTORY LINES READ: ', WS-PAYHIST-RD-CNT.
           DISPLAY 'LINES FOR MONTH ', WS-REPORT-MONTH, ': ',
               WS-MONTH-LINE-CNT.
           DISPLAY 'POSITIONS OVER SANCTIONED STRENGTH: ',
               WS-OVER-STRENGTH-CNT.
           DISPLAY 'POSITIONS OVER SALARY BUDGET: ',
               WS-OVER-BUDGET-CNT.
           STOP RUN.

       1000-FILES-OPEN-PARA.
           PERFORM 1100-MONPARM-LOAD-PARA.

           OPEN INPUT DEPTFL.
           DISPLAY 'FILE STATUS FOR DEPTFL:', WS-DEPTFL-STATUS.

           OPEN INPUT EMPFY.
           DISPLAY 'FILE STATUS FOR EMPFY:', WS-EMPFY-STATUS.

           OPEN INPUT PAYHIST.
           IF WS-PAYHIST-STATUS NOT = '00'
               DISPLAY 'PAYROLL HISTORY NOT FOUND, NO ACTUALS.'
               SET PAYHIST-EOF TO TRUE
           END-IF.

           OPEN OUTPUT POSRPT.
           MOVE SPACES TO POSRPT-REC.
           STRING 'POSITION CONTROL REPORT FOR MONTH ' DELIMITED BY SIZE
               WS-REPORT-MONTH DELIMITED BY SIZE
               INTO POSRPT-REC.
           WRITE POSRPT-REC.

       1100-MONPARM-LOAD-PARA.
           OPEN INPUT MONPARM.
           IF WS-MONPARM-STATUS NOT = '00' THEN
               DISPLAY 'MONTH PARAMETER NOT FOUND, USING CURRENT '
                   'MONTH.'
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               MOVE WS-TODAY(1:6) TO WS-REPORT-MONTH
           ELSE
               READ MONPARM
                   AT END
                       DISPLAY 'MONTH PARAMETER EMPTY, USING CURRENT '
                           'MONTH.'
                       ACCEPT WS-TODAY FROM DATE YYYYMMDD
                       MOVE WS-TODAY(1:6) TO WS-REPORT-MONTH
                   NOT AT END
                       MOVE PARM-MONTH TO WS-REPORT-MONTH
               END-READ
               CLOSE MONPARM
           END-IF.

      * DEPARTMENT LINES GO TO THE DEPARTMENT TABLE; POSITION LINES
      * GO TO THE POSITION TABLE AND PUT THEIR DEPARTMENT UNDER
      * POSITION CONTROL.
       1200-DEPTFL-READ-PARA.
           READ DEPTFL
               AT END
                   SET DEPTFL-EOF TO TRUE
               NOT AT END
                   MOVE DEPT-NAME TO WS-DEPT-KEY
                   PERFORM 1300-DEPT-FIND-ADD-PARA
                   IF DEPT-DESIGNATION NOT = SPACES
                       IF WS-DEPT-FOUND
                           MOVE 'Y' TO
                               WS-DEPT-CONTROL-SW(WS-DEPT-SRCH-IDX)
                       END-IF
                       MOVE DEPT-DESIGNATION TO WS-POS-KEY-DESIGNATION
                       PERFORM 1400-POS-FIND-ADD-PARA
                       IF WS-POS-FOUND
                           IF DEPT-SANCTIONED IS NUMERIC
                               MOVE DEPT-SANCTIONED TO
                                   WS-POS-SANCTIONED(WS-POS-SRCH-IDX)
                           END-IF
                           IF DEPT-SALARY-BUDGET IS NUMERIC
                               MOVE DEPT-SALARY-BUDGET TO
                                   WS-POS-BUDGET(WS-POS-SRCH-IDX)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      * FINDS WS-DEPT-KEY IN THE DEPARTMENT TABLE, ADDING IT WHEN
      * NEW. WS-DEPT-FOUND IS LEFT SET WHEN AN ENTRY IS AVAILABLE.
       1300-DEPT-FIND-ADD-PARA.
           MOVE 'N' TO WS-DEPT-FOUND-SW.
           MOVE 1 TO WS-DEPT-SRCH-IDX.
           PERFORM 1350-DEPT-FIND-ONE-PARA
               UNTIL WS-DEPT-SRCH-IDX > WS-DEPT-CNT
                  OR WS-DEPT-FOUND.
           IF NOT WS-DEPT-FOUND
               IF WS-DEPT-CNT < 50
                   ADD 1 TO WS-DEPT-CNT
                   MOVE WS-DEPT-CNT TO WS-DEPT-SRCH-IDX
                   MOVE WS-DEPT-KEY TO WS-DEPT-NAME(WS-DEPT-SRCH-IDX)
                   MOVE 'N' TO WS-DEPT-CONTROL-SW(WS-DEPT-SRCH-IDX)
                   SET WS-DEPT-FOUND TO TRUE
               ELSE
                   DISPLAY 'WS-DEPT-TABLE FULL, ENTRY IGNORED: '
                       WS-DEPT-KEY
               END-IF
           END-IF.

       1350-DEPT-FIND-ONE-PARA.
           IF WS-DEPT-NAME(WS-DEPT-SRCH-IDX) = WS-DEPT-KEY
               SET WS-DEPT-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-DEPT-SRCH-IDX
           END-IF.

      * FINDS THE WS-DEPT-KEY / WS-POS-KEY-DESIGNATION POSITION,
      * ADDING IT UNSANCTIONED WHEN NEW.
       1400-POS-FIND-ADD-PARA.
           MOVE 'N' TO WS-POS-FOUND-SW.
           MOVE 1 TO WS-POS-SRCH-IDX.
           PERFORM 1450-POS-FIND-ONE-PARA
               UNTIL WS-POS-SRCH-IDX > WS-POS-CNT
                  OR WS-POS-FOUND.
           IF NOT WS-POS-FOUND
               IF WS-POS-CNT < 200
                   ADD 1 TO WS-POS-CNT
                   MOVE WS-POS-CNT TO WS-POS-SRCH-IDX
                   MOVE WS-DEPT-KEY TO
                       WS-POS-DEPARTMENT(WS-POS-SRCH-IDX)
                   MOVE WS-POS-KEY-DESIGNATION TO
                       WS-POS-DESIGNATION(WS-POS-SRCH-IDX)
                   MOVE ZEROES TO WS-POS-SANCTIONED(WS-POS-SRCH-IDX)
                   MOVE ZEROES TO WS-POS-BUDGET(WS-POS-SRCH-IDX)
                   MOVE ZEROES TO WS-POS-FILLED(WS-POS-SRCH-IDX)
                   MOVE ZEROES TO WS-POS-ACTUAL(WS-POS-SRCH-IDX)
                   SET WS-POS-FOUND TO TRUE
               ELSE
                   DISPLAY 'WS-POS-TABLE FULL, ENTRY IGNORED: '
                       WS-DEPT-KEY ' ' WS-POS-KEY-DESIGNATION
               END-IF
           END-IF.

       1450-POS-FIND-ONE-PARA.
           IF WS-POS-DEPARTMENT(WS-POS-SRCH-IDX) = WS-DEPT-KEY
               AND WS-POS-DESIGNATION(WS-POS-SRCH-IDX) =
                   WS-POS-KEY-DESIGNATION
               SET WS-POS-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-POS-SRCH-IDX
           END-IF.

      * THE FEED'S HEADER/TRAILER CONTROL RECORDS ARE NOT EMPLOYEES.
       1500-EMPFY-READ-PARA.
           READ EMPFY INTO EMP_REC
               AT END
                   SET EMPFY-EOF TO TRUE
               NOT AT END
                   IF EMP_REC(1:5) = '00000' OR EMP_REC(1:5) = '99999'
                       CONTINUE
                   ELSE
                       ADD 1 TO WS-EMPFY-RD-CNT
                       PERFORM 1550-EMP-POSITION-PARA
                   END-IF
           END-READ.

       1550-EMP-POSITION-PARA.
           MOVE DEPARTMENT OF EMP_REC TO WS-DEPT-KEY.
           PERFORM 1300-DEPT-FIND-ADD-PARA.
           MOVE DESIGNATION OF EMP_REC TO WS-POS-KEY-DESIGNATION.
           PERFORM 1400-POS-FIND-ADD-PARA.
           IF WS-POS-FOUND
               ADD 1 TO WS-POS-FILLED(WS-POS-SRCH-IDX)
               IF WS-EMP-CNT < 2000
                   ADD 1 TO WS-EMP-CNT
                   MOVE Employee_NUMBER OF EMP_REC TO
                       WS-EMP-NUMBER(WS-EMP-CNT)
                   MOVE WS-POS-SRCH-IDX TO WS-EMP-POS-IDX(WS-EMP-CNT)
               ELSE
                   DISPLAY 'WS-EMP-TABLE FULL, RECORD IGNORED: '
                       Employee_NUMBER OF EMP_REC
               END-IF
           END-IF.

      * THE MONTH'S GROSS GOES TO THE POSITION THE EMPLOYEE HOLDS ON
      * THE MASTER NOW; PAY FOR SOMEONE NO LONGER ON IT IS SHOWN
      * SEPARATELY AT THE FOOT OF THE REPORT.
       2000-PAYHIST-READ-PARA.
           READ PAYHIST
               AT END
                   SET PAYHIST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-PAYHIST-RD-CNT
                   IF HIS-MONTH = WS-REPORT-MONTH
                       ADD 1 TO WS-MONTH-LINE-CNT
                       PERFORM 2100-ACTUAL-ADD-PARA
                   END-IF
           END-READ.

       2100-ACTUAL-ADD-PARA.
           MOVE 'N' TO WS-EMP-FOUND-SW.
           MOVE 1 TO WS-EMP-SRCH-IDX.
           PERFORM 2150-EMP-FIND-ONE-PARA
               UNTIL WS-EMP-SRCH-IDX > WS-EMP-CNT
                  OR WS-EMP-FOUND.
           IF WS-EMP-FOUND
               MOVE WS-EMP-POS-IDX(WS-EMP-SRCH-IDX) TO WS-POS-IDX
               ADD HIS-GROSS TO WS-POS-ACTUAL(WS-POS-IDX)
           ELSE
               ADD HIS-GROSS TO WS-UNMATCHED-ACTUAL
           END-IF.

       2150-EMP-FIND-ONE-PARA.
           IF WS-EMP-NUMBER(WS-EMP-SRCH-IDX) = HIS-EMPLOYEE-NUMBER
               SET WS-EMP-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-EMP-SRCH-IDX
           END-IF.

      * ONE BLOCK PER DEPARTMENT: A LINE PER DESIGNATION, THEN THE
      * DEPARTMENT TOTAL; THE REPORT TOTAL AT THE FOOT. A NEGATIVE
      * VACANCY IS STRENGTH OVER SANCTION.
       3000-REPORT-WRITE-PARA.
           PERFORM 3100-DEPT-BLOCK-PARA
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-CNT.
           MOVE ALL '-' TO POSRPT-REC.
           WRITE POSRPT-REC.
           MOVE 'ALL DEPTS' TO WS-LINE-CAPTION.
           MOVE WS-GT-SANCTIONED TO WS-LINE-SANCTIONED.
           MOVE WS-GT-FILLED TO WS-LINE-FILLED.
           MOVE WS-GT-BUDGET TO WS-LINE-BUDGET.
           MOVE WS-GT-ACTUAL TO WS-LINE-ACTUAL.
           PERFORM 3300-FIGURES-LINE-PARA.
           IF WS-UNMATCHED-ACTUAL > 0
               MOVE WS-UNMATCHED-ACTUAL TO WS-FORMATTED-ACTUAL
               MOVE SPACES TO POSRPT-REC
               STRING 'PAID THIS MONTH, NO LONGER ON MASTER: '
                   DELIMITED BY SIZE
                   WS-FORMATTED-ACTUAL DELIMITED BY SIZE
                   INTO POSRPT-REC
               WRITE POSRPT-REC
           END-IF.

       3100-DEPT-BLOCK-PARA.
           MOVE ALL '-' TO POSRPT-REC.
           WRITE POSRPT-REC.
           MOVE SPACES TO POSRPT-REC.
           IF WS-DEPT-CONTROLLED(WS-DEPT-IDX)
               STRING 'DEPARTMENT ' DELIMITED BY SIZE
                   WS-DEPT-NAME(WS-DEPT-IDX) DELIMITED BY SIZE
                   INTO POSRPT-REC
           ELSE
               STRING 'DEPARTMENT ' DELIMITED BY SIZE
                   WS-DEPT-NAME(WS-DEPT-IDX) DELIMITED BY SIZE
                   ' (NO POSITIONS SANCTIONED)' DELIMITED BY SIZE
                   INTO POSRPT-REC
           END-IF.
           WRITE POSRPT-REC.
           MOVE ZEROES TO WS-DT-SANCTIONED.
           MOVE ZEROES TO WS-DT-FILLED.
           MOVE ZEROES TO WS-DT-BUDGET.
           MOVE ZEROES TO WS-DT-ACTUAL.
           PERFORM 3200-POSITION-LINE-PARA
               VARYING WS-POS-IDX FROM 1 BY 1
               UNTIL WS-POS-IDX > WS-POS-CNT.
           MOVE 'TOTAL' TO WS-LINE-CAPTION.
           MOVE WS-DT-SANCTIONED TO WS-LINE-SANCTIONED.
           MOVE WS-DT-FILLED TO WS-LINE-FILLED.
           MOVE WS-DT-BUDGET TO WS-LINE-BUDGET.
           MOVE WS-DT-ACTUAL TO WS-LINE-ACTUAL.
           PERFORM 3300-FIGURES-LINE-PARA.
           ADD WS-DT-SANCTIONED TO WS-GT-SANCTIONED.
           ADD WS-DT-FILLED TO WS-GT-FILLED.
           ADD WS-DT-BUDGET TO WS-GT-BUDGET.
           ADD WS-DT-ACTUAL TO WS-GT-ACTUAL.

       3200-POSITION-LINE-PARA.
           IF WS-POS-DEPARTMENT(WS-POS-IDX) = WS-DEPT-NAME(WS-DEPT-IDX)
               MOVE WS-POS-DESIGNATION(WS-POS-IDX) TO WS-LINE-CAPTION
               MOVE WS-POS-SANCTIONED(WS-POS-IDX)
                   TO WS-LINE-SANCTIONED
               MOVE WS-POS-FILLED(WS-POS-IDX) TO WS-LINE-FILLED
               MOVE WS-POS-BUDGET(WS-POS-IDX) TO WS-LINE-BUDGET
               MOVE WS-POS-ACTUAL(WS-POS-IDX) TO WS-LINE-ACTUAL
               PERFORM 3300-FIGURES-LINE-PARA
               ADD WS-POS-SANCTIONED(WS-POS-IDX) TO WS-DT-SANCTIONED
               ADD WS-POS-FILLED(WS-POS-IDX) TO WS-DT-FILLED
               ADD WS-POS-BUDGET(WS-POS-IDX) TO WS-DT-BUDGET
               ADD WS-POS-ACTUAL(WS-POS-IDX) TO WS-DT-ACTUAL
               IF WS-DEPT-CONTROLLED(WS-DEPT-IDX)
                   IF WS-POS-FILLED(WS-POS-IDX) >
                           WS-POS-SANCTIONED(WS-POS-IDX)
                       ADD 1 TO WS-OVER-STRENGTH-CNT
                   END-IF
                   IF WS-POS-ACTUAL(WS-POS-IDX) >
                           WS-POS-BUDGET(WS-POS-IDX)
                       ADD 1 TO WS-OVER-BUDGET-CNT
                   END-IF
               END-IF
           END-IF.

       3300-FIGURES-LINE-PARA.
           MOVE WS-LINE-SANCTIONED TO WS-FORMATTED-SANCTIONED.
           MOVE WS-LINE-FILLED TO WS-FORMATTED-FILLED.
           COMPUTE WS-FORMATTED-VACANT =
               WS-LINE-SANCTIONED - WS-LINE-FILLED.
           MOVE WS-LINE-BUDGET TO WS-FORMATTED-BUDGET.
           MOVE WS-LINE-ACTUAL TO WS-FORMATTED-ACTUAL.
           MOVE SPACES TO POSRPT-REC.
           STRING '  ' DELIMITED BY SIZE
               WS-LINE-CAPTION DELIMITED BY SIZE
               ' SANC ' DELIMITED BY SIZE
               WS-FORMATTED-SANCTIONED DELIMITED BY SIZE
               ' FILL ' DELIMITED BY SIZE
               WS-FORMATTED-FILLED DELIMITED BY SIZE
               ' VAC ' DELIMITED BY SIZE
               WS-FORMATTED-VACANT DELIMITED BY SIZE
               ' BUDGET ' DELIMITED BY SIZE
               WS-FORMATTED-BUDGET DELIMITED BY SIZE
               ' ACTUAL ' DELIMITED BY SIZE
               WS-FORMATTED-ACTUAL DELIMITED BY SIZE
               INTO POSRPT-REC.
           WRITE POSRPT-REC.

       3900-FILES-CLOSE-PARA.
           IF WS-DEPTFL-STATUS = '00' OR WS-DEPTFL-STATUS = '10'
               CLOSE DEPTFL
           END-IF.
           IF WS-EMPFY-STATUS = '00' OR WS-EMPFY-STATUS = '10'
               CLOSE EMPFY
           END-IF.
           IF WS-PAYHIST-STATUS = '00' OR WS-PAYHIST-STATUS = '10'
               CLOSE PAYHIST
           END-IF.
           CLOSE POSRPT.

      * RESOLVES EVERY FILE ASSIGNMENT FROM THE EXTERNAL FILE
      * CONFIGURATION BEFORE ANYTHING IS OPENED, REPORTING EACH
      * RESOLVED PATH. A LOGICAL NAME MISSING FROM THE
      * CONFIGURATION ENDS THE RUN CLEANLY WITH RC 16 BEFORE ANY
      * FILE IS TOUCHED.
       0050-FILECFG-LOAD-PARA.
           MOVE 'DEPTMASTER' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-DEPTFL-PATH.
           MOVE 'EMPLOYEEDETA' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-EMPFY-PATH.
           MOVE 'PAYHIST' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-PAYHIST-PATH.
           MOVE 'PAYMOPARM' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-MONPARM-PATH.
           MOVE 'POSITIONRPT' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-POSRPT-PATH.

       0060-FILECFG-ONE-PARA.
           CALL 'FILECFG' USING WS-CFG-NAME, WS-CFG-PATH,
               WS-CFG-RESULT.
           IF WS-CFG-RESULT NOT = 'Y'
               DISPLAY 'FILE PATH NOT CONFIGURED: ' WS-CFG-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'USING ' WS-CFG-NAME ' AT ' WS-CFG-PATH.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVCALC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * SAME LAYOUT AS EMPLOYEE.CBL'S EMPFY: THE EMPLOYEES ON THE
      * ROLL, EACH WITH THE DEPARTMENT ITS PROVISION IS CHARGED TO.
           SELECT EMPFY ASSIGN TO DYNAMIC WS-EMPFY-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-EMPFY-STATUS.

      * PER-EMPLOYEE COMPENSATION MASTER: THE FULL-MONTH BASIC AND
      * GRADE/CITY (FOR DA) BOTH LIABILITIES ARE VALUED ON.
           SELECT COMPFL ASSIGN TO DYNAMIC WS-COMPFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-COMPFL-STATUS.

      * SERVICE MASTER KEYED BY HR: ONE LINE PER EMPLOYEE WITH THE
      * DATE OF JOINING THAT COMPLETED SERVICE IS COUNTED FROM.
           SELECT SRVFL ASSIGN TO DYNAMIC WS-SRVFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-SRVFL-STATUS.

      * SAME ASSIGN/LAYOUT AS LEAVEPRC.CBL'S LEAVEMAST; ONLY THE
      * EARNED LEAVE BALANCE IS VALUED, AS IT IS THE ONLY TYPE
      * FNFSETT.CBL ENCASHES.
           SELECT LEAVEMAST ASSIGN TO DYNAMIC WS-LEAVEMAST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-LEAVEMAST-STATUS.

      * SAME ASSIGN/LAYOUT AS FNFSETT.CBL'S FNFCLEAR: AN EMPLOYEE
      * WHOSE SETTLEMENT HAS COMPLETED CARRIES NO PROVISION, SO
      * WHATEVER WAS BOOKED FOR THEM IS RELEASED THIS MONTH.
           SELECT FNFCLEAR ASSIGN TO DYNAMIC WS-FNFCLEAR-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-FNFCLEAR-STATUS.

      * PROVISION CARRY FILE: ONE LINE PER EMPLOYEE WITH THE
      * GRATUITY AND LEAVE PROVISION LAST BOOKED AND THE DEPARTMENT
      * IT WAS BOOKED TO, SO THIS MONTH POSTS ONLY THE MOVEMENT.
      * REWRITTEN ONLY AFTER THE JOURNAL HAS POSTED.
           SELECT PROVMAST ASSIGN TO DYNAMIC WS-PROVMAST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-PROVMAST-STATUS.

      * SAME ASSIGN/LAYOUT AS GLPOST.CBL'S GLMAP. THE PROVGRAT AND
      * PROVLEAVE LINES NAME THE GRATUITY AND LEAVE PROVISION
      * LIABILITY ACCOUNTS IN THEIR CREDIT COLUMN.
           SELECT GLMAP ASSIGN TO DYNAMIC WS-GLMAP-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-GLMAP-STATUS.

      * SAME ASSIGN/LAYOUT AS PAYGL.CBL'S PAYMAP: THE DEPARTMENT COST
      * CENTER EACH DEPARTMENT'S PROVISION MOVEMENT IS CHARGED TO.
           SELECT PAYMAP ASSIGN TO DYNAMIC WS-PAYMAP-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-PAYMAP-STATUS.

      * SAME ASSIGN/LAYOUT AS PAYGL.CBL'S MONPARM: THE MONTH BEING
      * PROVIDED FOR (YYYYMM), DEFAULTING TO THE CURRENT MONTH.
           SELECT MONPARM ASSIGN TO DYNAMIC WS-MONPARM-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-MONPARM-STATUS.

      * LIABILITY REGISTER: EACH DEPARTMENT'S EMPLOYEES WITH THEIR
      * GRATUITY AND LEAVE LIABILITY, THE DEPARTMENT TOTAL AND THE
      * MONTH'S MOVEMENT.
           SELECT PROVRPT ASSIGN TO DYNAMIC WS-PROVRPT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-PROVRPT-STATUS.

      * THE SAME GL INTERFACE FILE GLPOST.CBL WRITES, OPENED EXTEND
      * THE WAY PAYGL.CBL APPENDS TO IT.
           SELECT GLOUT ASSIGN TO DYNAMIC WS-GLOUT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-GLOUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

      * SAME LAYOUT AS PAYSLIP.CBL'S COMPFL-REC.
       FD  COMPFL.
       01  COMPFL-REC.
           05  CMP-EMPLOYEE-NUMBER     PIC 9(05).
           05  CMP-BASIC-PAY           PIC 9(05)V99.
           05  CMP-HRA                 PIC 9(05)V99.
           05  CMP-GRADE-CITY          PIC X(02).
           05  FILLER                  PIC X(59).

       FD  SRVFL.
       01  SRVFL-REC.
           05  SRV-EMPLOYEE-NUMBER     PIC 9(05).
           05  SRV-JOIN-DATE           PIC 9(08).
           05  FILLER                  PIC X(67).

      * SAME LAYOUT AS LEAVEPRC.CBL'S LEAVEMAST-REC.
       FD  LEAVEMAST.
       01  LEAVEMAST-REC.
           05  LVM-EMPLOYEE-NUMBER     PIC 9(05).
           05  LVM-LEAVE-TYPE          PIC X(01).
               88  LVM-EARNED                  VALUE 'E'.
           05  LVM-BALANCE             PIC 9(03)V99.
           05  LVM-LAST-ACCRUAL        PIC 9(06).
           05  FILLER                  PIC X(63).

      * SAME LAYOUT AS FNFSETT.CBL'S FNFCLEAR-REC.
       FD  FNFCLEAR.
       01  FNFCLEAR-REC.
           05  CLR-EMPLOYEE-NUMBER     PIC 9(05).
           05  CLR-NET-SETTLEMENT      PIC 9(7)V99.
           05  FILLER                  PIC X(66).

       FD  PROVMAST.
       01  PROVMAST-REC.
           05  PRV-EMPLOYEE-NUMBER     PIC 9(05).
           05  PRV-DEPARTMENT          PIC X(17).
           05  PRV-GRATUITY            PIC 9(07)V99.
           05  PRV-LEAVE               PIC 9(07)V99.
           05  PRV-MONTH               PIC 9(06).
           05  FILLER                  PIC X(34).

      * SAME LAYOUT AS GLPOST.CBL'S GLMAP-REC.
       FD  GLMAP.
       01  GLMAP-REC.
           05  MAP-PROGRAM         PIC X(10).
           05  MAP-DEBIT-ACCT      PIC X(08).
           05  MAP-CREDIT-ACCT     PIC X(08).
           05  FILLER              PIC X(54).

      * SAME LAYOUT AS PAYGL.CBL'S PAYMAP-REC.
       FD  PAYMAP.
       01  PAYMAP-REC.
           05  PMP-DEPARTMENT      PIC X(17).
           05  PMP-DEBIT-ACCT      PIC X(08).
           05  PMP-CREDIT-ACCT     PIC X(08).
           05  FILLER              PIC X(47).

       FD  MONPARM.
       01  MONPARM-REC.
           05  PARM-MONTH              PIC 9(06).
           05  FILLER                  PIC X(74).

       FD  PROVRPT.
       01  PROVRPT-REC             PIC X(80).

       FD  GLOUT.
       01  GLOUT-REC               PIC X(80).

       WORKING-STORAGE SECTION.
      * RESOLVED FILE PATHS. EVERY ASSIGNMENT COMES FROM THE
      * EXTERNAL FILE CONFIGURATION (FILECFG) AT STARTUP -- SEE
      * 0050-FILECFG-LOAD-PARA -- SO A DISK MOVE OR A TEST RUN
      * NEVER MEANS EDITING AND RECOMPILING THIS PROGRAM.
       77  WS-EMPFY-PATH               PIC X(80) VALUE SPACES.
       77  WS-COMPFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-SRVFL-PATH               PIC X(80) VALUE SPACES.
       77  WS-LEAVEMAST-PATH           PIC X(80) VALUE SPACES.
       77  WS-FNFCLEAR-PATH            PIC X(80) VALUE SPACES.
       77  WS-PROVMAST-PATH            PIC X(80) VALUE SPACES.
       77  WS-GLMAP-PATH               PIC X(80) VALUE SPACES.
       77  WS-PAYMAP-PATH              PIC X(80) VALUE SPACES.
       77  WS-MONPARM-PATH             PIC X(80) VALUE SPACES.
       77  WS-PROVRPT-PATH             PIC X(80) VALUE SPACES.
       77  WS-GLOUT-PATH               PIC X(80) VALUE SPACES.
       77  WS-CFG-NAME             PIC X(12)   VALUE SPACES.
       77  WS-CFG-PATH             PIC X(80)   VALUE SPACES.
       77  WS-CFG-RESULT           PIC X(01)   VALUE 'N'.

       01  WS-FILE-STATUS.
           05  WS-EMPFY-STATUS         PIC X(2).
           05  WS-COMPFL-STATUS        PIC X(2).
           05  WS-SRVFL-STATUS         PIC X(2).
           05  WS-LEAVEMAST-STATUS     PIC X(2).
           05  WS-FNFCLEAR-STATUS      PIC X(2).
           05  WS-PROVMAST-STATUS      PIC X(2).
           05  WS-GLMAP-STATUS         PIC X(2).
           05  WS-PAYMAP-STATUS        PIC X(2).
           05  WS-MONPARM-STATUS       PIC X(2).
           05  WS-PROVRPT-STATUS       PIC X(2).
           05  WS-GLOUT-STATUS         PIC X(2).

       01  WS-EOF-SWITCHES.
           05  WS-EMPFY-EOF-SW         PIC X(01)   VALUE 'N'.
               88  EMPFY-EOF                       VALUE 'Y'.
           05  WS-COMPFL-EOF-SW        PIC X(01)   VALUE 'N'.
               88  COMPFL-EOF                      VALUE 'Y'.
           05  WS-SRVFL-EOF-SW         PIC X(01)   VALUE 'N'.
               88  SRVFL-EOF                       VALUE 'Y'.
           05  WS-LEAVEMAST-EOF-SW     PIC X(01)   VALUE 'N'.
               88  LEAVEMAST-EOF                   VALUE 'Y'.
           05  WS-FNFCLEAR-EOF-SW      PIC X(01)   VALUE 'N'.
               88  FNFCLEAR-EOF                    VALUE 'Y'.
           05  WS-PROVMAST-EOF-SW      PIC X(01)   VALUE 'N'.
               88  PROVMAST-EOF                    VALUE 'Y'.
           05  WS-GLMAP-EOF-SW         PIC X(01)   VALUE 'N'.
               88  GLMAP-EOF                       VALUE 'Y'.
           05  WS-PAYMAP-EOF-SW        PIC X(01)   VALUE 'N'.
               88  PAYMAP-EOF                      VALUE 'Y'.

       01  WS-SWITCHES.
           05  WS-POSTED-SW            PIC X(01)   VALUE 'N'.
               88  WS-POSTED                       VALUE 'Y'.

      * PROVISION MONTH, SPLIT FOR THE SERVICE CALCULATION.
       01  WS-POST-MONTH               PIC 9(6)    VALUE ZEROES.
       01  WS-POST-MONTH-YM REDEFINES WS-POST-MONTH.
           05  WS-POST-YEAR            PIC 9(4).
           05  WS-POST-MM              PIC 9(2).
       77  WS-TODAY                    PIC 9(8)    VALUE ZEROES.

      * GRATUITY IS 15 DAYS' WAGES FOR EACH COMPLETED YEAR OF SERVICE
      * ON A 26-DAY MONTH, WITH A FINAL PART-YEAR OF SIX MONTHS OR
      * MORE COUNTED AS A YEAR, UP TO THE STATUTORY CEILING. IT IS
      * PROVIDED FOR FROM THE FIRST MONTH OF SERVICE, NOT FROM THE
      * YEAR IT VESTS, SO THE LIABILITY BUILDS UP AS IT IS EARNED.
       77  WS-GRATUITY-DAYS            PIC 9(02)   VALUE 15.
       77  WS-GRATUITY-MONTH-DAYS      PIC 9(02)   VALUE 26.
       77  WS-GRATUITY-CEILING         PIC 9(7)V99 VALUE 2000000.00.
      * LEAVE IS VALUED AS FNFSETT.CBL WILL PAY IT OUT: A DAY'S
      * FULL-MONTH BASIC PLUS DA OVER A 30-DAY MONTH.
       77  WS-MONTH-DAYS               PIC 9(02)   VALUE 30.

      * DA RATE BY GRADE/CITY, AS FNFSETT.CBL APPLIES IT.
       01  WS-DA-RATE-TABLE.
           05  WS-DA-RATE-ENTRY OCCURS 6 TIMES.
               10  WS-DA-GRADE-CITY   PIC X(02).
               10  WS-DA-RATE-PCT     PIC 9V99.
       77  WS-DA-RATE-CNT             PIC 9(02)  VALUE 6.
       77  WS-DA-SRCH-IDX             PIC 9(02)  VALUE ZEROES.
       77  WS-DA-FOUND-SW             PIC X(01)  VALUE 'N'.
           88  WS-DA-FOUND                       VALUE 'Y'.
       77  WS-DA-RATE                 PIC 9V99   VALUE 0.25.

      * COMPENSATION MASTER.
       01  WS-COMP-TABLE.
           05  WS-COMP-ENTRY OCCURS 2000 TIMES.
               10  WS-COMP-NUMBER       PIC 9(05).
               10  WS-COMP-BASIC        PIC 9(05)V99.
               10  WS-COMP-GRADE-CITY   PIC X(02).
       77  WS-COMP-CNT                 PIC 9(4)    VALUE ZEROES.
       77  WS-COMP-SRCH-IDX            PIC 9(4)    VALUE ZEROES.
       77  WS-COMP-FOUND-SW            PIC X(01)   VALUE 'N'.
           88  WS-COMP-FOUND                       VALUE 'Y'.

      * DATES OF JOINING.
       01  WS-SRV-TABLE.
           05  WS-SRV-ENTRY OCCURS 2000 TIMES.
               10  WS-SRV-NUMBER        PIC 9(05).
               10  WS-SRV-JOIN-DATE     PIC 9(08).
       77  WS-SRV-CNT                  PIC 9(4)    VALUE ZEROES.
       77  WS-SRV-SRCH-IDX             PIC 9(4)    VALUE ZEROES.
       77  WS-SRV-FOUND-SW             PIC X(01)   VALUE 'N'.
           88  WS-SRV-FOUND                        VALUE 'Y'.

      * EARNED LEAVE BALANCES.
       01  WS-EL-TABLE.
           05  WS-EL-ENTRY OCCURS 2000 TIMES.
               10  WS-EL-NUMBER         PIC 9(05).
               10  WS-EL-BALANCE        PIC 9(03)V99.
       77  WS-EL-CNT                   PIC 9(4)    VALUE ZEROES.
       77  WS-EL-SRCH-IDX              PIC 9(4)    VALUE ZEROES.
       77  WS-EL-FOUND-SW              PIC X(01)   VALUE 'N'.
           88  WS-EL-FOUND                         VALUE 'Y'.

      * EMPLOYEES WHOSE SETTLEMENT HAS COMPLETED.
       01  WS-CLR-TABLE.
           05  WS-CLR-NUMBER OCCURS 2000 TIMES PIC 9(05).
       77  WS-CLR-CNT                  PIC 9(4)    VALUE ZEROES.
       77  WS-CLR-SRCH-IDX             PIC 9(4)    VALUE ZEROES.
       77  WS-CLR-FOUND-SW             PIC X(01)   VALUE 'N'.
           88  WS-CLR-FOUND                        VALUE 'Y'.

      * PROVISION LAST BOOKED, PER EMPLOYEE. WS-PRV-HELD-SW IS SET
      * WHEN THE EMPLOYEE IS STILL ON THE ROLL THIS MONTH; ANY LINE
      * LEFT UNHELD IS RELEASED.
       01  WS-PRV-TABLE.
           05  WS-PRV-ENTRY OCCURS 2000 TIMES.
               10  WS-PRV-NUMBER        PIC 9(05).
               10  WS-PRV-DEPARTMENT    PIC X(17).
               10  WS-PRV-GRATUITY      PIC 9(07)V99.
               10  WS-PRV-LEAVE         PIC 9(07)V99.
               10  WS-PRV-HELD-SW       PIC X(01).
                   88  WS-PRV-HELD                  VALUE 'Y'.
       77  WS-PRV-CNT                  PIC 9(4)    VALUE ZEROES.
       77  WS-PRV-IDX                  PIC 9(4)    VALUE ZEROES.
       77  WS-PRV-SRCH-IDX             PIC 9(4)    VALUE ZEROES.
       77  WS-PRV-FOUND-SW             PIC X(01)   VALUE 'N'.
           88  WS-PRV-FOUND                        VALUE 'Y'.

      * THIS MONTH'S PROVISION, PER EMPLOYEE ON THE ROLL.
       01  WS-EMP-TABLE.
           05  WS-EMP-ENTRY OCCURS 2000 TIMES.
               10  WS-EMP-NUMBER        PIC 9(05).
               10  WS-EMP-DEPARTMENT    PIC X(17).
               10  WS-EMP-SERVICE-YRS   PIC 9(02).
               10  WS-EMP-EL-DAYS       PIC 9(03)V99.
               10  WS-EMP-GRATUITY      PIC 9(07)V99.
               10  WS-EMP-LEAVE         PIC 9(07)V99.
       77  WS-EMP-CNT                  PIC 9(4)    VALUE ZEROES.
       77  WS-EMP-IDX                  PIC 9(4)    VALUE ZEROES.

      * PROVISION GL ACCOUNTS FROM THE ACCOUNT MAP.
       77  WS-GRAT-PROV-ACCT           PIC X(08)   VALUE SPACES.
       77  WS-LEAVE-PROV-ACCT          PIC X(08)   VALUE SPACES.

      * DEPARTMENT-TO-COST-CENTER MAP.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 20 TIMES.
               10  WS-MAP-DEPARTMENT    PIC X(17).
               10  WS-MAP-DEBIT-ACCT    PIC X(08).
       77  WS-MAP-CNT                  PIC 9(2)    VALUE ZEROES.
       77  WS-MAP-SRCH-IDX             PIC 9(2)    VALUE ZEROES.
       77  WS-MAP-FOUND-SW             PIC X(01)   VALUE 'N'.
           88  WS-MAP-FOUND                        VALUE 'Y'.

      * PROVISION ROLLED UP BY DEPARTMENT: THIS MONTH'S AGAINST
      * WHAT WAS LAST BOOKED, THE DIFFERENCE BEING THE MOVEMENT.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 20 TIMES.
               10  WS-DEPT-NAME         PIC X(17).
               10  WS-DEPT-HEADS        PIC 9(4).
               10  WS-DEPT-GRATUITY     PIC 9(9)V99.
               10  WS-DEPT-LEAVE        PIC 9(9)V99.
               10  WS-DEPT-PRIOR-GRAT   PIC 9(9)V99.
               10  WS-DEPT-PRIOR-LEAVE  PIC 9(9)V99.
       77  WS-DEPT-CNT                 PIC 9(2)    VALUE ZEROES.
       77  WS-DEPT-IDX                 PIC 9(2)    VALUE ZEROES.
       77  WS-DEPT-SRCH-IDX            PIC 9(2)    VALUE ZEROES.
       77  WS-DEPT-FOUND-SW            PIC X(01)   VALUE 'N'.
           88  WS-DEPT-FOUND                       VALUE 'Y'.
       77  WS-DEPT-KEY                 PIC X(17)   VALUE SPACES.

      * JOURNAL LINES STAGED AND ONLY APPENDED ONCE DEBITS = CREDITS
      * HAS BEEN PROVED, THE SAME RULE PAYGL.CBL APPLIES.
       01  WS-JOURNAL-TABLE.
           05  WS-JRNL-ENTRY OCCURS 80 TIMES.
               10  WS-JRNL-DC           PIC X(01).
               10  WS-JRNL-ACCT         PIC X(08).
               10  WS-JRNL-AMOUNT       PIC 9(9)V99.
               10  WS-JRNL-PROGRAM      PIC X(10).
       77  WS-JRNL-CNT                 PIC 9(2)    VALUE ZEROES.
       77  WS-JRNL-IDX                 PIC 9(2)    VALUE ZEROES.

      * POSTING PERIOD (YYYYMM) THE JOURNAL GOES TO: ITS OWN
      * PERIOD, OR THE NEXT OPEN ONE WHEN GLTRIAL.CBL HAS ALREADY
      * CLOSED IT (SEE GLPERCHK.CBL).
       77  WS-GL-PROGRAM               PIC X(10)   VALUE 'PROVCALC'.
       77  WS-GL-WANT-PERIOD           PIC 9(6)    VALUE ZEROES.
       77  WS-GL-PERIOD                PIC 9(6)    VALUE ZEROES.
       77  WS-GL-LINE-CNT              PIC 9(6)    VALUE ZEROES.
       77  WS-GL-RESULT                PIC X(01)   VALUE SPACE.
       77  WS-GL-HOLD-RC               PIC S9(4) COMP  VALUE ZERO.

      * OUTBOUND MANIFEST ENTRY FOR A FILE THIS RUN HAS WRITTEN FOR
      * AN OUTSIDE PARTY (SEE MANIFREG.CBL).
       77  WS-MAN-FILE-NAME            PIC X(12)   VALUE SPACES.
       77  WS-MAN-REC-CNT              PIC 9(6)    VALUE ZEROES.
       77  WS-MAN-AMOUNT               PIC 9(11)V99 VALUE ZEROES.
       77  WS-MAN-SEQ-NO               PIC 9(6)    VALUE ZEROES.
       77  WS-MAN-RESULT               PIC X(01)   VALUE SPACE.
       77  WS-MAN-HOLD-RC              PIC S9(4) COMP  VALUE ZERO.

      * ONE DEBIT/CREDIT PAIR BEING STAGED.
       77  WS-PAIR-DEBIT-ACCT          PIC X(08)   VALUE SPACES.
       77  WS-PAIR-CREDIT-ACCT         PIC X(08)   VALUE SPACES.
       77  WS-PAIR-AMOUNT              PIC 9(9)V99 VALUE ZEROES.

       01  WS-COUNTERS.
           05  WS-EMPFY-RD-CNT         PIC 9(6)    VALUE ZEROES.
           05  WS-SETTLED-CNT          PIC 9(4)    VALUE ZEROES.
           05  WS-NO-COMP-CNT          PIC 9(4)    VALUE ZEROES.
           05  WS-NO-JOIN-CNT          PIC 9(4)    VALUE ZEROES.
           05  WS-RELEASED-CNT         PIC 9(4)    VALUE ZEROES.
           05  WS-UNMAPPED-CNT         PIC 9(4)    VALUE ZEROES.
           05  WS-PROVMAST-WT-CNT      PIC 9(4)    VALUE ZEROES.

      * WORK FIELDS FOR ONE EMPLOYEE'S VALUATION.
       77  WS-MONTH-WAGE               PIC 9(6)V99 VALUE ZEROES.
       77  WS-DAY-RATE                 PIC 9(5)V99 VALUE ZEROES.
       01  WS-JOIN-DATE                PIC 9(8)    VALUE ZEROES.
       01  WS-JOIN-DATE-YMD REDEFINES WS-JOIN-DATE.
           05  WS-JOIN-YEAR            PIC 9(4).
           05  WS-JOIN-MM              PIC 9(2).
           05  WS-JOIN-DD              PIC 9(2).
       77  WS-SERVICE-MONTHS           PIC S9(5)   VALUE ZEROES.
       77  WS-SERVICE-YEARS            PIC 9(3)    VALUE ZEROES.
       77  WS-SERVICE-PART             PIC 9(2)    VALUE ZEROES.
       77  WS-GRATUITY-CALC            PIC 9(9)V99 VALUE ZEROES.

      * TOTALS AND MOVEMENTS.
       77  WS-GRAT-MOVEMENT            PIC S9(9)V99 VALUE ZEROES.
       77  WS-LEAVE-MOVEMENT           PIC S9(9)V99 VALUE ZEROES.
       77  WS-TOTAL-GRATUITY           PIC 9(9)V99 VALUE ZEROES.
       77  WS-TOTAL-LEAVE              PIC 9(9)V99 VALUE ZEROES.
       77  WS-TOTAL-PRIOR-GRAT         PIC 9(9)V99 VALUE ZEROES.
       77  WS-TOTAL-PRIOR-LEAVE        PIC 9(9)V99 VALUE ZEROES.
       77  WS-DEBIT-TOTAL              PIC 9(11)V99 VALUE ZEROES.
       77  WS-CREDIT-TOTAL             PIC 9(11)V99 VALUE ZEROES.

       77  WS-FORMATTED-GRAT           PIC Z(8)9.99.
       77  WS-FORMATTED-LEAVE          PIC Z(8)9.99.
       77  WS-FORMATTED-MOVE-GRAT      PIC -(8)9.99.
       77  WS-FORMATTED-MOVE-LEAVE     PIC -(8)9.99.
       77  WS-FORMATTED-DAYS           PIC ZZ9.99.
       77  WS-FORMATTED-HEADS          PIC ZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0050-FILECFG-LOAD-PARA.
           PERFORM 1000-FILES-OPEN-PARA.
           IF WS-EMPFY-STATUS = '00' THEN
               PERFORM 2000-EMPFY-READ-PARA UNTIL EMPFY-EOF
               PERFORM 2100-EMPLOYEE-VALUE-PARA
                   VARYING WS-EMP-IDX FROM 1 BY 1
                   UNTIL WS-EMP-IDX > WS-EMP-CNT
               PERFORM 2500-PRIOR-ROLLUP-PARA
                   VARYING WS-PRV-IDX FROM 1 BY 1
                   UNTIL WS-PRV-IDX > WS-PRV-CNT
               PERFORM 3000-REGISTER-WRITE-PARA
               PERFORM 3300-JOURNAL-STAGE-PARA
               PERFORM 3400-JOURNAL-POST-PARA
               IF WS-POSTED
                   PERFORM 3600-PROVMAST-REWRITE-PARA
               END-IF
           ELSE
               DISPLAY 'EMPLOYEE MASTER CANNOT BE OPENED.'
               MOVE 16 TO RETURN-CODE
           END-IF.
           PERFORM 3900-FILES-CLOSE-PARA.

           DISPLAY 'PROVISION MONTH: ', WS-POST-MONTH.
           DISPLAY 'EMPLOYEES READ: ', WS-EMPFY-RD-CNT.
           DISPLAY 'EMPLOYEES PROVIDED FOR: ', WS-EMP-CNT.
           DISPLAY 'SETTLED, NO PROVISION: ', WS-SETTLED-CNT.
           DISPLAY 'NO COMPENSATION MASTER: ', WS-NO-COMP-CNT.
           DISPLAY 'NO DATE OF JOINING: ', WS-NO-JOIN-CNT.
           DISPLAY 'PROVISIONS RELEASED: ', WS-RELEASED-CNT.
           DISPLAY 'DEPARTMENTS WITHOUT A MAPPING: ', WS-UNMAPPED-CNT.
           DISPLAY 'GRATUITY LIABILITY: ', WS-TOTAL-GRATUITY.
           DISPLAY 'LEAVE LIABILITY: ', WS-TOTAL-LEAVE.
           DISPLAY 'DEBIT TOTAL: ', WS-DEBIT-TOTAL.
           DISPLAY 'CREDIT TOTAL: ', WS-CREDIT-TOTAL.
           DISPLAY 'PROVISION LINES CARRIED: ', WS-PROVMAST-WT-CNT.
           IF WS-NO-COMP-CNT > 0 OR WS-NO-JOIN-CNT > 0
               IF RETURN-CODE = 0
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

       1000-FILES-OPEN-PARA.
           OPEN INPUT EMPFY.
           DISPLAY 'FILE STATUS FOR EMPFY:', WS-EMPFY-STATUS.

           PERFORM 1050-MONPARM-LOAD-PARA.
           PERFORM 1100-DA-RATE-TABLE-LOAD-PARA.
           PERFORM 1200-COMPFL-LOAD-PARA.
           PERFORM 1300-SRVFL-LOAD-PARA.
           PERFORM 1400-LEAVEMAST-LOAD-PARA.
           PERFORM 1500-FNFCLEAR-LOAD-PARA.
           PERFORM 1600-PROVMAST-LOAD-PARA.
           PERFORM 1700-GLMAP-LOAD-PARA.
           PERFORM 1800-PAYMAP-LOAD-PARA.

           OPEN OUTPUT PROVRPT.
           DISPLAY 'FILE STATUS FOR PROVRPT:', WS-PROVRPT-STATUS.

       1050-MONPARM-LOAD-PARA.
           OPEN INPUT MONPARM.
           IF WS-MONPARM-STATUS NOT = '00' THEN
               DISPLAY 'MONTH PARAMETER NOT FOUND, USING CURRENT '
                   'MONTH.'
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               MOVE WS-TODAY(1:6) TO WS-POST-MONTH
           ELSE
               READ MONPARM
                   AT END
                       DISPLAY 'MONTH PARAMETER EMPTY, USING CURRENT '
                           'MONTH.'
                       ACCEPT WS-TODAY FROM DATE YYYYMMDD
                       MOVE WS-TODAY(1:6) TO WS-POST-MONTH
                   NOT AT END
                       MOVE PARM-MONTH TO WS-POST-MONTH
               END-READ
               CLOSE MONPARM
           END-IF.

       1100-DA-RATE-TABLE-LOAD-PARA.
           MOVE 'AM' TO WS-DA-GRADE-CITY(1).
           MOVE 0.50 TO WS-DA-RATE-PCT(1).
           MOVE 'AN' TO WS-DA-GRADE-CITY(2).
           MOVE 0.45 TO WS-DA-RATE-PCT(2).
           MOVE 'BM' TO WS-DA-GRADE-CITY(3).
           MOVE 0.40 TO WS-DA-RATE-PCT(3).
           MOVE 'BN' TO WS-DA-GRADE-CITY(4).
           MOVE 0.35 TO WS-DA-RATE-PCT(4).
           MOVE 'CM' TO WS-DA-GRADE-CITY(5).
           MOVE 0.30 TO WS-DA-RATE-PCT(5).
           MOVE 'CN' TO WS-DA-GRADE-CITY(6).
           MOVE 0.25 TO WS-DA-RATE-PCT(6).

       1200-COMPFL-LOAD-PARA.
           OPEN INPUT COMPFL.
           IF WS-COMPFL-STATUS NOT = '00' THEN
               DISPLAY 'COMPENSATION MASTER NOT FOUND.'
               SET COMPFL-EOF TO TRUE
           ELSE
               PERFORM 1250-COMPFL-READ-PARA UNTIL COMPFL-EOF
               CLOSE COMPFL
           END-IF.

       1250-COMPFL-READ-PARA.
           READ COMPFL
               AT END
                   SET COMPFL-EOF TO TRUE
               NOT AT END
                   IF WS-COMP-CNT < 2000
                       ADD 1 TO WS-COMP-CNT
                       MOVE CMP-EMPLOYEE-NUMBER TO
                           WS-COMP-NUMBER(WS-COMP-CNT)
                       MOVE CMP-BASIC-PAY TO
                           WS-COMP-BASIC(WS-COMP-CNT)
                       MOVE CMP-GRADE-CITY TO
                           WS-COMP-GRADE-CITY(WS-COMP-CNT)
                   ELSE
                       DISPLAY 'WS-COMP-TABLE FULL, ENTRY IGNORED: '
                           CMP-EMPLOYEE-NUMBER
                   END-IF
           END-READ.

      * WITHOUT THE SERVICE MASTER NO GRATUITY CAN BE VALUED; EACH
      * EMPLOYEE THEN KEEPS WHAT WAS LAST BOOKED FOR THEM.
       1300-SRVFL-LOAD-PARA.
           OPEN INPUT SRVFL.
           IF WS-SRVFL-STATUS NOT = '00' THEN
               DISPLAY 'SERVICE MASTER NOT FOUND, GRATUITY CARRIED '
                   'UNCHANGED.'
               SET SRVFL-EOF TO TRUE
           ELSE
               PERFORM 1350-SRVFL-READ-PARA UNTIL SRVFL-EOF
               CLOSE SRVFL
           END-IF.

       1350-SRVFL-READ-PARA.
           READ SRVFL
               AT END
                   SET SRVFL-EOF TO TRUE
               NOT AT END
                   IF SRV-JOIN-DATE NOT NUMERIC
                       DISPLAY 'INVALID DATE OF JOINING IGNORED: '
                           SRV-EMPLOYEE-NUMBER
                   ELSE
                       IF WS-SRV-CNT < 2000
                           ADD 1 TO WS-SRV-CNT
                           MOVE SRV-EMPLOYEE-NUMBER TO
                               WS-SRV-NUMBER(WS-SRV-CNT)
                           MOVE SRV-JOIN-DATE TO
                               WS-SRV-JOIN-DATE(WS-SRV-CNT)
                       ELSE
                           DISPLAY 'WS-SRV-TABLE FULL, ENTRY '
                               'IGNORED: ' SRV-EMPLOYEE-NUMBER
                       END-IF
                   END-IF
           END-READ.

       1400-LEAVEMAST-LOAD-PARA.
           OPEN INPUT LEAVEMAST.
           IF WS-LEAVEMAST-STATUS NOT = '00' THEN
               DISPLAY 'LEAVE MASTER NOT FOUND, NO LEAVE LIABILITY.'
               SET LEAVEMAST-EOF TO TRUE
           ELSE
               PERFORM 1450-LEAVEMAST-READ-PARA UNTIL LEAVEMAST-EOF
               CLOSE LEAVEMAST
           END-IF.

       1450-LEAVEMAST-READ-PARA.
           READ LEAVEMAST
               AT END
                   SET LEAVEMAST-EOF TO TRUE
               NOT AT END
                   IF LVM-EARNED
                       IF WS-EL-CNT < 2000
                           ADD 1 TO WS-EL-CNT
                           MOVE LVM-EMPLOYEE-NUMBER TO
                               WS-EL-NUMBER(WS-EL-CNT)
                           MOVE LVM-BALANCE TO
                               WS-EL-BALANCE(WS-EL-CNT)
                       ELSE
                           DISPLAY 'WS-EL-TABLE FULL, ENTRY '
                               'IGNORED: ' LVM-EMPLOYEE-NUMBER
                       END-IF
                   END-IF
           END-READ.

       1500-FNFCLEAR-LOAD-PARA.
           OPEN INPUT FNFCLEAR.
           IF WS-FNFCLEAR-STATUS NOT = '00' THEN
               DISPLAY 'SETTLEMENT CLEARANCES NOT FOUND, NONE '
                   'RELEASED ON SETTLEMENT.'
               SET FNFCLEAR-EOF TO TRUE
           ELSE
               PERFORM 1550-FNFCLEAR-READ-PARA UNTIL FNFCLEAR-EOF
               CLOSE FNFCLEAR
           END-IF.

       1550-FNFCLEAR-READ-PARA.
           READ FNFCLEAR
               AT END
                   SET FNFCLEAR-EOF TO TRUE
               NOT AT END
                   IF WS-CLR-CNT < 2000
                       ADD 1 TO WS-CLR-CNT
                       MOVE CLR-EMPLOYEE-NUMBER TO
                           WS-CLR-NUMBER(WS-CLR-CNT)
                   ELSE
                       DISPLAY 'WS-CLR-TABLE FULL, ENTRY IGNORED: '
                           CLR-EMPLOYEE-NUMBER
                   END-IF
           END-READ.

      * NO CARRY FILE MEANS NO PROVISION HAS EVER BEEN BOOKED, SO THE
      * WHOLE LIABILITY IS THIS MONTH'S MOVEMENT.
       1600-PROVMAST-LOAD-PARA.
           OPEN INPUT PROVMAST.
           IF WS-PROVMAST-STATUS NOT = '00' THEN
               DISPLAY 'NO PRIOR PROVISION CARRIED, FULL LIABILITY '
                   'BOOKED.'
               SET PROVMAST-EOF TO TRUE
           ELSE
               PERFORM 1650-PROVMAST-READ-PARA UNTIL PROVMAST-EOF
               CLOSE PROVMAST
           END-IF.

       1650-PROVMAST-READ-PARA.
           READ PROVMAST
               AT END
                   SET PROVMAST-EOF TO TRUE
               NOT AT END
                   IF WS-PRV-CNT < 2000
                       ADD 1 TO WS-PRV-CNT
                       MOVE PRV-EMPLOYEE-NUMBER TO
                           WS-PRV-NUMBER(WS-PRV-CNT)
                       MOVE PRV-DEPARTMENT TO
                           WS-PRV-DEPARTMENT(WS-PRV-CNT)
                       MOVE PRV-GRATUITY TO
                           WS-PRV-GRATUITY(WS-PRV-CNT)
                       MOVE PRV-LEAVE TO WS-PRV-LEAVE(WS-PRV-CNT)
                       MOVE 'N' TO WS-PRV-HELD-SW(WS-PRV-CNT)
                   ELSE
                       DISPLAY 'WS-PRV-TABLE FULL, ENTRY IGNORED: '
                           PRV-EMPLOYEE-NUMBER
                       MOVE 16 TO RETURN-CODE
                   END-IF
           END-READ.

       1700-GLMAP-LOAD-PARA.
           OPEN INPUT GLMAP.
           DISPLAY 'FILE STATUS FOR GLMAP:', WS-GLMAP-STATUS.
           IF WS-GLMAP-STATUS NOT = '00'
               DISPLAY 'ACCOUNT MAP NOT FOUND, NOTHING WILL POST.'
               SET GLMAP-EOF TO TRUE
           ELSE
               PERFORM 1750-GLMAP-READ-PARA UNTIL GLMAP-EOF
               CLOSE GLMAP
           END-IF.

       1750-GLMAP-READ-PARA.
           READ GLMAP
               AT END
                   SET GLMAP-EOF TO TRUE
               NOT AT END
                   IF MAP-PROGRAM = 'PROVGRAT'
                       MOVE MAP-CREDIT-ACCT TO WS-GRAT-PROV-ACCT
                   END-IF
                   IF MAP-PROGRAM = 'PROVLEAVE'
                       MOVE MAP-CREDIT-ACCT TO WS-LEAVE-PROV-ACCT
                   END-IF
           END-READ.

       1800-PAYMAP-LOAD-PARA.
           OPEN INPUT PAYMAP.
           IF WS-PAYMAP-STATUS NOT = '00'
               DISPLAY 'DEPARTMENT ACCOUNT MAP NOT FOUND, NOTHING '
                   'WILL POST.'
               SET PAYMAP-EOF TO TRUE
           ELSE
               PERFORM 1850-PAYMAP-READ-PARA UNTIL PAYMAP-EOF
               CLOSE PAYMAP
           END-IF.

       1850-PAYMAP-READ-PARA.
           READ PAYMAP
               AT END
                   SET PAYMAP-EOF TO TRUE
               NOT AT END
                   IF WS-MAP-CNT < 20
                       ADD 1 TO WS-MAP-CNT
                       MOVE PMP-DEPARTMENT TO
                           WS-MAP-DEPARTMENT(WS-MAP-CNT)
                       MOVE PMP-DEBIT-ACCT TO
                           WS-MAP-DEBIT-ACCT(WS-MAP-CNT)
                   ELSE
                       DISPLAY 'WS-MAP-TABLE FULL, ENTRY IGNORED: '
                           PMP-DEPARTMENT
                   END-IF
           END-READ.

      * THE FEED'S HEADER/TRAILER CONTROL RECORDS ARE NOT EMPLOYEES.
      * AN EMPLOYEE WHOSE SETTLEMENT HAS COMPLETED IS LEFT OFF THE
      * ROLL EVEN IF THE TERMINATE HAS NOT YET REACHED THE MASTER.
       2000-EMPFY-READ-PARA.
           READ EMPFY INTO EMP_REC
               AT END
                   SET EMPFY-EOF TO TRUE
               NOT AT END
                   IF EMP_REC(1:5) = '00000' OR EMP_REC(1:5) = '99999'
                       CONTINUE
                   ELSE
                       ADD 1 TO WS-EMPFY-RD-CNT
                       PERFORM 2050-SETTLED-FIND-PARA
                       IF WS-CLR-FOUND
                           ADD 1 TO WS-SETTLED-CNT
                       ELSE
                           PERFORM 2060-EMPLOYEE-ADD-PARA
                       END-IF
                   END-IF
           END-READ.

       2050-SETTLED-FIND-PARA.
           MOVE 'N' TO WS-CLR-FOUND-SW.
           MOVE 1 TO WS-CLR-SRCH-IDX.
           PERFORM 2055-SETTLED-FIND-ONE-PARA
               UNTIL WS-CLR-SRCH-IDX > WS-CLR-CNT
                  OR WS-CLR-FOUND.

       2055-SETTLED-FIND-ONE-PARA.
           IF WS-CLR-NUMBER(WS-CLR-SRCH-IDX) =
                   Employee_NUMBER OF EMP_REC
               SET WS-CLR-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-CLR-SRCH-IDX
           END-IF.

       2060-EMPLOYEE-ADD-PARA.
           IF WS-EMP-CNT < 2000
               ADD 1 TO WS-EMP-CNT
               MOVE Employee_NUMBER OF EMP_REC TO
                   WS-EMP-NUMBER(WS-EMP-CNT)
               MOVE DEPARTMENT OF EMP_REC TO
                   WS-EMP-DEPARTMENT(WS-EMP-CNT)
               MOVE ZEROES TO WS-EMP-SERVICE-YRS(WS-EMP-CNT)
               MOVE ZEROES TO WS-EMP-EL-DAYS(WS-EMP-CNT)
               MOVE ZEROES TO WS-EMP-GRATUITY(WS-EMP-CNT)
               MOVE ZEROES TO WS-EMP-LEAVE(WS-EMP-CNT)
           ELSE
               DISPLAY 'WS-EMP-TABLE FULL, ENTRY IGNORED: '
                   Employee_NUMBER OF EMP_REC
               MOVE 16 TO RETURN-CODE
           END-IF.

      * VALUES ONE EMPLOYEE'S GRATUITY AND LEAVE LIABILITY AND ADDS
      * IT TO THE DEPARTMENT. WHERE THE COMPENSATION OR SERVICE
      * MASTER HAS NO LINE FOR THEM, WHAT WAS LAST BOOKED IS CARRIED
      * UNCHANGED RATHER THAN RELEASED.
       2100-EMPLOYEE-VALUE-PARA.
           PERFORM 2150-PRIOR-FIND-PARA.
           PERFORM 2200-COMP-FIND-PARA.
           IF NOT WS-COMP-FOUND
               ADD 1 TO WS-NO-COMP-CNT
               DISPLAY 'NO COMPENSATION MASTER, PROVISION CARRIED: '
                   WS-EMP-NUMBER(WS-EMP-IDX)
               IF WS-PRV-FOUND
                   MOVE WS-PRV-GRATUITY(WS-PRV-SRCH-IDX) TO
                       WS-EMP-GRATUITY(WS-EMP-IDX)
                   MOVE WS-PRV-LEAVE(WS-PRV-SRCH-IDX) TO
                       WS-EMP-LEAVE(WS-EMP-IDX)
               END-IF
           ELSE
               PERFORM 2250-DA-RATE-FIND-PARA
               COMPUTE WS-MONTH-WAGE ROUNDED =
                   WS-COMP-BASIC(WS-COMP-SRCH-IDX)
                   + WS-COMP-BASIC(WS-COMP-SRCH-IDX) * WS-DA-RATE
               PERFORM 2300-GRATUITY-VALUE-PARA
               PERFORM 2400-LEAVE-VALUE-PARA
           END-IF.
           MOVE WS-EMP-DEPARTMENT(WS-EMP-IDX) TO WS-DEPT-KEY.
           PERFORM 2600-DEPT-FIND-PARA.
           IF WS-DEPT-FOUND
               ADD 1 TO WS-DEPT-HEADS(WS-DEPT-SRCH-IDX)
               ADD WS-EMP-GRATUITY(WS-EMP-IDX) TO
                   WS-DEPT-GRATUITY(WS-DEPT-SRCH-IDX)
               ADD WS-EMP-LEAVE(WS-EMP-IDX) TO
                   WS-DEPT-LEAVE(WS-DEPT-SRCH-IDX)
           END-IF.
           ADD WS-EMP-GRATUITY(WS-EMP-IDX) TO WS-TOTAL-GRATUITY.
           ADD WS-EMP-LEAVE(WS-EMP-IDX) TO WS-TOTAL-LEAVE.

       2150-PRIOR-FIND-PARA.
           MOVE 'N' TO WS-PRV-FOUND-SW.
           MOVE 1 TO WS-PRV-SRCH-IDX.
           PERFORM 2160-PRIOR-FIND-ONE-PARA
               UNTIL WS-PRV-SRCH-IDX > WS-PRV-CNT
                  OR WS-PRV-FOUND.
           IF WS-PRV-FOUND
               MOVE 'Y' TO WS-PRV-HELD-SW(WS-PRV-SRCH-IDX)
           END-IF.

       2160-PRIOR-FIND-ONE-PARA.
           IF WS-PRV-NUMBER(WS-PRV-SRCH-IDX) =
                   WS-EMP-NUMBER(WS-EMP-IDX)
               SET WS-PRV-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-PRV-SRCH-IDX
           END-IF.

       2200-COMP-FIND-PARA.
           MOVE 'N' TO WS-COMP-FOUND-SW.
           MOVE 1 TO WS-COMP-SRCH-IDX.
           PERFORM 2210-COMP-FIND-ONE-PARA
               UNTIL WS-COMP-SRCH-IDX > WS-COMP-CNT
                  OR WS-COMP-FOUND.

       2210-COMP-FIND-ONE-PARA.
           IF WS-COMP-NUMBER(WS-COMP-SRCH-IDX) =
                   WS-EMP-NUMBER(WS-EMP-IDX)
               SET WS-COMP-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-COMP-SRCH-IDX
           END-IF.

       2250-DA-RATE-FIND-PARA.
           MOVE 0.25 TO WS-DA-RATE.
           MOVE 'N' TO WS-DA-FOUND-SW.
           MOVE 1 TO WS-DA-SRCH-IDX.
           PERFORM 2260-DA-RATE-FIND-ONE-PARA
               UNTIL WS-DA-SRCH-IDX > WS-DA-RATE-CNT
                  OR WS-DA-FOUND.

       2260-DA-RATE-FIND-ONE-PARA.
           IF WS-DA-GRADE-CITY(WS-DA-SRCH-IDX) =
                   WS-COMP-GRADE-CITY(WS-COMP-SRCH-IDX)
               MOVE WS-DA-RATE-PCT(WS-DA-SRCH-IDX) TO WS-DA-RATE
               SET WS-DA-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-DA-SRCH-IDX
           END-IF.

      * COMPLETED SERVICE IS COUNTED IN WHOLE MONTHS FROM THE MONTH
      * OF JOINING TO THE PROVISION MONTH.
       2300-GRATUITY-VALUE-PARA.
           MOVE 'N' TO WS-SRV-FOUND-SW.
           MOVE 1 TO WS-SRV-SRCH-IDX.
           PERFORM 2310-SRV-FIND-ONE-PARA
               UNTIL WS-SRV-SRCH-IDX > WS-SRV-CNT
                  OR WS-SRV-FOUND.
           IF NOT WS-SRV-FOUND
               ADD 1 TO WS-NO-JOIN-CNT
               DISPLAY 'NO DATE OF JOINING, GRATUITY CARRIED: '
                   WS-EMP-NUMBER(WS-EMP-IDX)
               IF WS-PRV-FOUND
                   MOVE WS-PRV-GRATUITY(WS-PRV-SRCH-IDX) TO
                       WS-EMP-GRATUITY(WS-EMP-IDX)
               END-IF
           ELSE
               MOVE WS-SRV-JOIN-DATE(WS-SRV-SRCH-IDX) TO WS-JOIN-DATE
               COMPUTE WS-SERVICE-MONTHS =
                   (WS-POST-YEAR * 12 + WS-POST-MM)
                   - (WS-JOIN-YEAR * 12 + WS-JOIN-MM)
               IF WS-SERVICE-MONTHS < 0
                   MOVE ZEROES TO WS-SERVICE-MONTHS
               END-IF
               DIVIDE WS-SERVICE-MONTHS BY 12
                   GIVING WS-SERVICE-YEARS
                   REMAINDER WS-SERVICE-PART
               IF WS-SERVICE-PART >= 6
                   ADD 1 TO WS-SERVICE-YEARS
               END-IF
               MOVE WS-SERVICE-YEARS TO WS-EMP-SERVICE-YRS(WS-EMP-IDX)
               COMPUTE WS-GRATUITY-CALC ROUNDED =
                   WS-MONTH-WAGE * WS-GRATUITY-DAYS * WS-SERVICE-YEARS
                   / WS-GRATUITY-MONTH-DAYS
               IF WS-GRATUITY-CALC > WS-GRATUITY-CEILING
                   MOVE WS-GRATUITY-CEILING TO WS-GRATUITY-CALC
               END-IF
               MOVE WS-GRATUITY-CALC TO WS-EMP-GRATUITY(WS-EMP-IDX)
           END-IF.

       2310-SRV-FIND-ONE-PARA.
           IF WS-SRV-NUMBER(WS-SRV-SRCH-IDX) =
                   WS-EMP-NUMBER(WS-EMP-IDX)
               SET WS-SRV-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-SRV-SRCH-IDX
           END-IF.

      * NO EARNED LEAVE LINE ON THE LEAVE MASTER IS A NIL BALANCE.
       2400-LEAVE-VALUE-PARA.
           MOVE 'N' TO WS-EL-FOUND-SW.
           MOVE 1 TO WS-EL-SRCH-IDX.
           PERFORM 2410-EL-FIND-ONE-PARA
               UNTIL WS-EL-SRCH-IDX > WS-EL-CNT
                  OR WS-EL-FOUND.
           IF WS-EL-FOUND
               MOVE WS-EL-BALANCE(WS-EL-SRCH-IDX) TO
                   WS-EMP-EL-DAYS(WS-EMP-IDX)
               COMPUTE WS-DAY-RATE ROUNDED =
                   WS-MONTH-WAGE / WS-MONTH-DAYS
               COMPUTE WS-EMP-LEAVE(WS-EMP-IDX) ROUNDED =
                   WS-EMP-EL-DAYS(WS-EMP-IDX) * WS-DAY-RATE
           END-IF.

       2410-EL-FIND-ONE-PARA.
           IF WS-EL-NUMBER(WS-EL-SRCH-IDX) = WS-EMP-NUMBER(WS-EMP-IDX)
               SET WS-EL-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-EL-SRCH-IDX
           END-IF.

      * WHAT WAS LAST BOOKED GOES BACK TO THE DEPARTMENT IT WAS
      * BOOKED TO, SO AN EMPLOYEE WHO HAS MOVED DEPARTMENT RELEASES
      * FROM THE OLD ONE AND IS PROVIDED FOR IN THE NEW. ANYONE NO
      * LONGER ON THE ROLL -- SETTLED THROUGH FNFSETT.CBL OR REMOVED
      * FROM THE MASTER -- IS RELEASED IN FULL.
       2500-PRIOR-ROLLUP-PARA.
           MOVE WS-PRV-DEPARTMENT(WS-PRV-IDX) TO WS-DEPT-KEY.
           PERFORM 2600-DEPT-FIND-PARA.
           IF WS-DEPT-FOUND
               ADD WS-PRV-GRATUITY(WS-PRV-IDX) TO
                   WS-DEPT-PRIOR-GRAT(WS-DEPT-SRCH-IDX)
               ADD WS-PRV-LEAVE(WS-PRV-IDX) TO
                   WS-DEPT-PRIOR-LEAVE(WS-DEPT-SRCH-IDX)
           END-IF.
           ADD WS-PRV-GRATUITY(WS-PRV-IDX) TO WS-TOTAL-PRIOR-GRAT.
           ADD WS-PRV-LEAVE(WS-PRV-IDX) TO WS-TOTAL-PRIOR-LEAVE.
           IF NOT WS-PRV-HELD(WS-PRV-IDX)
               ADD 1 TO WS-RELEASED-CNT
           END-IF.

       2600-DEPT-FIND-PARA.
           MOVE 'N' TO WS-DEPT-FOUND-SW.
           MOVE 1 TO WS-DEPT-SRCH-IDX.
           PERFORM 2650-DEPT-FIND-ONE-PARA
               UNTIL WS-DEPT-SRCH-IDX > WS-DEPT-CNT
                  OR WS-DEPT-FOUND.
           IF NOT WS-DEPT-FOUND
               IF WS-DEPT-CNT < 20
                   ADD 1 TO WS-DEPT-CNT
                   MOVE WS-DEPT-CNT TO WS-DEPT-SRCH-IDX
                   MOVE WS-DEPT-KEY TO WS-DEPT-NAME(WS-DEPT-SRCH-IDX)
                   MOVE ZEROES TO WS-DEPT-HEADS(WS-DEPT-SRCH-IDX)
                   MOVE ZEROES TO WS-DEPT-GRATUITY(WS-DEPT-SRCH-IDX)
                   MOVE ZEROES TO WS-DEPT-LEAVE(WS-DEPT-SRCH-IDX)
                   MOVE ZEROES TO WS-DEPT-PRIOR-GRAT(WS-DEPT-SRCH-IDX)
                   MOVE ZEROES TO
                       WS-DEPT-PRIOR-LEAVE(WS-DEPT-SRCH-IDX)
                   SET WS-DEPT-FOUND TO TRUE
               ELSE
                   DISPLAY 'WS-DEPT-TABLE FULL, DEPARTMENT NOT '
                       'PROVIDED FOR: ' WS-DEPT-KEY
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       2650-DEPT-FIND-ONE-PARA.
           IF WS-DEPT-NAME(WS-DEPT-SRCH-IDX) = WS-DEPT-KEY
               SET WS-DEPT-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-DEPT-SRCH-IDX
           END-IF.

      * THE REGISTER: A BLOCK PER DEPARTMENT LISTING ITS EMPLOYEES
      * AND ANY PROVISION RELEASED, THEN THE DEPARTMENT TOTAL AND
      * MOVEMENT; THE COMPANY TOTAL AT THE FOOT.
       3000-REGISTER-WRITE-PARA.
           MOVE SPACES TO PROVRPT-REC.
           STRING 'GRATUITY AND LEAVE LIABILITY REGISTER FOR MONTH '
               DELIMITED BY SIZE
               WS-POST-MONTH DELIMITED BY SIZE
               INTO PROVRPT-REC.
           WRITE PROVRPT-REC.
           PERFORM 3100-REGISTER-DEPT-PARA
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-CNT.

           COMPUTE WS-GRAT-MOVEMENT =
               WS-TOTAL-GRATUITY - WS-TOTAL-PRIOR-GRAT.
           COMPUTE WS-LEAVE-MOVEMENT =
               WS-TOTAL-LEAVE - WS-TOTAL-PRIOR-LEAVE.
           MOVE SPACES TO PROVRPT-REC.
           WRITE PROVRPT-REC.
           MOVE WS-TOTAL-GRATUITY TO WS-FORMATTED-GRAT.
           MOVE WS-TOTAL-LEAVE TO WS-FORMATTED-LEAVE.
           MOVE SPACES TO PROVRPT-REC.
           STRING 'COMPANY LIABILITY  GRATUITY ' DELIMITED BY SIZE
               WS-FORMATTED-GRAT DELIMITED BY SIZE
               '  LEAVE ' DELIMITED BY SIZE
               WS-FORMATTED-LEAVE DELIMITED BY SIZE
               INTO PROVRPT-REC.
           WRITE PROVRPT-REC.
           MOVE WS-GRAT-MOVEMENT TO WS-FORMATTED-MOVE-GRAT.
           MOVE WS-LEAVE-MOVEMENT TO WS-FORMATTED-MOVE-LEAVE.
           MOVE SPACES TO PROVRPT-REC.
           STRING 'COMPANY MOVEMENT   GRATUITY ' DELIMITED BY SIZE
               WS-FORMATTED-MOVE-GRAT DELIMITED BY SIZE
               '  LEAVE ' DELIMITED BY SIZE
               WS-FORMATTED-MOVE-LEAVE DELIMITED BY SIZE
               INTO PROVRPT-REC.
           WRITE PROVRPT-REC.

       3100-REGISTER-DEPT-PARA.
           MOVE WS-DEPT-HEADS(WS-DEPT-IDX) TO WS-FORMATTED-HEADS.
           MOVE SPACES TO PROVRPT-REC.
           WRITE PROVRPT-REC.
           MOVE SPACES TO PROVRPT-REC.
           STRING 'DEPARTMENT: ' DELIMITED BY SIZE
               WS-DEPT-NAME(WS-DEPT-IDX) DELIMITED BY SIZE
               '  EMPLOYEES: ' DELIMITED BY SIZE
               WS-FORMATTED-HEADS DELIMITED BY SIZE
               INTO PROVRPT-REC.
           WRITE PROVRPT-REC.
           MOVE 'EMPLOYEE    YRS  EL DAYS      GRATUITY          LEAVE'
               TO PROVRPT-REC.
           WRITE PROVRPT-REC.
           PERFORM 3150-REGISTER-EMPLOYEE-PARA
               VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-CNT.
           PERFORM 3200-REGISTER-RELEASE-PARA
               VARYING WS-PRV-IDX FROM 1 BY 1
               UNTIL WS-PRV-IDX > WS-PRV-CNT.

           MOVE WS-DEPT-GRATUITY(WS-DEPT-IDX) TO WS-FORMATTED-GRAT.
           MOVE WS-DEPT-LEAVE(WS-DEPT-IDX) TO WS-FORMATTED-LEAVE.
           MOVE SPACES TO PROVRPT-REC.
           STRING 'DEPARTMENT TOTAL          ' DELIMITED BY SIZE
               WS-FORMATTED-GRAT DELIMITED BY SIZE
               '   ' DELIMITED BY SIZE
               WS-FORMATTED-LEAVE DELIMITED BY SIZE
               INTO PROVRPT-REC.
           WRITE PROVRPT-REC.
           COMPUTE WS-GRAT-MOVEMENT = WS-DEPT-GRATUITY(WS-DEPT-IDX)
               - WS-DEPT-PRIOR-GRAT(WS-DEPT-IDX).
           COMPUTE WS-LEAVE-MOVEMENT = WS-DEPT-LEAVE(WS-DEPT-IDX)
               - WS-DEPT-PRIOR-LEAVE(WS-DEPT-IDX).
           MOVE WS-GRAT-MOVEMENT TO WS-FORMATTED-MOVE-GRAT.
           MOVE WS-LEAVE-MOVEMENT TO WS-FORMATTED-MOVE-LEAVE.
           MOVE SPACES TO PROVRPT-REC.
           STRING 'MOVEMENT THIS MONTH       ' DELIMITED BY SIZE
               WS-FORMATTED-MOVE-GRAT DELIMITED BY SIZE
               '   ' DELIMITED BY SIZE
               WS-FORMATTED-MOVE-LEAVE DELIMITED BY SIZE
               INTO PROVRPT-REC.
           WRITE PROVRPT-REC.

       3150-REGISTER-EMPLOYEE-PARA.
           IF WS-EMP-DEPARTMENT(WS-EMP-IDX) = WS-DEPT-NAME(WS-DEPT-IDX)
               MOVE WS-EMP-EL-DAYS(WS-EMP-IDX) TO WS-FORMATTED-DAYS
               MOVE WS-EMP-GRATUITY(WS-EMP-IDX) TO WS-FORMATTED-GRAT
               MOVE WS-EMP-LEAVE(WS-EMP-IDX) TO WS-FORMATTED-LEAVE
               MOVE SPACES TO PROVRPT-REC
               STRING WS-EMP-NUMBER(WS-EMP-IDX) DELIMITED BY SIZE
                   '        ' DELIMITED BY SIZE
                   WS-EMP-SERVICE-YRS(WS-EMP-IDX) DELIMITED BY SIZE
                   '   ' DELIMITED BY SIZE
                   WS-FORMATTED-DAYS DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-FORMATTED-GRAT DELIMITED BY SIZE
                   '   ' DELIMITED BY SIZE
                   WS-FORMATTED-LEAVE DELIMITED BY SIZE
                   INTO PROVRPT-REC
               WRITE PROVRPT-REC
           END-IF.

       3200-REGISTER-RELEASE-PARA.
           IF WS-PRV-DEPARTMENT(WS-PRV-IDX) = WS-DEPT-NAME(WS-DEPT-IDX)
               AND NOT WS-PRV-HELD(WS-PRV-IDX)
               MOVE WS-PRV-GRATUITY(WS-PRV-IDX) TO WS-FORMATTED-GRAT
               MOVE WS-PRV-LEAVE(WS-PRV-IDX) TO WS-FORMATTED-LEAVE
               MOVE SPACES TO PROVRPT-REC
               STRING WS-PRV-NUMBER(WS-PRV-IDX) DELIMITED BY SIZE
                   ' RELEASED            ' DELIMITED BY SIZE
                   WS-FORMATTED-GRAT DELIMITED BY SIZE
                   '   ' DELIMITED BY SIZE
                   WS-FORMATTED-LEAVE DELIMITED BY SIZE
                   INTO PROVRPT-REC
               WRITE PROVRPT-REC
           END-IF.

      * EACH DEPARTMENT'S MOVEMENT POSTS AS A BALANCED PAIR PER
      * LIABILITY: AN INCREASE DEBITS THE DEPARTMENT COST CENTER
      * (PAYGL.CBL'S MAPPING) AND CREDITS THE PROVISION ACCOUNT; A
      * DECREASE, INCLUDING A RELEASE ON SETTLEMENT, REVERSES THEM.
      * A MOVEMENT WITH NO ACCOUNT TO GO TO HOLDS BACK THE WHOLE
      * BATCH, SO THE CARRY FILE NEVER RUNS AHEAD OF THE LEDGER.
       3300-JOURNAL-STAGE-PARA.
           MOVE 1 TO WS-DEPT-IDX.
           PERFORM 3350-JOURNAL-STAGE-ONE-PARA
               UNTIL WS-DEPT-IDX > WS-DEPT-CNT.

       3350-JOURNAL-STAGE-ONE-PARA.
           COMPUTE WS-GRAT-MOVEMENT = WS-DEPT-GRATUITY(WS-DEPT-IDX)
               - WS-DEPT-PRIOR-GRAT(WS-DEPT-IDX).
           COMPUTE WS-LEAVE-MOVEMENT = WS-DEPT-LEAVE(WS-DEPT-IDX)
               - WS-DEPT-PRIOR-LEAVE(WS-DEPT-IDX).
           IF WS-GRAT-MOVEMENT NOT = 0 OR WS-LEAVE-MOVEMENT NOT = 0
               MOVE 'N' TO WS-MAP-FOUND-SW
               MOVE 1 TO WS-MAP-SRCH-IDX
               PERFORM 3360-MAP-FIND-ONE-PARA
                   UNTIL WS-MAP-SRCH-IDX > WS-MAP-CNT
                      OR WS-MAP-FOUND
               IF NOT WS-MAP-FOUND
                   ADD 1 TO WS-UNMAPPED-CNT
                   DISPLAY 'NO GL MAPPING FOR DEPARTMENT: '
                       WS-DEPT-NAME(WS-DEPT-IDX)
               ELSE
                   IF WS-GRAT-MOVEMENT NOT = 0
                       IF WS-GRAT-PROV-ACCT = SPACES
                           ADD 1 TO WS-UNMAPPED-CNT
                           DISPLAY 'NO PROVGRAT LINE ON THE ACCOUNT '
                               'MAP.'
                       ELSE
                           IF WS-GRAT-MOVEMENT > 0
                               MOVE WS-MAP-DEBIT-ACCT(WS-MAP-SRCH-IDX)
                                   TO WS-PAIR-DEBIT-ACCT
                               MOVE WS-GRAT-PROV-ACCT TO
                                   WS-PAIR-CREDIT-ACCT
                               MOVE WS-GRAT-MOVEMENT TO WS-PAIR-AMOUNT
                           ELSE
                               MOVE WS-GRAT-PROV-ACCT TO
                                   WS-PAIR-DEBIT-ACCT
                               MOVE WS-MAP-DEBIT-ACCT(WS-MAP-SRCH-IDX)
                                   TO WS-PAIR-CREDIT-ACCT
                               COMPUTE WS-PAIR-AMOUNT =
                                   0 - WS-GRAT-MOVEMENT
                           END-IF
                           PERFORM 3380-JOURNAL-PAIR-PARA
                       END-IF
                   END-IF
                   IF WS-LEAVE-MOVEMENT NOT = 0
                       IF WS-LEAVE-PROV-ACCT = SPACES
                           ADD 1 TO WS-UNMAPPED-CNT
                           DISPLAY 'NO PROVLEAVE LINE ON THE ACCOUNT '
                               'MAP.'
                       ELSE
                           IF WS-LEAVE-MOVEMENT > 0
                               MOVE WS-MAP-DEBIT-ACCT(WS-MAP-SRCH-IDX)
                                   TO WS-PAIR-DEBIT-ACCT
                               MOVE WS-LEAVE-PROV-ACCT TO
                                   WS-PAIR-CREDIT-ACCT
                               MOVE WS-LEAVE-MOVEMENT TO
                                   WS-PAIR-AMOUNT
                           ELSE
                               MOVE WS-LEAVE-PROV-ACCT TO
                                   WS-PAIR-DEBIT-ACCT
                               MOVE WS-MAP-DEBIT-ACCT(WS-MAP-SRCH-IDX)
                                   TO WS-PAIR-CREDIT-ACCT
                               COMPUTE WS-PAIR-AMOUNT =
                                   0 - WS-LEAVE-MOVEMENT
                           END-IF
                           PERFORM 3380-JOURNAL-PAIR-PARA
                       END-IF
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO WS-DEPT-IDX.

       3360-MAP-FIND-ONE-PARA.
           IF WS-MAP-DEPARTMENT(WS-MAP-SRCH-IDX) =
                   WS-DEPT-NAME(WS-DEPT-IDX)
               SET WS-MAP-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-MAP-SRCH-IDX
           END-IF.

       3380-JOURNAL-PAIR-PARA.
           IF WS-JRNL-CNT > 78
               DISPLAY 'WS-JOURNAL-TABLE FULL, DEPARTMENT NOT '
                   'POSTED: ' WS-DEPT-NAME(WS-DEPT-IDX)
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-JRNL-CNT
               MOVE 'D' TO WS-JRNL-DC(WS-JRNL-CNT)
               MOVE WS-PAIR-DEBIT-ACCT TO WS-JRNL-ACCT(WS-JRNL-CNT)
               MOVE WS-PAIR-AMOUNT TO WS-JRNL-AMOUNT(WS-JRNL-CNT)
               MOVE 'PROVCALC' TO WS-JRNL-PROGRAM(WS-JRNL-CNT)
               ADD WS-PAIR-AMOUNT TO WS-DEBIT-TOTAL

               ADD 1 TO WS-JRNL-CNT
               MOVE 'C' TO WS-JRNL-DC(WS-JRNL-CNT)
               MOVE WS-PAIR-CREDIT-ACCT TO WS-JRNL-ACCT(WS-JRNL-CNT)
               MOVE WS-PAIR-AMOUNT TO WS-JRNL-AMOUNT(WS-JRNL-CNT)
               MOVE 'PROVCALC' TO WS-JRNL-PROGRAM(WS-JRNL-CNT)
               ADD WS-PAIR-AMOUNT TO WS-CREDIT-TOTAL
           END-IF.

      * APPENDS TO THE INTERFACE ONLY WHEN EVERY MOVEMENT FOUND ITS
      * ACCOUNTS AND DEBITS EQUAL CREDITS, IN THE SAME LINE SHAPE
      * GLPOST.CBL'S 3100-JOURNAL-LINE-PARA WRITES.
       3400-JOURNAL-POST-PARA.
           IF WS-UNMAPPED-CNT > 0 OR RETURN-CODE = 16
               DISPLAY 'PROVISION MOVEMENT NOT FULLY MAPPED, NOTHING '
                   'APPENDED AND CARRY NOT UPDATED.'
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
                   DISPLAY 'PROVISION JOURNAL DOES NOT NET TO ZERO, '
                       'NOTHING APPENDED.'
                   MOVE 16 TO RETURN-CODE
               ELSE
                   IF WS-JRNL-CNT > 0
                       PERFORM 3450-GL-PERIOD-PARA
                       OPEN EXTEND GLOUT
                       MOVE 1 TO WS-JRNL-IDX
                       PERFORM 3500-JOURNAL-LINE-PARA
                           UNTIL WS-JRNL-IDX > WS-JRNL-CNT
                       CLOSE GLOUT
                       PERFORM 3460-GL-MANIFEST-PARA
                   END-IF
                   SET WS-POSTED TO TRUE
               END-IF
           END-IF.

      * THE JOURNAL BELONGS TO THE POSTING MONTH. IF GLTRIAL.CBL
      * HAS ALREADY CLOSED IT, GLPERCHK.CBL ROUTES THE LINES TO THE
      * NEXT OPEN PERIOD AND WARNS ON THE DASHBOARD, AND THE RUN
      * ENDS RC 8 SO THE ROUTING IS SEEN.
       3450-GL-PERIOD-PARA.
           MOVE WS-POST-MONTH TO WS-GL-WANT-PERIOD.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-JRNL-CNT TO WS-GL-LINE-CNT.
           MOVE RETURN-CODE TO WS-GL-HOLD-RC.
           CALL 'GLPERCHK' USING WS-GL-PROGRAM, WS-TODAY,
               WS-GL-WANT-PERIOD, WS-GL-LINE-CNT, WS-GL-PERIOD,
               WS-GL-RESULT.
           MOVE WS-GL-HOLD-RC TO RETURN-CODE.
           IF WS-GL-RESULT = 'R' AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.

      * THE BATCH GOES ON THE OUTBOUND MANIFEST SO OUTREL.CBL CAN
      * RELEASE IT TO THE LEDGER, OR REFUSE IT AS A REPEAT OF A BATCH
      * ALREADY SENT.
       3460-GL-MANIFEST-PARA.
           MOVE 'GLINTERFACE' TO WS-MAN-FILE-NAME.
           MOVE WS-JRNL-CNT TO WS-MAN-REC-CNT.
           MOVE WS-DEBIT-TOTAL TO WS-MAN-AMOUNT.
           MOVE RETURN-CODE TO WS-MAN-HOLD-RC.
           CALL 'MANIFREG' USING WS-MAN-FILE-NAME, WS-GL-PROGRAM,
               WS-MAN-REC-CNT, WS-MAN-AMOUNT, WS-MAN-SEQ-NO,
               WS-MAN-RESULT.
           MOVE WS-MAN-HOLD-RC TO RETURN-CODE.
           IF WS-MAN-RESULT NOT = 'Y'
               DISPLAY 'GL BATCH NOT ON THE OUTBOUND MANIFEST, IT '
                   'CANNOT BE RELEASED.'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       3500-JOURNAL-LINE-PARA.
           MOVE SPACES TO GLOUT-REC.
           STRING WS-JRNL-DC(WS-JRNL-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-JRNL-ACCT(WS-JRNL-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-JRNL-AMOUNT(WS-JRNL-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-JRNL-PROGRAM(WS-JRNL-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-GL-PERIOD DELIMITED BY SIZE
               INTO GLOUT-REC.
           WRITE GLOUT-REC.
           ADD 1 TO WS-JRNL-IDX.

      * THE CARRY FILE BECOMES THIS MONTH'S PROVISION FOR EVERYONE
      * STILL ON THE ROLL; RELEASED EMPLOYEES DROP OFF IT.
       3600-PROVMAST-REWRITE-PARA.
           OPEN OUTPUT PROVMAST.
           IF WS-PROVMAST-STATUS NOT = '00'
               DISPLAY 'PROVISION CARRY CANNOT BE REWRITTEN, STATUS '
                   WS-PROVMAST-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 3650-PROVMAST-WRITE-ONE-PARA
                   VARYING WS-EMP-IDX FROM 1 BY 1
                   UNTIL WS-EMP-IDX > WS-EMP-CNT
               CLOSE PROVMAST
           END-IF.

       3650-PROVMAST-WRITE-ONE-PARA.
           MOVE SPACES TO PROVMAST-REC.
           MOVE WS-EMP-NUMBER(WS-EMP-IDX) TO PRV-EMPLOYEE-NUMBER.
           MOVE WS-EMP-DEPARTMENT(WS-EMP-IDX) TO PRV-DEPARTMENT.
           MOVE WS-EMP-GRATUITY(WS-EMP-IDX) TO PRV-GRATUITY.
           MOVE WS-EMP-LEAVE(WS-EMP-IDX) TO PRV-LEAVE.
           MOVE WS-POST-MONTH TO PRV-MONTH.
           WRITE PROVMAST-REC.
           ADD 1 TO WS-PROVMAST-WT-CNT.

       3900-FILES-CLOSE-PARA.
           IF WS-EMPFY-STATUS = '00' OR WS-EMPFY-STATUS = '10'
               CLOSE EMPFY
           END-IF.
           CLOSE PROVRPT.

      * RESOLVES EVERY FILE ASSIGNMENT FROM THE EXTERNAL FILE
      * CONFIGURATION BEFORE ANYTHING IS OPENED, REPORTING EACH
      * RESOLVED PATH. A LOGICAL NAME MISSING FROM THE
      * CONFIGURATION ENDS THE RUN CLEANLY WITH RC 16 BEFORE ANY
      * FILE IS TOUCHED.
       0050-FILECFG-LOAD-PARA.
           MOVE 'EMPLOYEEDETA' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-EMPFY-PATH.
           MOVE 'EMPCOMP' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-COMPFL-PATH.
           MOVE 'EMPSERVICE' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-SRVFL-PATH.
           MOVE 'LEAVEMAST' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-LEAVEMAST-PATH.
           MOVE 'FNFCLEARANCE' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-FNFCLEAR-PATH.
           MOVE 'PROVMAST' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-PROVMAST-PATH.
           MOVE 'GLACCTMAP' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-GLMAP-PATH.
           MOVE 'PAYGLMAP' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-PAYMAP-PATH.
           MOVE 'PAYMOPARM' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-MONPARM-PATH.
           MOVE 'PROVREGISTER' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-PROVRPT-PATH.
           MOVE 'GLINTERFACE' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-GLOUT-PATH.

       0060-FILECFG-ONE-PARA.
           CALL 'FILECFG' USING WS-CFG-NAME, WS-CFG-PATH,
               WS-CFG-RESULT.
           IF WS-CFG-RESULT NOT = 'Y'
               DISPLAY 'FILE PATH NOT CONFIGURED: ' WS-CFG-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'USING ' WS-CFG-NAME ' AT ' WS-CFG-PATH.

           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-BONUSFL-STATUS.

      * EXPENSE REIMBURSEMENT ELEMENTS FROM EXPCLAIM.CBL. THE TAXABLE
      * PART IS PAID AS AN EARNING IN GROSS; THE NON-TAXABLE PART IS
      * ADDED TO NET AFTER PF AND TAX.
           SELECT EXPELEM ASSIGN TO DYNAMIC WS-EXPELEM-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-EXPELEM-STATUS.

      * EMPLOYEE LOAN MASTER: PRINCIPAL, EMI, AND RUNNING BALANCE
      * PER EMPLOYEE. THE EMI IS DEDUCTED ON THE PAYSLIP ALONGSIDE
      * PF AND TAX, THE BALANCE COMES DOWN EACH MONTH WITH THE FINAL

      * BANK CREDIT-TRANSFER FILE: ONE NET-PAY CREDIT PER EMPLOYEE
      * PLUS A TRAILING CONTROL-TOTAL LINE, REPLACING THE MANUAL
      * RETYPING INTO THE BANK'S UPLOAD TOOL. WRITTEN AS THE PENDING
      * TRANSFER FILE: NOTHING GOES TO THE BANK UNTIL PAYVAR.CBL'S
      * VARIANCE CHECK HAS BEEN SIGNED OFF AND PAYREL.CBL RELEASES IT.
           SELECT XFERFL ASSIGN TO DYNAMIC WS-XFERFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-XFERFL-STATUS.

      * SAME LAYOUT AS BANKPRE.CBL'S VFYMAST: THE ACCOUNT EACH
      * EMPLOYEE LAST HAD CHECKED BY THE BANK AND WHETHER IT PASSED.
      * NET PAY IS TRANSFERRED ONLY TO A VERIFIED ACCOUNT THAT IS
      * STILL THE ONE ON EMPBANK.
           SELECT VFYMAST ASSIGN TO DYNAMIC WS-VFYMAST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-VFYMAST-STATUS.

      * CHEQUE/HOLD LIST: NET PAY FOR EMPLOYEES WHOSE ACCOUNT IS
      * STILL AWAITING THE BANK'S VERIFICATION, PAID BY CHEQUE
      * INSTEAD OF THE TRANSFER FILE.
           SELECT CHQFL ASSIGN TO DYNAMIC WS-CHQFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-CHQFL-STATUS.

      * PAYROLL REGISTER SUBTOTALLED BY DEPARTMENT; ITS GRAND TOTAL
      * MUST EQUAL THE TRANSFER FILE'S CONTROL TOTAL.
           SELECT PAYREG ASSIGN TO DYNAMIC WS-PAYREG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-PAYHIST-STATUS.

      * EMPLOYEE TAX DECLARATIONS: EXEMPTIONS AND INVESTMENTS EACH
      * EMPLOYEE EXPECTS TO CLAIM FOR THE TAX YEAR, AND WHETHER THE
      * PROOF HAS BEEN HANDED IN. TAKEN OFF THE PROJECTED INCOME
      * BEFORE THE SLABS ARE APPLIED. A MISSING FILE MEANS NOBODY
      * HAS DECLARED ANYTHING.
           SELECT TAXDECL ASSIGN TO DYNAMIC WS-TAXDECL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-TAXDECL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPFY.
           05  PAY-LOAN                PIC 9(05)V99.
           05  PAY-ARREARS             PIC 9(05)V99.
           05  PAY-BONUS               PIC 9(05)V99.
           05  PAY-REIMB-TAXABLE       PIC 9(05)V99.
           05  PAY-REIMB-EXEMPT        PIC 9(05)V99.

       FD  COMPFL.
       01  COMPFL-REC.
           05  BNE-AMOUNT              PIC 9(5)V99.
           05  FILLER                  PIC X(68).

      * SAME LAYOUT AS EXPCLAIM.CBL'S EXPELEM-REC.
       FD  EXPELEM.
       01  EXPELEM-REC.
           05  EXE-EMPLOYEE-NUMBER     PIC 9(05).
           05  EXE-TAXABLE             PIC 9(5)V99.
           05  EXE-EXEMPT              PIC 9(5)V99.
           05  FILLER                  PIC X(61).

       FD  XFERFL.
       01  XFERFL-REC                  PIC X(80).

      * SAME LAYOUT AS BANKPRE.CBL'S VFYMAST-REC.
       FD  VFYMAST.
       01  VFYMAST-REC.
           05  VFY-EMPLOYEE-NUMBER     PIC 9(05).
           05  VFY-ACCOUNT             PIC X(16).
           05  VFY-BANK-CODE           PIC X(08).
           05  VFY-STATUS              PIC X(01).
               88  VFY-UNVERIFIED              VALUE 'U'.
               88  VFY-VERIFIED                VALUE 'V'.
               88  VFY-FAILED                  VALUE 'F'.
           05  VFY-SENT-DATE           PIC 9(08).
           05  VFY-VERIFIED-DATE       PIC 9(08).
           05  FILLER                  PIC X(34).

       FD  CHQFL.
       01  CHQFL-REC.
           05  CHQ-EMPLOYEE-NUMBER     PIC 9(05).
           05  CHQ-EMPLOYEE-NAME       PIC X(30).
           05  CHQ-NET                 PIC 9(05)V99.
           05  CHQ-REASON              PIC X(30).
           05  FILLER                  PIC X(08).

       FD  PAYREG.
       01  PAYREG-REC                  PIC X(80).

           05  HIS-LOAN                PIC 9(05)V99.
           05  HIS-ARREARS             PIC 9(05)V99.
           05  HIS-BONUS               PIC 9(05)V99.
           05  HIS-REIMB-TAXABLE       PIC 9(05)V99.
           05  HIS-REIMB-EXEMPT        PIC 9(05)V99.

       FD  TAXDECL.
       01  TAXDECL-REC.
           05  DCL-EMPLOYEE-NUMBER     PIC 9(05).
           05  DCL-TAX-YEAR            PIC 9(04).
           05  DCL-EXEMPTIONS          PIC 9(07)V99.
           05  DCL-INVESTMENTS         PIC 9(07)V99.
           05  DCL-PROOF-SW            PIC X(01).
               88  DCL-PROOF-SUBMITTED         VALUE 'Y'.
           05  FILLER                  PIC X(52).

       WORKING-STORAGE SECTION.
      * RESOLVED FILE PATHS. EVERY ASSIGNMENT COMES FROM THE
       77  WS-COMPEXC-PATH             PIC X(80) VALUE SPACES.
       77  WS-BANKFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-XFERFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-VFYMAST-PATH             PIC X(80) VALUE SPACES.
       77  WS-CHQFL-PATH               PIC X(80) VALUE SPACES.
       77  WS-PAYREG-PATH              PIC X(80) VALUE SPACES.
       77  WS-PAYHIST-PATH             PIC X(80) VALUE SPACES.
       77  WS-ATTENDFL-PATH            PIC X(80) VALUE SPACES.
       77  WS-LOANRPT-PATH             PIC X(80) VALUE SPACES.
       77  WS-ARRSFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-BONUSFL-PATH             PIC X(80) VALUE SPACES.
       77  WS-EXPELEM-PATH             PIC X(80) VALUE SPACES.
       77  WS-TAXDECL-PATH             PIC X(80) VALUE SPACES.
       77  WS-CFG-NAME             PIC X(12)   VALUE SPACES.
       77  WS-CFG-PATH             PIC X(80)   VALUE SPACES.
       77  WS-CFG-RESULT           PIC X(01)   VALUE 'N'.
           05  WS-COMPEXC-STATUS       PIC X(2).
           05  WS-BANKFL-STATUS        PIC X(2).
           05  WS-XFERFL-STATUS        PIC X(2).
           05  WS-VFYMAST-STATUS       PIC X(2).
           05  WS-CHQFL-STATUS         PIC X(2).
           05  WS-PAYREG-STATUS        PIC X(2).
           05  WS-PAYHIST-STATUS       PIC X(2).
           05  WS-ATTENDFL-STATUS      PIC X(2).
           05  WS-LOANRPT-STATUS       PIC X(2).
           05  WS-ARRSFL-STATUS        PIC X(2).
           05  WS-BONUSFL-STATUS       PIC X(2).
           05  WS-EXPELEM-STATUS       PIC X(2).
           05  WS-TAXDECL-STATUS       PIC X(2).

      * RUN DATE, TAKEN AT OPEN TIME; ITS YYYYMM STAMPS EVERY PAYROLL
      * HISTORY LINE THIS RUN APPENDS.
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYYMM           PIC 9(6).
           05  FILLER                  PIC 9(2).
       01  WS-RUN-DATE-YMD REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY             PIC 9(4).
           05  WS-RUN-MM               PIC 9(2).
           05  FILLER                  PIC 9(2).

       77  WS-EMPL-EOF                 PIC X(2).
       77  WS-COMPFL-EOF-SW            PIC X(1)   VALUE 'N'.
           88  COMPFL-EOF                         VALUE 'Y'.
       77  WS-BANKFL-EOF-SW            PIC X(1)   VALUE 'N'.
           88  BANKFL-EOF                         VALUE 'Y'.
       77  WS-VFYMAST-EOF-SW           PIC X(1)   VALUE 'N'.
           88  VFYMAST-EOF                        VALUE 'Y'.
       77  WS-ATTENDFL-EOF-SW          PIC X(1)   VALUE 'N'.
           88  ATTENDFL-EOF                       VALUE 'Y'.
       77  WS-LOANFL-EOF-SW            PIC X(1)   VALUE 'N'.
       77  WS-BONUS-PAY               PIC 9(5)V99 VALUE ZEROES.
       77  WS-BONUS-PAID-CNT          PIC 9(4)   VALUE ZEROES.

      * REIMBURSEMENT ELEMENTS KEYED BY EMPLOYEE, A ONE-SHOT HANDOFF
      * FROM EXPCLAIM.CBL LIKE THE BONUS ELEMENTS ABOVE.
       77  WS-EXPELEM-EOF-SW          PIC X(1)   VALUE 'N'.
           88  EXPELEM-EOF                       VALUE 'Y'.
       01  WS-EXE-TABLE.
           05  WS-EXE-ENTRY OCCURS 2000 TIMES.
               10  WS-EXE-NUMBER        PIC 9(05).
               10  WS-EXE-TAXABLE       PIC 9(5)V99.
               10  WS-EXE-EXEMPT        PIC 9(5)V99.
       77  WS-EXE-CNT                 PIC 9(4)   VALUE ZEROES.
       77  WS-EXE-SRCH-IDX            PIC 9(4)   VALUE ZEROES.
       77  WS-EXE-FOUND-SW            PIC X(01)  VALUE 'N'.
           88  WS-EXE-FOUND                      VALUE 'Y'.
       77  WS-REIMB-TAXABLE           PIC 9(5)V99 VALUE ZEROES.
       77  WS-REIMB-EXEMPT            PIC 9(5)V99 VALUE ZEROES.
       77  WS-REIMB-PAID-CNT          PIC 9(4)   VALUE ZEROES.

      * SAME-PERIOD GUARD ON THE PAYROLL HISTORY, THE SAME IDEA AS
      * EMPLOYEE.CBL'S 3800-YTD-UPDATE-PARA DATE GUARD: WHEN THIS
      * RUN'S YYYYMM IS ALREADY ON PAYHIST, THE APPEND IS SKIPPED SO
       77  WS-PAYHIST-DONE-SW          PIC X(1)   VALUE 'N'.
           88  WS-PAYHIST-DONE                    VALUE 'Y'.

      * TAX YEAR THE RUN FALLS IN (APRIL TO MARCH, KNOWN BY THE YEAR
      * IT STARTS IN -- SEE TAXCOPY.CPY), ITS FIRST YYYYMM, AND THE
      * MONTHS LEFT IN IT COUNTING THIS ONE.
       77  WS-TAX-YEAR                PIC 9(4)   VALUE ZEROES.
       77  WS-TAX-YEAR-START          PIC 9(6)   VALUE ZEROES.
       77  WS-MONTHS-LEFT             PIC 9(2)   VALUE ZEROES.

      * YEAR-TO-DATE GROSS AND TAX PER EMPLOYEE, SUMMED FROM PAYHIST
      * FOR THE TAX YEAR'S MONTHS BEFORE THIS ONE DURING THE SAME
      * PRE-SCAN THAT GUARDS THE APPEND. A RERUN OF A MONTH ALREADY
      * ON HISTORY DOES NOT COUNT THAT MONTH TWICE.
       01  WS-YTD-TABLE.
           05  WS-YTD-ENTRY OCCURS 2000 TIMES.
               10  WS-YTD-NUMBER        PIC 9(05).
               10  WS-YTD-GROSS         PIC 9(07)V99.
               10  WS-YTD-TAX           PIC 9(07)V99.
       77  WS-YTD-CNT                 PIC 9(4)   VALUE ZEROES.
       77  WS-YTD-SRCH-IDX            PIC 9(4)   VALUE ZEROES.
       77  WS-YTD-FOUND-SW            PIC X(01)  VALUE 'N'.
           88  WS-YTD-FOUND                      VALUE 'Y'.

      * THE TAX YEAR'S DECLARATIONS KEYED BY EMPLOYEE. DECLARED
      * AMOUNTS ARE TAKEN ON TRUST UNTIL THE LAST QUARTER OF THE
      * TAX YEAR (JANUARY TO MARCH); FROM THEN ON ONLY DECLARATIONS
      * WITH PROOF SUBMITTED COUNT, SO THE FINAL MONTHS CATCH UP THE
      * TAX ON ANYTHING NEVER PROVED. INVESTMENTS ARE ALLOWED UP TO
      * THE CEILING BELOW.
       01  WS-DECL-TABLE.
           05  WS-DECL-ENTRY OCCURS 2000 TIMES.
               10  WS-DECL-NUMBER       PIC 9(05).
               10  WS-DECL-EXEMPTIONS   PIC 9(07)V99.
               10  WS-DECL-INVESTMENTS  PIC 9(07)V99.
               10  WS-DECL-PROOF-SW     PIC X(01).
                   88  WS-DECL-PROVED               VALUE 'Y'.
       77  WS-DECL-CNT                PIC 9(4)   VALUE ZEROES.
       77  WS-DECL-SRCH-IDX           PIC 9(4)   VALUE ZEROES.
       77  WS-DECL-FOUND-SW           PIC X(01)  VALUE 'N'.
           88  WS-DECL-FOUND                     VALUE 'Y'.
       77  WS-TAXDECL-EOF-SW          PIC X(1)   VALUE 'N'.
           88  TAXDECL-EOF                       VALUE 'Y'.
       77  WS-PROOF-MONTHS            PIC 9(2)   VALUE 3.
       77  WS-INVEST-CEILING          PIC 9(7)V99 VALUE 150000.00.

      * ANNUAL PROJECTION FOR THE EMPLOYEE IN HAND: HISTORY SO FAR,
      * THIS MONTH'S GROSS, AND THE FULL-MONTH REGULAR GROSS (NO
      * ARREARS OR BONUS) FOR EVERY MONTH STILL TO COME.
       77  WS-REGULAR-GROSS           PIC 9(5)V99 VALUE ZEROES.
       77  WS-PROJECTED-GROSS         PIC 9(9)V99 VALUE ZEROES.
       77  WS-ALLOWED-DEDUCT          PIC 9(9)V99 VALUE ZEROES.
       77  WS-ALLOWED-INVEST          PIC 9(7)V99 VALUE ZEROES.
       77  WS-TAX-BALANCE             PIC S9(9)V99 VALUE ZEROES.
       77  WS-TAX-CEILING             PIC 9(5)V99 VALUE ZEROES.

       COPY 'TAXCOPY'.

       01  WS-COUNTER.
           05  WS-EMPFY-RD-CNT         PIC 9(4)   VALUE ZERO.
           05  WS-PAYFL-WT-CNT         PIC 9(4)   VALUE ZERO.
           05  WS-COMP-MISS-CNT        PIC 9(4)   VALUE ZERO.
           05  WS-BANK-MISS-CNT        PIC 9(4)   VALUE ZERO.
           05  WS-XFER-WT-CNT          PIC 9(4)   VALUE ZERO.
           05  WS-CHEQUE-CNT           PIC 9(4)   VALUE ZERO.
           05  WS-ZERO-ATT-CNT         PIC 9(4)   VALUE ZERO.
           05  WS-NO-ATT-CNT           PIC 9(4)   VALUE ZERO.
           05  WS-PRORATED-CNT         PIC 9(4)   VALUE ZERO.
           05  WS-FLAT-TAX-CNT         PIC 9(4)   VALUE ZERO.
           05  WS-PROOF-HELD-CNT       PIC 9(4)   VALUE ZERO.

      * BANK-DETAILS TABLE KEYED BY EMPLOYEE NUMBER, LOADED AT OPEN
      * THE SAME WAY THE COMPENSATION MASTER IS.
       77  WS-BANK-FOUND-SW            PIC X(01)  VALUE 'N'.
           88  WS-BANK-FOUND                      VALUE 'Y'.

      * BANK-ACCOUNT VERIFICATION TABLE, LOADED AT OPEN.
       01  WS-VFY-TABLE.
           05  WS-VFY-ENTRY OCCURS 2000 TIMES.
               10  WS-VFY-NUMBER        PIC 9(05).
               10  WS-VFY-ACCOUNT       PIC X(16).
               10  WS-VFY-BANK-CODE     PIC X(08).
               10  WS-VFY-STATUS        PIC X(01).
                   88  WS-VFY-VERIFIED              VALUE 'V'.
       77  WS-VFY-CNT                  PIC 9(4)   VALUE ZEROES.
       77  WS-VFY-SRCH-IDX             PIC 9(4)   VALUE ZEROES.
       77  WS-VFY-FOUND-SW             PIC X(01)  VALUE 'N'.
           88  WS-VFY-FOUND                       VALUE 'Y'.
       77  WS-CHEQUE-TOTAL             PIC 9(9)V99 VALUE ZEROES.

      * NET PAY SUBTOTALLED BY DEPARTMENT FOR THE PAYROLL REGISTER,
      * THE SAME FIND-OR-ADD TABLE EMPLOYEE.CBL KEEPS FOR ITS
      * DEPARTMENT SALARY BREAKDOWN. THE GRAND TOTAL ACROSS THESE
           88  WS-COMP-FOUND                      VALUE 'Y'.

      * PRG6.CBL'S PAYROLL FIGURES, NOW FED FROM THE COMPENSATION
      * MASTER: DA FROM THE GRADE-CITY RATE TABLE AND PF AT 12% OF
      * BASIC -- THE SAME FORMULAS 5000-PAYSLIP-COMPUTE-PARA APPLIES
      * THERE. TAX IS THE MONTH'S SHARE OF THE PROJECTED ANNUAL SLAB
      * LIABILITY (2520-TAX-PROJECT-PARA).
       77  BASIC_PAY                   PIC 9(5)V99.
       77  DA                          PIC 9(5)V99.
       77  HRA                         PIC 9(5)V99.
           DISPLAY 'NO.OF BANK DETAIL MISSES: ', WS-BANK-MISS-CNT.
           DISPLAY 'NO.OF TRANSFERS WRITTEN: ', WS-XFER-WT-CNT.
           DISPLAY 'TRANSFER CONTROL TOTAL: ', WS-XFER-CONTROL-TOTAL.
           DISPLAY 'NO.OF CHEQUES, ACCOUNT NOT VERIFIED: ',
               WS-CHEQUE-CNT.
           DISPLAY 'CHEQUE TOTAL: ', WS-CHEQUE-TOTAL.
           DISPLAY 'NO.OF PAYSLIPS PRORATED: ', WS-PRORATED-CNT.
           DISPLAY 'NO.OF ZERO-ATTENDANCE EXCEPTIONS: ',
               WS-ZERO-ATT-CNT.
               WS-ARREARS-PAID-CNT.
           DISPLAY 'NO.OF BONUS ELEMENTS PAID: ',
               WS-BONUS-PAID-CNT.
           DISPLAY 'NO.OF REIMBURSEMENT ELEMENTS PAID: ',
               WS-REIMB-PAID-CNT.
           DISPLAY 'NO.OF PAYSLIPS TAXED AT FLAT RATE: ',
               WS-FLAT-TAX-CNT.
           DISPLAY 'NO.OF DECLARATIONS DISALLOWED, NO PROOF: ',
               WS-PROOF-HELD-CNT.
           STOP RUN.

       1000-EMPFY-OPEN-PARA.
           OPEN OUTPUT XFERFL.
           DISPLAY 'FILE STATUS FOR XFERFL:', WS-XFERFL-STATUS.

           OPEN OUTPUT CHQFL.
           DISPLAY 'FILE STATUS FOR CHQFL:', WS-CHQFL-STATUS.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1410-TAX-YEAR-SET-PARA.
           PERFORM 1400-PAYHIST-CHECK-PARA.
           IF NOT WS-PAYHIST-DONE
               OPEN EXTEND PAYHIST
           PERFORM 1100-DA-RATE-TABLE-LOAD-PARA.
           PERFORM 1200-COMPFL-LOAD-PARA.
           PERFORM 1300-BANKFL-LOAD-PARA.
           PERFORM 1320-VFYMAST-LOAD-PARA.
           PERFORM 1600-ATTENDFL-LOAD-PARA.
           PERFORM 1700-LOANFL-LOAD-PARA.
           PERFORM 1800-ARRSFL-LOAD-PARA.
           PERFORM 1900-BONUSFL-LOAD-PARA.
           PERFORM 1920-EXPELEM-LOAD-PARA.
           PERFORM 1500-TAXDECL-LOAD-PARA.

       1900-BONUSFL-LOAD-PARA.
           OPEN INPUT BONUSFL.
                   END-IF
           END-READ.

       1920-EXPELEM-LOAD-PARA.
           OPEN INPUT EXPELEM.
           IF WS-EXPELEM-STATUS NOT = '00' THEN
               SET EXPELEM-EOF TO TRUE
           ELSE
               PERFORM 1970-EXPELEM-READ-PARA UNTIL EXPELEM-EOF
               CLOSE EXPELEM
           END-IF.

       1970-EXPELEM-READ-PARA.
           READ EXPELEM
               AT END
                   SET EXPELEM-EOF TO TRUE
               NOT AT END
                   IF WS-EXE-CNT < 2000
                       ADD 1 TO WS-EXE-CNT
                       MOVE EXE-EMPLOYEE-NUMBER TO
                           WS-EXE-NUMBER(WS-EXE-CNT)
                       MOVE EXE-TAXABLE TO
                           WS-EXE-TAXABLE(WS-EXE-CNT)
                       MOVE EXE-EXEMPT TO
                           WS-EXE-EXEMPT(WS-EXE-CNT)
                   ELSE
                       DISPLAY 'WS-EXE-TABLE FULL, ENTRY IGNORED: '
                           EXE-EMPLOYEE-NUMBER
                   END-IF
           END-READ.

       1800-ARRSFL-LOAD-PARA.
           OPEN INPUT ARRSFL.
           IF WS-ARRSFL-STATUS NOT = '00' THEN
                   END-IF
           END-READ.

      * NO VERIFICATION MASTER MEANS NO ACCOUNT CAN BE TRUSTED, SO
      * EVERY NET PAY GOES TO THE CHEQUE LIST.
       1320-VFYMAST-LOAD-PARA.
           OPEN INPUT VFYMAST.
           IF WS-VFYMAST-STATUS NOT = '00' THEN
               DISPLAY 'BANK VERIFICATION MASTER NOT FOUND, NET PAY '
                   'GOES TO THE CHEQUE LIST.'
           ELSE
               PERFORM 1330-VFYMAST-READ-PARA UNTIL VFYMAST-EOF
               CLOSE VFYMAST
           END-IF.

       1330-VFYMAST-READ-PARA.
           READ VFYMAST
               AT END
                   SET VFYMAST-EOF TO TRUE
               NOT AT END
                   IF WS-VFY-CNT < 2000
                       ADD 1 TO WS-VFY-CNT
                       MOVE VFY-EMPLOYEE-NUMBER TO
                           WS-VFY-NUMBER(WS-VFY-CNT)
                       MOVE VFY-ACCOUNT TO WS-VFY-ACCOUNT(WS-VFY-CNT)
                       MOVE VFY-BANK-CODE TO
                           WS-VFY-BANK-CODE(WS-VFY-CNT)
                       MOVE VFY-STATUS TO WS-VFY-STATUS(WS-VFY-CNT)
                   ELSE
                       DISPLAY 'WS-VFY-TABLE FULL, ENTRY IGNORED: '
                           VFY-EMPLOYEE-NUMBER
                   END-IF
           END-READ.

       1600-ATTENDFL-LOAD-PARA.
           OPEN INPUT ATTENDFL.
           IF WS-ATTENDFL-STATUS NOT = '00' THEN
           END-READ.

      * PRE-SCANS PAYHIST FOR A LINE ALREADY CARRYING THIS RUN'S
      * YYYYMM, SUMMING EACH EMPLOYEE'S TAX-YEAR-TO-DATE GROSS AND
      * TAX ON THE WAY THROUGH.
       1400-PAYHIST-CHECK-PARA.
           OPEN INPUT PAYHIST.
           IF WS-PAYHIST-STATUS NOT = '00' THEN
               NOT AT END
                   IF HIS-MONTH = WS-RUN-YYYYMM
                       SET WS-PAYHIST-DONE TO TRUE
                   END-IF
                   IF HIS-MONTH NOT < WS-TAX-YEAR-START
                       AND HIS-MONTH < WS-RUN-YYYYMM
                       PERFORM 1470-YTD-ACCUMULATE-PARA
                   END-IF
           END-READ.

      * APRIL TO DECEMBER FALL IN THE TAX YEAR STARTING THIS
      * CALENDAR YEAR; JANUARY TO MARCH CLOSE OUT LAST YEAR'S.
       1410-TAX-YEAR-SET-PARA.
           IF WS-RUN-MM NOT < 4
               MOVE WS-RUN-YYYY TO WS-TAX-YEAR
               COMPUTE WS-MONTHS-LEFT = 16 - WS-RUN-MM
           ELSE
               COMPUTE WS-TAX-YEAR = WS-RUN-YYYY - 1
               COMPUTE WS-MONTHS-LEFT = 4 - WS-RUN-MM
           END-IF.
           COMPUTE WS-TAX-YEAR-START = WS-TAX-YEAR * 100 + 4.
           DISPLAY 'TAX YEAR ', WS-TAX-YEAR, ', MONTHS LEFT ',
               WS-MONTHS-LEFT.

       1470-YTD-ACCUMULATE-PARA.
           MOVE 'N' TO WS-YTD-FOUND-SW.
           MOVE 1 TO WS-YTD-SRCH-IDX.
           PERFORM 1480-YTD-FIND-ONE-PARA
               UNTIL WS-YTD-SRCH-IDX > WS-YTD-CNT
                  OR WS-YTD-FOUND.
           IF NOT WS-YTD-FOUND
               IF WS-YTD-CNT < 2000
                   ADD 1 TO WS-YTD-CNT
                   MOVE WS-YTD-CNT TO WS-YTD-SRCH-IDX
                   MOVE HIS-EMPLOYEE-NUMBER TO
                       WS-YTD-NUMBER(WS-YTD-SRCH-IDX)
                   MOVE ZEROES TO WS-YTD-GROSS(WS-YTD-SRCH-IDX)
                   MOVE ZEROES TO WS-YTD-TAX(WS-YTD-SRCH-IDX)
               ELSE
                   DISPLAY 'WS-YTD-TABLE FULL, ENTRY IGNORED: '
                       HIS-EMPLOYEE-NUMBER
               END-IF
           END-IF.
           IF WS-YTD-SRCH-IDX <= WS-YTD-CNT
               ADD HIS-GROSS TO WS-YTD-GROSS(WS-YTD-SRCH-IDX)
               ADD HIS-TAX   TO WS-YTD-TAX(WS-YTD-SRCH-IDX)
           END-IF.

       1480-YTD-FIND-ONE-PARA.
           IF WS-YTD-NUMBER(WS-YTD-SRCH-IDX) = HIS-EMPLOYEE-NUMBER
               SET WS-YTD-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-YTD-SRCH-IDX
           END-IF.

       1500-TAXDECL-LOAD-PARA.
           OPEN INPUT TAXDECL.
           IF WS-TAXDECL-STATUS NOT = '00' THEN
               DISPLAY 'TAXDECLARE NOT FOUND, NO DECLARATIONS TAKEN.'
               SET TAXDECL-EOF TO TRUE
           ELSE
               PERFORM 1550-TAXDECL-READ-PARA UNTIL TAXDECL-EOF
               CLOSE TAXDECL
           END-IF.

       1550-TAXDECL-READ-PARA.
           READ TAXDECL
               AT END
                   SET TAXDECL-EOF TO TRUE
               NOT AT END
                   IF DCL-TAX-YEAR = WS-TAX-YEAR
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

      * BUILDS THE PAYSLIP FROM THE EMPLOYEE'S COMPENSATION MASTER
      * ENTRY: REAL BASIC AND HRA PRORATED FOR LOSS-OF-PAY DAYS, DA
      * FROM THE GRADE-CITY SLAB ON THE PRORATED BASIC, THEN
      * PRG6.CBL'S PF (12% OF BASIC) AND THE MONTH'S PROJECTED TAX.
       2500-PAYSLIP-COMPUTE-PARA.
           COMPUTE BASIC_PAY ROUNDED =
               WS-COMP-BASIC(WS-COMP-SRCH-IDX) * WS-PAY-FACTOR.
           COMPUTE DA = BASIC_PAY * WS-DA-RATE.
           PERFORM 2570-ARREARS-FIND-PARA.
           PERFORM 2572-BONUS-FIND-PARA.
           PERFORM 2574-REIMB-FIND-PARA.
           COMPUTE WS-COMPUTED-SALARY = BASIC_PAY + DA + HRA
               + WS-ARREARS-PAY + WS-BONUS-PAY + WS-REIMB-TAXABLE.
           COMPUTE PF-AMT = BASIC_PAY * 0.12.
           PERFORM 2520-TAX-PROJECT-PARA.
           COMPUTE NET_PAY = WS-COMPUTED-SALARY - PF-AMT - TAX
               + WS-REIMB-EXEMPT.
           PERFORM 2580-LOAN-EMI-PARA.

      * PROJECTS THE YEAR'S TAXABLE INCOME -- HISTORY TO DATE, THIS
      * MONTH, AND THE REGULAR FULL-MONTH GROSS FOR THE MONTHS LEFT --
      * LESS THE DECLARATIONS ALLOWED, WORKS OUT THE ANNUAL LIABILITY
      * ON THE SLABS (TAXCALC.CBL), AND SPREADS WHAT IS STILL OWED
      * AFTER THE TAX ALREADY DEDUCTED EVENLY OVER THE MONTHS LEFT.
      * OVER-DEDUCTION SO FAR MEANS NO TAX THIS MONTH, NOT A REFUND,
      * AND THE MONTH'S TAX NEVER TAKES MORE THAN GROSS LESS PF.
      * WITH NO SLABS ON FILE FOR THE YEAR THE FLAT 10% OF GROSS IS
      * DEDUCTED AS BEFORE AND COUNTED.
       2520-TAX-PROJECT-PARA.
           COMPUTE WS-REGULAR-GROSS ROUNDED =
               WS-COMP-BASIC(WS-COMP-SRCH-IDX)
               + WS-COMP-BASIC(WS-COMP-SRCH-IDX) * WS-DA-RATE
               + WS-COMP-HRA(WS-COMP-SRCH-IDX).
           PERFORM 2530-YTD-FIND-PARA.
           COMPUTE WS-PROJECTED-GROSS = WS-COMPUTED-SALARY
               + WS-REGULAR-GROSS * (WS-MONTHS-LEFT - 1).
           IF WS-YTD-FOUND
               ADD WS-YTD-GROSS(WS-YTD-SRCH-IDX) TO WS-PROJECTED-GROSS
           END-IF.

           MOVE ZEROES TO WS-ALLOWED-DEDUCT.
           PERFORM 2540-DECL-FIND-PARA.
           IF WS-DECL-FOUND
               IF WS-DECL-PROVED(WS-DECL-SRCH-IDX)
                   OR WS-MONTHS-LEFT > WS-PROOF-MONTHS
                   MOVE WS-DECL-INVESTMENTS(WS-DECL-SRCH-IDX)
                       TO WS-ALLOWED-INVEST
                   IF WS-ALLOWED-INVEST > WS-INVEST-CEILING
                       MOVE WS-INVEST-CEILING TO WS-ALLOWED-INVEST
                   END-IF
                   COMPUTE WS-ALLOWED-DEDUCT =
                       WS-DECL-EXEMPTIONS(WS-DECL-SRCH-IDX)
                       + WS-ALLOWED-INVEST
               ELSE
                   ADD 1 TO WS-PROOF-HELD-CNT
               END-IF
           END-IF.

           MOVE WS-TAX-YEAR TO TXC-TAX-YEAR.
           IF WS-PROJECTED-GROSS > WS-ALLOWED-DEDUCT
               COMPUTE TXC-TAXABLE =
                   WS-PROJECTED-GROSS - WS-ALLOWED-DEDUCT
           ELSE
               MOVE ZEROES TO TXC-TAXABLE
           END-IF.
           CALL 'TAXCALC' USING TXC-AREA.

           IF TXC-NO-SLABS
               ADD 1 TO WS-FLAT-TAX-CNT
               COMPUTE TAX = WS-COMPUTED-SALARY * 0.10
           ELSE
               COMPUTE WS-TAX-BALANCE = TXC-LIABILITY
               IF WS-YTD-FOUND
                   SUBTRACT WS-YTD-TAX(WS-YTD-SRCH-IDX)
                       FROM WS-TAX-BALANCE
               END-IF
               IF WS-TAX-BALANCE > 0
                   COMPUTE WS-TAX-BALANCE ROUNDED =
                       WS-TAX-BALANCE / WS-MONTHS-LEFT
               ELSE
                   MOVE ZEROES TO WS-TAX-BALANCE
               END-IF
               COMPUTE WS-TAX-CEILING = WS-COMPUTED-SALARY - PF-AMT
               IF WS-TAX-BALANCE > WS-TAX-CEILING
                   MOVE WS-TAX-CEILING TO TAX
               ELSE
                   MOVE WS-TAX-BALANCE TO TAX
               END-IF
           END-IF.

       2530-YTD-FIND-PARA.
           MOVE 'N' TO WS-YTD-FOUND-SW.
           MOVE 1 TO WS-YTD-SRCH-IDX.
           PERFORM 2535-YTD-FIND-ONE-PARA
               UNTIL WS-YTD-SRCH-IDX > WS-YTD-CNT
                  OR WS-YTD-FOUND.

       2535-YTD-FIND-ONE-PARA.
           IF WS-YTD-NUMBER(WS-YTD-SRCH-IDX) =
                   Employee_NUMBER OF EMP_REC
               SET WS-YTD-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-YTD-SRCH-IDX
           END-IF.

       2540-DECL-FIND-PARA.
           MOVE 'N' TO WS-DECL-FOUND-SW.
           MOVE 1 TO WS-DECL-SRCH-IDX.
           PERFORM 2545-DECL-FIND-ONE-PARA
               UNTIL WS-DECL-SRCH-IDX > WS-DECL-CNT
                  OR WS-DECL-FOUND.

       2545-DECL-FIND-ONE-PARA.
           IF WS-DECL-NUMBER(WS-DECL-SRCH-IDX) =
                   Employee_NUMBER OF EMP_REC
               SET WS-DECL-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-DECL-SRCH-IDX
           END-IF.

      * PICKS UP ANY BONUS ELEMENT FOR THIS EMPLOYEE AND FOLDS IT
      * INTO THE TAXABLE GROSS.
       2572-BONUS-FIND-PARA.
               ADD 1 TO WS-BNS-SRCH-IDX
           END-IF.

      * PICKS UP ANY REIMBURSEMENT ELEMENT FOR THIS EMPLOYEE: THE
      * TAXABLE PART GOES INTO GROSS, THE NON-TAXABLE PART INTO NET.
       2574-REIMB-FIND-PARA.
           MOVE ZEROES TO WS-REIMB-TAXABLE.
           MOVE ZEROES TO WS-REIMB-EXEMPT.
           MOVE 'N' TO WS-EXE-FOUND-SW.
           MOVE 1 TO WS-EXE-SRCH-IDX.
           PERFORM 2579-REIMB-FIND-ONE-PARA
               UNTIL WS-EXE-SRCH-IDX > WS-EXE-CNT
                  OR WS-EXE-FOUND.
           IF WS-EXE-FOUND
               MOVE WS-EXE-TAXABLE(WS-EXE-SRCH-IDX)
                   TO WS-REIMB-TAXABLE
               MOVE WS-EXE-EXEMPT(WS-EXE-SRCH-IDX)
                   TO WS-REIMB-EXEMPT
               ADD 1 TO WS-REIMB-PAID-CNT
           END-IF.

       2579-REIMB-FIND-ONE-PARA.
           IF WS-EXE-NUMBER(WS-EXE-SRCH-IDX) =
                   Employee_NUMBER OF EMP_REC
               SET WS-EXE-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-EXE-SRCH-IDX
           END-IF.

      * PICKS UP ANY ONE-TIME ARREARS ELEMENT FOR THIS EMPLOYEE AND
      * FOLDS IT INTO THE TAXABLE GROSS.
       2570-ARREARS-FIND-PARA.
           MOVE WS-EMI-DUE                  TO PAY-LOAN.
           MOVE WS-ARREARS-PAY              TO PAY-ARREARS.
           MOVE WS-BONUS-PAY                TO PAY-BONUS.
           MOVE WS-REIMB-TAXABLE            TO PAY-REIMB-TAXABLE.
           MOVE WS-REIMB-EXEMPT             TO PAY-REIMB-EXEMPT.
           WRITE PAYFL-REC.
           ADD 1 TO WS-PAYFL-WT-CNT.
           IF NOT WS-PAYHIST-DONE
           MOVE WS-EMI-DUE                 TO HIS-LOAN.
           MOVE WS-ARREARS-PAY             TO HIS-ARREARS.
           MOVE WS-BONUS-PAY               TO HIS-BONUS.
           MOVE WS-REIMB-TAXABLE           TO HIS-REIMB-TAXABLE.
           MOVE WS-REIMB-EXEMPT            TO HIS-REIMB-EXEMPT.
           WRITE PAYHIST-REC.

      * ONE CREDIT-TRANSFER LINE PER PAID EMPLOYEE. AN EMPLOYEE WITH
      * AN ACCOUNT THE BANK HAS BOUNCED (BANKRET.CBL'S HOLD) GETS NO
      * TRANSFER UNTIL CORRECTED -- THE PAYSLIP STILL PRINTS AND THE
      * EXCEPTION FILE CARRIES THE REASON.
      * A NEW OR CHANGED ACCOUNT THE BANK HAS NOT YET VERIFIED
      * (BANKPRE.CBL'S PRENOTE) IS NOT CREDITED EITHER: THE NET PAY
      * GOES TO THE CHEQUE LIST INSTEAD.
       2800-XFER-WRITE-PARA.
           PERFORM 2820-BANK-FIND-PARA.
           IF WS-BANK-FOUND
               PERFORM 2840-VFY-FIND-PARA
           END-IF.
           IF WS-BANK-FOUND AND WS-BANK-HELD(WS-BANK-SRCH-IDX)
               ADD 1 TO WS-BANK-MISS-CNT
               MOVE 'N' TO WS-BANK-FOUND-SW
               MOVE 'BANK ACCOUNT ON HOLD' TO EXC-REASON
               WRITE COMPEXC-REC
           ELSE
           IF WS-BANK-FOUND AND NOT WS-VFY-FOUND
               MOVE 'N' TO WS-BANK-FOUND-SW
               MOVE SPACES TO CHQFL-REC
               MOVE Employee_NUMBER OF EMP_REC TO CHQ-EMPLOYEE-NUMBER
               MOVE EMPLOYEE_NAME OF EMP_REC   TO CHQ-EMPLOYEE-NAME
               MOVE NET_PAY TO CHQ-NET
               MOVE 'BANK ACCOUNT NOT YET VERIFIED' TO CHQ-REASON
               WRITE CHQFL-REC
               ADD 1 TO WS-CHEQUE-CNT
               ADD NET_PAY TO WS-CHEQUE-TOTAL
           ELSE
           IF WS-BANK-FOUND
               MOVE SPACES TO XFERFL-REC
               STRING WS-BANK-CODE(WS-BANK-SRCH-IDX) DELIMITED BY SIZE
               MOVE 'NO BANK DETAILS ON MASTER' TO EXC-REASON
               WRITE COMPEXC-REC
           END-IF
           END-IF
           END-IF.

       2820-BANK-FIND-PARA.
               ADD 1 TO WS-BANK-SRCH-IDX
           END-IF.

      * FOUND ONLY WHEN THE VERIFIED ACCOUNT IS THE ONE ON EMPBANK,
      * SO A CHANGE KEYED SINCE THE LAST PRENOTE RUN IS NOT TRUSTED.
       2840-VFY-FIND-PARA.
           MOVE 'N' TO WS-VFY-FOUND-SW.
           MOVE 1 TO WS-VFY-SRCH-IDX.
           PERFORM 2845-VFY-FIND-ONE-PARA
               UNTIL WS-VFY-SRCH-IDX > WS-VFY-CNT
                  OR WS-VFY-FOUND.

       2845-VFY-FIND-ONE-PARA.
           IF WS-VFY-NUMBER(WS-VFY-SRCH-IDX) =
                   Employee_NUMBER OF EMP_REC
               AND WS-VFY-VERIFIED(WS-VFY-SRCH-IDX)
               AND WS-VFY-ACCOUNT(WS-VFY-SRCH-IDX) =
                   WS-BANK-ACCOUNT(WS-BANK-SRCH-IDX)
               AND WS-VFY-BANK-CODE(WS-VFY-SRCH-IDX) =
                   WS-BANK-CODE(WS-BANK-SRCH-IDX)
               SET WS-VFY-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-VFY-SRCH-IDX
           END-IF.

      * FOLDS THIS EMPLOYEE'S NET PAY INTO THE DEPARTMENT SUBTOTAL
      * ONLY WHEN A TRANSFER WAS WRITTEN, SO THE REGISTER'S GRAND
      * TOTAL PROVES OUT AGAINST THE TRANSFER CONTROL TOTAL.
           END-IF.
           PERFORM 3100-XFER-CONTROL-PARA.
           CLOSE XFERFL.
           CLOSE CHQFL.
           PERFORM 3200-PAYREG-REPORT-PARA.
           IF LOANFL-AVAILABLE
               PERFORM 3300-LOANFL-REWRITE-PARA
           ADD 1 TO WS-DEPT-SRCH-IDX.

      * REWRITES THE LOAN MASTER WITH THE POST-RECOVERY BALANCES,
      * THE SAME TABLE-THEN-REWRITE GRMATCH.CBL USES ON POOPENFL.
       3300-LOANFL-REWRITE-PARA.
           OPEN OUTPUT LOANFL.
           IF WS-LOANFL-STATUS NOT = '00'
           MOVE 'EMPBANK' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-BANKFL-PATH.
           MOVE 'XFERPENDING' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-XFERFL-PATH.
           MOVE 'BANKVERIFY' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-VFYMAST-PATH.
           MOVE 'PAYCHEQUE' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-CHQFL-PATH.
           MOVE 'PAYREGISTER' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-PAYREG-PATH.
           MOVE 'BONUSELEM' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-BONUSFL-PATH.
           MOVE 'EXPELEMENT' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-EXPELEM-PATH.
           MOVE 'TAXDECLARE' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-TAXDECL-PATH.

       0060-FILECFG-ONE-PARA.
           CALL 'FILECFG' USING WS-CFG-NAME, WS-CFG-PATH,

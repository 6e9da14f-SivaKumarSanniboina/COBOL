       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPCLAIM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE PERIOD'S APPROVED EXPENSE CLAIMS: EMPLOYEE, CLAIM TYPE,
      * DATE OF THE EXPENSE, AMOUNT AND WHO APPROVED IT. A ONE-SHOT
      * FEED, CLEARED BY OPERATIONS ONCE THIS STEP HAS RUN.
           SELECT EXPCLM ASSIGN TO DYNAMIC WS-EXPCLM-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-EXPCLM-STATUS.

      * CLAIM TYPE PARAMETERS: ONE LINE PER TYPE WITH ITS ANNUAL
      * LIMIT PER EMPLOYEE AND WHETHER THE REIMBURSEMENT IS TAXABLE.
           SELECT EXPLIM ASSIGN TO DYNAMIC WS-EXPLIM-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-EXPLIM-STATUS.

      * SAME LAYOUT AS EMPLOYEE.CBL'S EMPFY; A CLAIM FOR AN EMPLOYEE
      * NOT ON IT IS REJECTED.
           SELECT EMPFY ASSIGN TO DYNAMIC WS-EMPFY-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-EMPFY-STATUS.

      * CLAIMED-TO-DATE LEDGER BY EMPLOYEE, TAX YEAR AND CLAIM TYPE,
      * CARRIED FROM RUN TO RUN AND REWRITTEN AT CLOSE. ONLY THE
      * CURRENT AND PREVIOUS TAX YEARS ARE KEPT.
           SELECT EXPLEDG ASSIGN TO DYNAMIC WS-EXPLEDG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-EXPLEDG-STATUS.

      * REIMBURSEMENT ELEMENTS, ONE PER EMPLOYEE, TAXABLE AND
      * NON-TAXABLE KEPT APART, PICKED UP BY THE NEXT PAYSLIP.CBL
      * CYCLE THE SAME WAY AS THE BONUS AND ARREARS ELEMENTS.
           SELECT EXPELEM ASSIGN TO DYNAMIC WS-EXPELEM-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-EXPELEM-STATUS.

      * REJECTED CLAIMS WITH THE REASON, FOR RETURN TO THE CLAIMANT.
           SELECT EXPREJ ASSIGN TO DYNAMIC WS-EXPREJ-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-EXPREJ-STATUS.

      * YEARLY STATEMENT: EACH EMPLOYEE'S CLAIMED AGAINST LIMIT BY
      * CLAIM TYPE FOR THE CURRENT TAX YEAR.
           SELECT EXPSTMT ASSIGN TO DYNAMIC WS-EXPSTMT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-EXPSTMT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXPCLM.
       01  EXPCLM-REC.
           05  ECL-EMPLOYEE-NUMBER     PIC 9(05).
           05  ECL-TYPE                PIC X(04).
           05  ECL-DATE                PIC X(08).
           05  ECL-DATE-PARTS REDEFINES ECL-DATE.
               10  ECL-DATE-YYYY       PIC 9(04).
               10  ECL-DATE-MM         PIC 9(02).
               10  FILLER              PIC 9(02).
           05  ECL-AMOUNT              PIC 9(05)V99.
           05  ECL-APPROVER            PIC X(10).
           05  FILLER                  PIC X(46).

       FD  EXPLIM.
       01  EXPLIM-REC.
           05  LIM-TYPE                PIC X(04).
           05  LIM-DESCRIPTION         PIC X(20).
           05  LIM-ANNUAL              PIC 9(07)V99.
           05  LIM-TAXABLE-SW          PIC X(01).
           05  FILLER                  PIC X(46).

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

       FD  EXPLEDG.
       01  EXPLEDG-REC.
           05  LDG-EMPLOYEE-NUMBER     PIC 9(05).
           05  LDG-TAX-YEAR            PIC 9(04).
           05  LDG-TYPE                PIC X(04).
           05  LDG-CLAIMED             PIC 9(07)V99.
           05  FILLER                  PIC X(58).

       FD  EXPELEM.
       01  EXPELEM-REC.
           05  EXE-EMPLOYEE-NUMBER     PIC 9(05).
           05  EXE-TAXABLE             PIC 9(5)V99.
           05  EXE-EXEMPT              PIC 9(5)V99.
           05  FILLER                  PIC X(61).

       FD  EXPREJ.
       01  EXPREJ-REC                  PIC X(80).

       FD  EXPSTMT.
       01  EXPSTMT-REC                 PIC X(80).

       WORKING-STORAGE SECTION.
      * RESOLVED FILE PATHS. EVERY ASSIGNMENT COMES FROM THE
      * EXTERNAL FILE CONFIGURATION (FILECFG) AT STARTUP -- SEE
      * 0050-FILECFG-LOAD-PARA -- SO A DISK MOVE OR A TEST RUN
      * NEVER MEANS EDITING AND RECOMPILING THIS PROGRAM.
       77  WS-EXPCLM-PATH              PIC X(80) VALUE SPACES.
       77  WS-EXPLIM-PATH              PIC X(80) VALUE SPACES.
       77  WS-EMPFY-PATH               PIC X(80) VALUE SPACES.
       77  WS-EXPLEDG-PATH             PIC X(80) VALUE SPACES.
       77  WS-EXPELEM-PATH             PIC X(80) VALUE SPACES.
       77  WS-EXPREJ-PATH              PIC X(80) VALUE SPACES.
       77  WS-EXPSTMT-PATH             PIC X(80) VALUE SPACES.
       77  WS-CFG-NAME             PIC X(12)   VALUE SPACES.
       77  WS-CFG-PATH             PIC X(80)   VALUE SPACES.
       77  WS-CFG-RESULT           PIC X(01)   VALUE 'N'.

       01  WS-FILE-STATUS.
           05  WS-EXPCLM-STATUS        PIC X(2).
           05  WS-EXPLIM-STATUS        PIC X(2).
           05  WS-EMPFY-STATUS         PIC X(2).
           05  WS-EXPLEDG-STATUS       PIC X(2).
           05  WS-EXPELEM-STATUS       PIC X(2).
           05  WS-EXPREJ-STATUS        PIC X(2).
           05  WS-EXPSTMT-STATUS       PIC X(2).

       01  WS-EOF-SWITCHES.
           05  WS-EXPCLM-EOF-SW        PIC X(01)   VALUE 'N'.
               88  EXPCLM-EOF                      VALUE 'Y'.
           05  WS-EXPLIM-EOF-SW        PIC X(01)   VALUE 'N'.
               88  EXPLIM-EOF                      VALUE 'Y'.
           05  WS-EMPFY-EOF-SW         PIC X(01)   VALUE 'N'.
               88  EMPFY-EOF                       VALUE 'Y'.
           05  WS-EXPLEDG-EOF-SW       PIC X(01)   VALUE 'N'.
               88  EXPLEDG-EOF                     VALUE 'Y'.

      * RUN DATE AND THE APRIL-MARCH TAX YEAR IT FALLS IN, THE SAME
      * YEAR PAYSLIP.CBL'S 1410-TAX-YEAR-SET-PARA WORKS TO.
       01  WS-RUN-DATE                 PIC 9(8)    VALUE ZEROES.
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY             PIC 9(4).
           05  WS-RUN-MM               PIC 9(2).
           05  FILLER                  PIC 9(2).
       77  WS-TAX-YEAR                 PIC 9(4)    VALUE ZEROES.
       77  WS-CLAIM-TAX-YEAR           PIC 9(4)    VALUE ZEROES.
       77  WS-DATEVAL-DATE             PIC X(08)   VALUE SPACES.
       77  WS-DATEVAL-RESULT           PIC X(01)   VALUE 'N'.

      * CLAIM TYPES AND THEIR ANNUAL LIMITS.
       01  WS-LIM-TABLE.
           05  WS-LIM-ENTRY OCCURS 20 TIMES.
               10  WS-LIM-TYPE          PIC X(04).
               10  WS-LIM-DESCRIPTION   PIC X(20).
               10  WS-LIM-ANNUAL        PIC 9(07)V99.
               10  WS-LIM-TAXABLE-SW    PIC X(01).
                   88  WS-LIM-TAXABLE               VALUE 'Y'.
       77  WS-LIM-KEY                  PIC X(04)   VALUE SPACES.
       77  WS-LIM-CNT                  PIC 9(2)    VALUE ZEROES.
       77  WS-LIM-SRCH-IDX             PIC 9(2)    VALUE ZEROES.
       77  WS-LIM-FOUND-SW             PIC X(01)   VALUE 'N'.
           88  WS-LIM-FOUND                        VALUE 'Y'.

      * EMPLOYEES ON THE MASTER, WITH THE NAME FOR THE STATEMENT.
       01  WS-EMP-TABLE.
           05  WS-EMP-ENTRY OCCURS 2000 TIMES.
               10  WS-EMP-NUMBER        PIC 9(05).
               10  WS-EMP-NAME          PIC X(30).
       77  WS-EMP-CNT                  PIC 9(4)    VALUE ZEROES.
       77  WS-EMP-SRCH-IDX             PIC 9(4)    VALUE ZEROES.
       77  WS-EMP-FOUND-SW             PIC X(01)   VALUE 'N'.
           88  WS-EMP-FOUND                        VALUE 'Y'.
       77  WS-EMP-IDX                  PIC 9(4)    VALUE ZEROES.

      * CLAIMED-TO-DATE BY EMPLOYEE, TAX YEAR AND TYPE.
       01  WS-LDG-TABLE.
           05  WS-LDG-ENTRY OCCURS 2000 TIMES.
               10  WS-LDG-NUMBER        PIC 9(05).
               10  WS-LDG-TAX-YEAR      PIC 9(04).
               10  WS-LDG-TYPE          PIC X(04).
               10  WS-LDG-CLAIMED       PIC 9(07)V99.
       77  WS-LDG-CNT                  PIC 9(4)    VALUE ZEROES.
       77  WS-LDG-SRCH-IDX             PIC 9(4)    VALUE ZEROES.
       77  WS-LDG-FOUND-SW             PIC X(01)   VALUE 'N'.
           88  WS-LDG-FOUND                        VALUE 'Y'.
       77  WS-LDG-IDX                  PIC 9(4)    VALUE ZEROES.

      * THE RUN'S ACCEPTED CLAIMS ROLLED UP PER EMPLOYEE INTO THE
      * TAXABLE AND NON-TAXABLE ELEMENTS.
       01  WS-ELM-TABLE.
           05  WS-ELM-ENTRY OCCURS 2000 TIMES.
               10  WS-ELM-NUMBER        PIC 9(05).
               10  WS-ELM-TAXABLE       PIC 9(5)V99.
               10  WS-ELM-EXEMPT        PIC 9(5)V99.
       77  WS-ELM-CNT                  PIC 9(4)    VALUE ZEROES.
       77  WS-ELM-SRCH-IDX             PIC 9(4)    VALUE ZEROES.
       77  WS-ELM-FOUND-SW             PIC X(01)   VALUE 'N'.
           88  WS-ELM-FOUND                        VALUE 'Y'.
       77  WS-ELM-IDX                  PIC 9(4)    VALUE ZEROES.

       77  WS-REJECT-REASON            PIC X(24)   VALUE SPACES.
       77  WS-REMAINING                PIC S9(7)V99 VALUE ZEROES.
       77  WS-STMT-DESCRIPTION         PIC X(20)   VALUE SPACES.
       77  WS-STMT-HEAD-SW             PIC X(01)   VALUE 'N'.
           88  WS-STMT-HEAD-DONE                   VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-EXPCLM-RD-CNT        PIC 9(6)    VALUE ZEROES.
           05  WS-ACCEPT-CNT           PIC 9(6)    VALUE ZEROES.
           05  WS-REJECT-CNT           PIC 9(6)    VALUE ZEROES.
           05  WS-ELEMENT-WT-CNT       PIC 9(4)    VALUE ZEROES.

       77  WS-TAXABLE-TOTAL            PIC 9(9)V99 VALUE ZEROES.
       77  WS-EXEMPT-TOTAL             PIC 9(9)V99 VALUE ZEROES.
       77  WS-FORMATTED-AMOUNT         PIC Z(6)9.99.
       77  WS-FORMATTED-LIMIT          PIC Z(6)9.99.
       77  WS-FORMATTED-REMAIN         PIC Z(6)9.99-.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0050-FILECFG-LOAD-PARA.
           PERFORM 1000-FILES-OPEN-PARA.
           IF WS-EXPLIM-STATUS = '00' AND WS-LIM-CNT > 0 THEN
               PERFORM 1500-EMPFY-LOAD-PARA UNTIL EMPFY-EOF
               PERFORM 2000-EXPCLM-READ-PARA UNTIL EXPCLM-EOF
               PERFORM 3000-ELEMENTS-WRITE-PARA
               PERFORM 3500-STATEMENT-WRITE-PARA
               PERFORM 3800-LEDGER-REWRITE-PARA
           ELSE
               DISPLAY 'NO CLAIM TYPE LIMITS, CLAIMS NOT PROCESSED.'
               MOVE 16 TO RETURN-CODE
           END-IF.
           PERFORM 3900-FILES-CLOSE-PARA.

           DISPLAY 'CLAIMS READ: ', WS-EXPCLM-RD-CNT.
           DISPLAY 'CLAIMS ACCEPTED: ', WS-ACCEPT-CNT.
           DISPLAY 'CLAIMS REJECTED: ', WS-REJECT-CNT.
           DISPLAY 'REIMBURSEMENT ELEMENTS WRITTEN: ',
               WS-ELEMENT-WT-CNT.
           DISPLAY 'TAXABLE REIMBURSEMENT: ', WS-TAXABLE-TOTAL.
           DISPLAY 'NON-TAXABLE REIMBURSEMENT: ', WS-EXEMPT-TOTAL.
           STOP RUN.

       1000-FILES-OPEN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           IF WS-RUN-MM NOT < 4
               MOVE WS-RUN-YYYY TO WS-TAX-YEAR
           ELSE
               COMPUTE WS-TAX-YEAR = WS-RUN-YYYY - 1
           END-IF.
           DISPLAY 'TAX YEAR ', WS-TAX-YEAR.

           PERFORM 1100-EXPLIM-LOAD-PARA.
           PERFORM 1200-EXPLEDG-LOAD-PARA.

           OPEN INPUT EMPFY.
           IF WS-EMPFY-STATUS NOT = '00'
               DISPLAY 'EMPLOYEE MASTER NOT FOUND, EVERY CLAIM '
                   'WILL BE REJECTED.'
               SET EMPFY-EOF TO TRUE
           END-IF.

           OPEN INPUT EXPCLM.
           IF WS-EXPCLM-STATUS NOT = '00'
               DISPLAY 'NO EXPENSE CLAIMS THIS PERIOD.'
               SET EXPCLM-EOF TO TRUE
           END-IF.

           OPEN OUTPUT EXPELEM.
           DISPLAY 'FILE STATUS FOR EXPELEM:', WS-EXPELEM-STATUS.

           OPEN OUTPUT EXPREJ.
           MOVE SPACES TO EXPREJ-REC.
           STRING 'EXPENSE CLAIMS REJECTED, RUN DATE ' DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO EXPREJ-REC.
           WRITE EXPREJ-REC.

           OPEN OUTPUT EXPSTMT.
           MOVE SPACES TO EXPSTMT-REC.
           STRING 'EXPENSE CLAIMS AGAINST LIMIT, TAX YEAR '
               DELIMITED BY SIZE
               WS-TAX-YEAR DELIMITED BY SIZE
               INTO EXPSTMT-REC.
           WRITE EXPSTMT-REC.

       1100-EXPLIM-LOAD-PARA.
           OPEN INPUT EXPLIM.
           IF WS-EXPLIM-STATUS NOT = '00' THEN
               DISPLAY 'EXPLIM NOT FOUND.'
               SET EXPLIM-EOF TO TRUE
           ELSE
               PERFORM 1150-EXPLIM-READ-PARA UNTIL EXPLIM-EOF
               CLOSE EXPLIM
           END-IF.

       1150-EXPLIM-READ-PARA.
           READ EXPLIM
               AT END
                   SET EXPLIM-EOF TO TRUE
               NOT AT END
                   IF WS-LIM-CNT < 20
                       ADD 1 TO WS-LIM-CNT
                       MOVE LIM-TYPE TO WS-LIM-TYPE(WS-LIM-CNT)
                       MOVE LIM-DESCRIPTION TO
                           WS-LIM-DESCRIPTION(WS-LIM-CNT)
                       MOVE LIM-ANNUAL TO WS-LIM-ANNUAL(WS-LIM-CNT)
                       MOVE LIM-TAXABLE-SW TO
                           WS-LIM-TAXABLE-SW(WS-LIM-CNT)
                   ELSE
                       DISPLAY 'WS-LIM-TABLE FULL, ENTRY IGNORED: '
                           LIM-TYPE
                   END-IF
           END-READ.

      * A MISSING LEDGER IS THE FIRST RUN: NOTHING CLAIMED YET.
      * YEARS BEFORE THE PREVIOUS TAX YEAR ARE DROPPED ON LOAD.
       1200-EXPLEDG-LOAD-PARA.
           OPEN INPUT EXPLEDG.
           IF WS-EXPLEDG-STATUS NOT = '00' THEN
               DISPLAY 'NO CLAIM LEDGER, STARTING A NEW ONE.'
               SET EXPLEDG-EOF TO TRUE
           ELSE
               PERFORM 1250-EXPLEDG-READ-PARA UNTIL EXPLEDG-EOF
               CLOSE EXPLEDG
           END-IF.

       1250-EXPLEDG-READ-PARA.
           READ EXPLEDG
               AT END
                   SET EXPLEDG-EOF TO TRUE
               NOT AT END
                   IF LDG-TAX-YEAR NOT < WS-TAX-YEAR - 1
                       IF WS-LDG-CNT < 2000
                           ADD 1 TO WS-LDG-CNT
                           MOVE LDG-EMPLOYEE-NUMBER TO
                               WS-LDG-NUMBER(WS-LDG-CNT)
                           MOVE LDG-TAX-YEAR TO
                               WS-LDG-TAX-YEAR(WS-LDG-CNT)
                           MOVE LDG-TYPE TO WS-LDG-TYPE(WS-LDG-CNT)
                           MOVE LDG-CLAIMED TO
                               WS-LDG-CLAIMED(WS-LDG-CNT)
                       ELSE
                           DISPLAY 'WS-LDG-TABLE FULL, ENTRY '
                               'IGNORED: ' LDG-EMPLOYEE-NUMBER
                           MOVE 16 TO RETURN-CODE
                       END-IF
                   END-IF
           END-READ.

      * THE FEED'S HEADER/TRAILER CONTROL RECORDS ARE NOT EMPLOYEES.
       1500-EMPFY-LOAD-PARA.
           READ EMPFY INTO EMP_REC
               AT END
                   SET EMPFY-EOF TO TRUE
               NOT AT END
                   IF EMP_REC(1:5) = '00000' OR EMP_REC(1:5) = '99999'
                       CONTINUE
                   ELSE
                       IF WS-EMP-CNT < 2000
                           ADD 1 TO WS-EMP-CNT
                           MOVE Employee_NUMBER OF EMP_REC TO
                               WS-EMP-NUMBER(WS-EMP-CNT)
                           MOVE EMPLOYEE_NAME OF EMP_REC TO
                               WS-EMP-NAME(WS-EMP-CNT)
                       END-IF
                   END-IF
           END-READ.

       2000-EXPCLM-READ-PARA.
           READ EXPCLM
               AT END
                   SET EXPCLM-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-EXPCLM-RD-CNT
                   PERFORM 2100-CLAIM-VALIDATE-PARA
                   IF WS-REJECT-REASON = SPACES
                       PERFORM 2500-CLAIM-ACCEPT-PARA
                   ELSE
                       PERFORM 2800-CLAIM-REJECT-PARA
                   END-IF
           END-READ.

      * THE FIRST FAILING CHECK GIVES THE REASON. THE CLAIM COUNTS
      * AGAINST THE LIMIT OF THE TAX YEAR THE EXPENSE FELL IN; ONLY
      * THE CURRENT AND PREVIOUS TAX YEARS ARE OPEN FOR CLAIMS, AND
      * AN EXPENSE DATED AFTER THE RUN IS NOT ACCEPTED.
       2100-CLAIM-VALIDATE-PARA.
           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM 2150-EMP-FIND-PARA.
           MOVE ECL-TYPE TO WS-LIM-KEY.
           PERFORM 2200-LIMIT-FIND-PARA.
           MOVE ZEROES TO WS-CLAIM-TAX-YEAR.
           MOVE ECL-DATE TO WS-DATEVAL-DATE.
           CALL 'DATEVAL' USING WS-DATEVAL-DATE, WS-DATEVAL-RESULT.
           IF WS-DATEVAL-RESULT = 'Y'
               IF ECL-DATE-MM NOT < 4
                   MOVE ECL-DATE-YYYY TO WS-CLAIM-TAX-YEAR
               ELSE
                   COMPUTE WS-CLAIM-TAX-YEAR = ECL-DATE-YYYY - 1
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN NOT WS-EMP-FOUND
                   MOVE 'EMPLOYEE NOT ON FILE' TO WS-REJECT-REASON
               WHEN NOT WS-LIM-FOUND
                   MOVE 'UNKNOWN CLAIM TYPE' TO WS-REJECT-REASON
               WHEN ECL-APPROVER = SPACES
                   MOVE 'NO APPROVER' TO WS-REJECT-REASON
               WHEN ECL-AMOUNT NOT NUMERIC
                   MOVE 'AMOUNT NOT VALID' TO WS-REJECT-REASON
               WHEN ECL-AMOUNT = 0
                   MOVE 'AMOUNT NOT VALID' TO WS-REJECT-REASON
               WHEN WS-DATEVAL-RESULT NOT = 'Y'
                   MOVE 'CLAIM DATE NOT VALID' TO WS-REJECT-REASON
               WHEN ECL-DATE > WS-RUN-DATE
                   MOVE 'CLAIM DATE NOT VALID' TO WS-REJECT-REASON
               WHEN WS-CLAIM-TAX-YEAR < WS-TAX-YEAR - 1
                   MOVE 'CLAIM YEAR CLOSED' TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM 2300-LEDGER-FIND-PARA
                   MOVE WS-LIM-ANNUAL(WS-LIM-SRCH-IDX) TO WS-REMAINING
                   IF WS-LDG-FOUND
                       SUBTRACT WS-LDG-CLAIMED(WS-LDG-SRCH-IDX)
                           FROM WS-REMAINING
                   END-IF
                   IF ECL-AMOUNT > WS-REMAINING
                       MOVE 'EXCEEDS LIMIT REMAINING'
                           TO WS-REJECT-REASON
                   END-IF
           END-EVALUATE.

       2150-EMP-FIND-PARA.
           MOVE 'N' TO WS-EMP-FOUND-SW.
           MOVE 1 TO WS-EMP-SRCH-IDX.
           PERFORM 2160-EMP-FIND-ONE-PARA
               UNTIL WS-EMP-SRCH-IDX > WS-EMP-CNT
                  OR WS-EMP-FOUND.

       2160-EMP-FIND-ONE-PARA.
           IF WS-EMP-NUMBER(WS-EMP-SRCH-IDX) = ECL-EMPLOYEE-NUMBER
               SET WS-EMP-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-EMP-SRCH-IDX
           END-IF.

       2200-LIMIT-FIND-PARA.
           MOVE 'N' TO WS-LIM-FOUND-SW.
           MOVE 1 TO WS-LIM-SRCH-IDX.
           PERFORM 2250-LIMIT-FIND-ONE-PARA
               UNTIL WS-LIM-SRCH-IDX > WS-LIM-CNT
                  OR WS-LIM-FOUND.

       2250-LIMIT-FIND-ONE-PARA.
           IF WS-LIM-TYPE(WS-LIM-SRCH-IDX) = WS-LIM-KEY
               SET WS-LIM-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-LIM-SRCH-IDX
           END-IF.

       2300-LEDGER-FIND-PARA.
           MOVE 'N' TO WS-LDG-FOUND-SW.
           MOVE 1 TO WS-LDG-SRCH-IDX.
           PERFORM 2350-LEDGER-FIND-ONE-PARA
               UNTIL WS-LDG-SRCH-IDX > WS-LDG-CNT
                  OR WS-LDG-FOUND.

       2350-LEDGER-FIND-ONE-PARA.
           IF WS-LDG-NUMBER(WS-LDG-SRCH-IDX) = ECL-EMPLOYEE-NUMBER
               AND WS-LDG-TAX-YEAR(WS-LDG-SRCH-IDX) =
                   WS-CLAIM-TAX-YEAR
               AND WS-LDG-TYPE(WS-LDG-SRCH-IDX) = ECL-TYPE
               SET WS-LDG-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-LDG-SRCH-IDX
           END-IF.

      * BOOKS THE CLAIM TO THE LEDGER AT ONCE, SO A SECOND CLAIM OF
      * THE SAME TYPE LATER IN THE FEED SEES THE REDUCED REMAINDER,
      * AND ADDS IT TO THE EMPLOYEE'S TAXABLE OR NON-TAXABLE ELEMENT.
       2500-CLAIM-ACCEPT-PARA.
           IF NOT WS-LDG-FOUND
               IF WS-LDG-CNT < 2000
                   ADD 1 TO WS-LDG-CNT
                   MOVE WS-LDG-CNT TO WS-LDG-SRCH-IDX
                   MOVE ECL-EMPLOYEE-NUMBER TO
                       WS-LDG-NUMBER(WS-LDG-SRCH-IDX)
                   MOVE WS-CLAIM-TAX-YEAR TO
                       WS-LDG-TAX-YEAR(WS-LDG-SRCH-IDX)
                   MOVE ECL-TYPE TO WS-LDG-TYPE(WS-LDG-SRCH-IDX)
                   MOVE ZEROES TO WS-LDG-CLAIMED(WS-LDG-SRCH-IDX)
               ELSE
                   DISPLAY 'WS-LDG-TABLE FULL, CLAIM NOT BOOKED: '
                       ECL-EMPLOYEE-NUMBER
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-LDG-SRCH-IDX <= WS-LDG-CNT
               ADD ECL-AMOUNT TO WS-LDG-CLAIMED(WS-LDG-SRCH-IDX)
               PERFORM 2600-ELEMENT-ADD-PARA
           END-IF.

       2600-ELEMENT-ADD-PARA.
           MOVE 'N' TO WS-ELM-FOUND-SW.
           MOVE 1 TO WS-ELM-SRCH-IDX.
           PERFORM 2650-ELEMENT-FIND-ONE-PARA
               UNTIL WS-ELM-SRCH-IDX > WS-ELM-CNT
                  OR WS-ELM-FOUND.
           IF NOT WS-ELM-FOUND
               IF WS-ELM-CNT < 2000
                   ADD 1 TO WS-ELM-CNT
                   MOVE WS-ELM-CNT TO WS-ELM-SRCH-IDX
                   MOVE ECL-EMPLOYEE-NUMBER TO
                       WS-ELM-NUMBER(WS-ELM-SRCH-IDX)
                   MOVE ZEROES TO WS-ELM-TAXABLE(WS-ELM-SRCH-IDX)
                   MOVE ZEROES TO WS-ELM-EXEMPT(WS-ELM-SRCH-IDX)
               ELSE
                   DISPLAY 'WS-ELM-TABLE FULL, CLAIM NOT PAID: '
                       ECL-EMPLOYEE-NUMBER
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-ELM-SRCH-IDX <= WS-ELM-CNT
               IF WS-LIM-TAXABLE(WS-LIM-SRCH-IDX)
                   ADD ECL-AMOUNT TO WS-ELM-TAXABLE(WS-ELM-SRCH-IDX)
                   ADD ECL-AMOUNT TO WS-TAXABLE-TOTAL
               ELSE
                   ADD ECL-AMOUNT TO WS-ELM-EXEMPT(WS-ELM-SRCH-IDX)
                   ADD ECL-AMOUNT TO WS-EXEMPT-TOTAL
               END-IF
               ADD 1 TO WS-ACCEPT-CNT
           END-IF.

       2650-ELEMENT-FIND-ONE-PARA.
           IF WS-ELM-NUMBER(WS-ELM-SRCH-IDX) = ECL-EMPLOYEE-NUMBER
               SET WS-ELM-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-ELM-SRCH-IDX
           END-IF.

       2800-CLAIM-REJECT-PARA.
           ADD 1 TO WS-REJECT-CNT.
           MOVE ECL-AMOUNT TO WS-FORMATTED-AMOUNT.
           MOVE SPACES TO EXPREJ-REC.
           STRING ECL-EMPLOYEE-NUMBER DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ECL-TYPE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ECL-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-FORMATTED-AMOUNT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ECL-APPROVER DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-REJECT-REASON DELIMITED BY SIZE
               INTO EXPREJ-REC.
           WRITE EXPREJ-REC.

       3000-ELEMENTS-WRITE-PARA.
           MOVE 1 TO WS-ELM-IDX.
           PERFORM 3100-ELEMENT-WRITE-ONE-PARA
               UNTIL WS-ELM-IDX > WS-ELM-CNT.

       3100-ELEMENT-WRITE-ONE-PARA.
           MOVE SPACES TO EXPELEM-REC.
           MOVE WS-ELM-NUMBER(WS-ELM-IDX) TO EXE-EMPLOYEE-NUMBER.
           MOVE WS-ELM-TAXABLE(WS-ELM-IDX) TO EXE-TAXABLE.
           MOVE WS-ELM-EXEMPT(WS-ELM-IDX) TO EXE-EXEMPT.
           WRITE EXPELEM-REC.
           ADD 1 TO WS-ELEMENT-WT-CNT.
           ADD 1 TO WS-ELM-IDX.

      * ONE BLOCK PER EMPLOYEE WITH CLAIMS IN THE CURRENT TAX YEAR:
      * A LINE PER CLAIM TYPE WITH CLAIMED, LIMIT AND REMAINING.
       3500-STATEMENT-WRITE-PARA.
           MOVE 1 TO WS-EMP-IDX.
           PERFORM 3550-STATEMENT-EMP-PARA
               UNTIL WS-EMP-IDX > WS-EMP-CNT.

       3550-STATEMENT-EMP-PARA.
           MOVE 'N' TO WS-STMT-HEAD-SW.
           MOVE 1 TO WS-LDG-IDX.
           PERFORM 3600-STATEMENT-LINE-PARA
               UNTIL WS-LDG-IDX > WS-LDG-CNT.
           ADD 1 TO WS-EMP-IDX.

       3600-STATEMENT-LINE-PARA.
           IF WS-LDG-NUMBER(WS-LDG-IDX) = WS-EMP-NUMBER(WS-EMP-IDX)
               AND WS-LDG-TAX-YEAR(WS-LDG-IDX) = WS-TAX-YEAR
               IF NOT WS-STMT-HEAD-DONE
                   MOVE SPACES TO EXPSTMT-REC
                   STRING 'EMPLOYEE ' DELIMITED BY SIZE
                       WS-EMP-NUMBER(WS-EMP-IDX) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-EMP-NAME(WS-EMP-IDX) DELIMITED BY SIZE
                       INTO EXPSTMT-REC
                   WRITE EXPSTMT-REC
                   SET WS-STMT-HEAD-DONE TO TRUE
               END-IF
               MOVE WS-LDG-TYPE(WS-LDG-IDX) TO WS-LIM-KEY
               PERFORM 2200-LIMIT-FIND-PARA
               MOVE WS-LDG-CLAIMED(WS-LDG-IDX) TO WS-FORMATTED-AMOUNT
               MOVE ZEROES TO WS-REMAINING
               MOVE ZEROES TO WS-FORMATTED-LIMIT
               MOVE 'TYPE NO LONGER LISTED' TO WS-STMT-DESCRIPTION
               IF WS-LIM-FOUND
                   MOVE WS-LIM-DESCRIPTION(WS-LIM-SRCH-IDX)
                       TO WS-STMT-DESCRIPTION
                   MOVE WS-LIM-ANNUAL(WS-LIM-SRCH-IDX)
                       TO WS-FORMATTED-LIMIT
                   COMPUTE WS-REMAINING =
                       WS-LIM-ANNUAL(WS-LIM-SRCH-IDX)
                       - WS-LDG-CLAIMED(WS-LDG-IDX)
               END-IF
               MOVE WS-REMAINING TO WS-FORMATTED-REMAIN
               MOVE SPACES TO EXPSTMT-REC
               STRING '  ' DELIMITED BY SIZE
                   WS-LDG-TYPE(WS-LDG-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-STMT-DESCRIPTION DELIMITED BY SIZE
                   ' CLAIMED ' DELIMITED BY SIZE
                   WS-FORMATTED-AMOUNT DELIMITED BY SIZE
                   ' LIMIT ' DELIMITED BY SIZE
                   WS-FORMATTED-LIMIT DELIMITED BY SIZE
                   ' LEFT ' DELIMITED BY SIZE
                   WS-FORMATTED-REMAIN DELIMITED BY SIZE
                   INTO EXPSTMT-REC
               WRITE EXPSTMT-REC
           END-IF.
           ADD 1 TO WS-LDG-IDX.

      * THE LEDGER IS REWRITTEN IN FULL WITH THE RUN'S CLAIMS BOOKED.
       3800-LEDGER-REWRITE-PARA.
           OPEN OUTPUT EXPLEDG.
           DISPLAY 'FILE STATUS FOR EXPLEDG:', WS-EXPLEDG-STATUS.
           PERFORM 3850-LEDGER-WRITE-ONE-PARA
               VARYING WS-LDG-IDX FROM 1 BY 1
               UNTIL WS-LDG-IDX > WS-LDG-CNT.
           CLOSE EXPLEDG.

       3850-LEDGER-WRITE-ONE-PARA.
           MOVE SPACES TO EXPLEDG-REC.
           MOVE WS-LDG-NUMBER(WS-LDG-IDX) TO LDG-EMPLOYEE-NUMBER.
           MOVE WS-LDG-TAX-YEAR(WS-LDG-IDX) TO LDG-TAX-YEAR.
           MOVE WS-LDG-TYPE(WS-LDG-IDX) TO LDG-TYPE.
           MOVE WS-LDG-CLAIMED(WS-LDG-IDX) TO LDG-CLAIMED.
           WRITE EXPLEDG-REC.

       3900-FILES-CLOSE-PARA.
           IF WS-EXPCLM-STATUS = '00' OR WS-EXPCLM-STATUS = '10'
               CLOSE EXPCLM
           END-IF.
           IF WS-EMPFY-STATUS = '00' OR WS-EMPFY-STATUS = '10'
               CLOSE EMPFY
           END-IF.
           CLOSE EXPELEM.
           CLOSE EXPREJ.
           CLOSE EXPSTMT.

      * RESOLVES EVERY FILE ASSIGNMENT FROM THE EXTERNAL FILE
      * CONFIGURATION BEFORE ANYTHING IS OPENED, REPORTING EACH
      * RESOLVED PATH. A LOGICAL NAME MISSING FROM THE
      * CONFIGURATION ENDS THE RUN CLEANLY WITH RC 16 BEFORE ANY
      * FILE IS TOUCHED.
       0050-FILECFG-LOAD-PARA.
           MOVE 'EXPCLAIMS' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-EXPCLM-PATH.
           MOVE 'EXPLIMITS' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-EXPLIM-PATH.
           MOVE 'EMPLOYEEDETA' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-EMPFY-PATH.
           MOVE 'EXPLEDGER' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-EXPLEDG-PATH.
           MOVE 'EXPELEMENT' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-EXPELEM-PATH.
           MOVE 'EXPREJREG' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-EXPREJ-PATH.
           MOVE 'EXPSTMT' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-EXPSTMT-PATH.

       0060-FILECFG-ONE-PARA.
           CALL 'FILECFG' USING WS-CFG-NAME, WS-CFG-PATH,
               WS-CFG-RESULT.
           IF WS-CFG-RESULT NOT = 'Y'
               DISPLAY 'FILE PATH NOT CONFIGURED: ' WS-CFG-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'USING ' WS-CFG-NAME ' AT ' WS-CFG-PATH.

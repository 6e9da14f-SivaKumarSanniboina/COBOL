       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVEPRC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * SAME LAYOUT AS EMPLOYEE.CBL'S EMPFY, READ FOR THE EMPLOYEES
      * ON THE BOOKS AND THE DESIGNATION THE ACCRUAL RULES KEY ON.
           SELECT EMPFY ASSIGN TO DYNAMIC WS-EMPFY-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-EMPFY-STATUS.

      * LEAVE ACCRUAL RULES: DAYS CREDITED EACH MONTH AND THE MOST
      * THAT MAY BE HELD, PER DESIGNATION AND LEAVE TYPE. A RULE
      * WITH A BLANK DESIGNATION IS THE DEFAULT FOR ANY DESIGNATION
      * WITHOUT ONE OF ITS OWN.
           SELECT LEAVERULE ASSIGN TO DYNAMIC WS-LEAVERULE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-LEAVERULE-STATUS.

      * LEAVE MASTER: ONE LINE PER EMPLOYEE PER LEAVE TYPE WITH THE
      * BALANCE AND THE LAST MONTH ACCRUED. LOADED, UPDATED IN
      * PLACE, AND REWRITTEN AT CLOSE THE WAY PAYSLIP.CBL KEEPS THE
      * LOAN MASTER. FNFSETT.CBL ENCASHES AND CLEARS THE EARNED
      * LEAVE OF EVERY LEAVER.
           SELECT LEAVEMAST ASSIGN TO DYNAMIC WS-LEAVEMAST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-LEAVEMAST-STATUS.

      * LEAVE TRANSACTIONS FOR THE MONTH: DAYS OF LEAVE TAKEN, BY
      * EMPLOYEE AND TYPE. A ONE-SHOT FEED, CLEARED BY OPERATIONS
      * AFTER THE RUN LIKE THE ARREARS AND BONUS ELEMENT FILES.
           SELECT LEAVETRN ASSIGN TO DYNAMIC WS-LEAVETRN-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-LEAVETRN-STATUS.

      * SAME ASSIGN/LAYOUT AS PAYSLIP.CBL'S ATTENDFL. LEAVE TAKEN
      * BEYOND THE BALANCE IS ADDED TO THE MONTH'S LOSS-OF-PAY DAYS
      * HERE, SO PAYSLIP PRORATES IT WITHOUT ANYONE RE-KEYING IT.
           SELECT ATTENDFL ASSIGN TO DYNAMIC WS-ATTENDFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-ATTENDFL-STATUS.

      * MONTHLY LEAVE BALANCE STATEMENT FOR HR: PER EMPLOYEE, EACH
      * TYPE'S OPENING, ACCRUED, AVAILED, LAPSED AND CLOSING DAYS,
      * THEN ANY TRANSACTIONS THAT COULD NOT BE POSTED.
           SELECT LEAVESTMT ASSIGN TO DYNAMIC WS-LEAVESTMT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-LEAVESTMT-STATUS.

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

       FD  LEAVERULE.
       01  LEAVERULE-REC.
           05  LRL-DESIGNATION         PIC X(10).
           05  LRL-LEAVE-TYPE          PIC X(01).
           05  LRL-MONTHLY-DAYS        PIC 9(02)V99.
           05  LRL-MAX-BALANCE         PIC 9(03)V99.
           05  FILLER                  PIC X(60).

       FD  LEAVEMAST.
       01  LEAVEMAST-REC.
           05  LVM-EMPLOYEE-NUMBER     PIC 9(05).
           05  LVM-LEAVE-TYPE          PIC X(01).
               88  LVM-EARNED                  VALUE 'E'.
               88  LVM-CASUAL                  VALUE 'C'.
               88  LVM-SICK                    VALUE 'S'.
           05  LVM-BALANCE             PIC 9(03)V99.
           05  LVM-LAST-ACCRUAL        PIC 9(06).
           05  FILLER                  PIC X(63).

       FD  LEAVETRN.
       01  LEAVETRN-REC.
           05  LVT-EMPLOYEE-NUMBER     PIC 9(05).
           05  LVT-LEAVE-TYPE          PIC X(01).
           05  LVT-DAYS                PIC 9(02).
           05  LVT-FROM-DATE           PIC 9(08).
           05  FILLER                  PIC X(64).

      * SAME LAYOUT AS PAYSLIP.CBL'S ATTENDFL-REC.
       FD  ATTENDFL.
       01  ATTENDFL-REC.
           05  ATT-EMPLOYEE-NUMBER     PIC 9(05).
           05  ATT-DAYS-PRESENT        PIC 9(02).
           05  ATT-LOP-DAYS            PIC 9(02).
           05  FILLER                  PIC X(71).

       FD  LEAVESTMT.
       01  LEAVESTMT-REC               PIC X(80).

       WORKING-STORAGE SECTION.
      * RESOLVED FILE PATHS. EVERY ASSIGNMENT COMES FROM THE
      * EXTERNAL FILE CONFIGURATION (FILECFG) AT STARTUP -- SEE
      * 0050-FILECFG-LOAD-PARA -- SO A DISK MOVE OR A TEST RUN
      * NEVER MEANS EDITING AND RECOMPILING THIS PROGRAM.
       77  WS-EMPFY-PATH               PIC X(80) VALUE SPACES.
       77  WS-LEAVERULE-PATH           PIC X(80) VALUE SPACES.
       77  WS-LEAVEMAST-PATH           PIC X(80) VALUE SPACES.
       77  WS-LEAVETRN-PATH            PIC X(80) VALUE SPACES.
       77  WS-ATTENDFL-PATH            PIC X(80) VALUE SPACES.
       77  WS-LEAVESTMT-PATH           PIC X(80) VALUE SPACES.
       77  WS-CFG-NAME             PIC X(12)   VALUE SPACES.
       77  WS-CFG-PATH             PIC X(80)   VALUE SPACES.
       77  WS-CFG-RESULT           PIC X(01)   VALUE 'N'.

       01  WS-FILE-STATUS.
           05  WS-EMPFY-STATUS         PIC X(2).
           05  WS-LEAVERULE-STATUS     PIC X(2).
           05  WS-LEAVEMAST-STATUS     PIC X(2).
           05  WS-LEAVETRN-STATUS      PIC X(2).
           05  WS-ATTENDFL-STATUS      PIC X(2).
           05  WS-LEAVESTMT-STATUS     PIC X(2).

       01  WS-EOF-SWITCHES.
           05  WS-EMPFY-EOF-SW         PIC X(01)   VALUE 'N'.
               88  EMPFY-EOF                       VALUE 'Y'.
           05  WS-LEAVERULE-EOF-SW     PIC X(01)   VALUE 'N'.
               88  LEAVERULE-EOF                   VALUE 'Y'.
           05  WS-LEAVEMAST-EOF-SW     PIC X(01)   VALUE 'N'.
               88  LEAVEMAST-EOF                   VALUE 'Y'.
           05  WS-LEAVETRN-EOF-SW      PIC X(01)   VALUE 'N'.
               88  LEAVETRN-EOF                    VALUE 'Y'.
           05  WS-ATTENDFL-EOF-SW      PIC X(01)   VALUE 'N'.
               88  ATTENDFL-EOF                    VALUE 'Y'.
           05  WS-ATT-CHANGED-SW       PIC X(01)   VALUE 'N'.
               88  WS-ATT-CHANGED                  VALUE 'Y'.

      * RUN DATE, TAKEN AT OPEN TIME THE SAME WAY PAYSLIP.CBL TAKES
      * IT, SO THE LEAVE MONTH AND THE PAY MONTH ARE ONE AND THE SAME.
       01  WS-RUN-DATE                 PIC 9(8)    VALUE ZEROES.
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYYMM           PIC 9(6).
           05  FILLER                  PIC 9(2).

      * SAME-PERIOD GUARD, THE SAME IDEA AS PAYSLIP.CBL'S PAYHIST
      * GUARD: WHEN THE MASTER ALREADY SHOWS THIS MONTH ACCRUED, THE
      * MONTH HAS BEEN PROCESSED AND A RERUN CHANGES NOTHING, SO
      * LEAVE CANNOT BE CREDITED OR DEBITED TWICE.
       77  WS-LEAVE-DONE-SW            PIC X(01)   VALUE 'N'.
           88  WS-LEAVE-DONE                       VALUE 'Y'.

      * THE THREE LEAVE TYPES, IN STATEMENT ORDER.
       01  WS-LTYPE-TABLE.
           05  WS-LTYPE-ENTRY OCCURS 3 TIMES.
               10  WS-LTYPE-CODE        PIC X(01).
               10  WS-LTYPE-NAME        PIC X(08).
       77  WS-LTYPE-IDX                PIC 9(1)    VALUE ZEROES.
       77  WS-LTYPE-SRCH-IDX           PIC 9(1)    VALUE ZEROES.
       77  WS-LTYPE-FOUND-SW           PIC X(01)   VALUE 'N'.
           88  WS-LTYPE-FOUND                      VALUE 'Y'.

       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 60 TIMES.
               10  WS-RULE-DESIGNATION  PIC X(10).
               10  WS-RULE-TYPE         PIC X(01).
               10  WS-RULE-DAYS         PIC 9(02)V99.
               10  WS-RULE-MAX          PIC 9(03)V99.
       77  WS-RULE-CNT                 PIC 9(2)    VALUE ZEROES.
       77  WS-RULE-SRCH-IDX            PIC 9(2)    VALUE ZEROES.
       77  WS-RULE-FOUND-SW            PIC X(01)   VALUE 'N'.
           88  WS-RULE-FOUND                       VALUE 'Y'.
       77  WS-RULE-KEY                 PIC X(10)   VALUE SPACES.
       77  WS-ANY-RULE-SW              PIC X(01)   VALUE 'N'.
           88  WS-ANY-RULE                         VALUE 'Y'.

      * EMPLOYEES ON THE BOOKS, WITH THE LOP DAYS THIS RUN HAS
      * CONVERTED FOR EACH.
       01  WS-EMP-TABLE.
           05  WS-EMP-ENTRY OCCURS 2000 TIMES.
               10  WS-EMP-NUMBER        PIC 9(05).
               10  WS-EMP-NAME          PIC X(30).
               10  WS-EMP-DESIGNATION   PIC X(10).
               10  WS-EMP-LOP           PIC 9(02).
       77  WS-EMP-CNT                  PIC 9(4)    VALUE ZEROES.
       77  WS-EMP-IDX                  PIC 9(4)    VALUE ZEROES.
       77  WS-EMP-SRCH-IDX             PIC 9(4)    VALUE ZEROES.
       77  WS-EMP-FOUND-SW             PIC X(01)   VALUE 'N'.
           88  WS-EMP-FOUND                        VALUE 'Y'.

      * LEAVE MASTER HELD IN STORAGE, WITH THE MONTH'S MOVEMENTS
      * FOR THE STATEMENT ALONGSIDE EACH BALANCE.
       01  WS-LVM-TABLE.
           05  WS-LVM-ENTRY OCCURS 6000 TIMES.
               10  WS-LVM-NUMBER        PIC 9(05).
               10  WS-LVM-TYPE          PIC X(01).
               10  WS-LVM-OPENING       PIC 9(03)V99.
               10  WS-LVM-ACCRUED       PIC 9(03)V99.
               10  WS-LVM-AVAILED       PIC 9(03)V99.
               10  WS-LVM-LAPSED        PIC 9(03)V99.
               10  WS-LVM-BALANCE       PIC 9(03)V99.
               10  WS-LVM-LAST-ACCRUAL  PIC 9(06).
       77  WS-LVM-CNT                  PIC 9(4)    VALUE ZEROES.
       77  WS-LVM-IDX                  PIC 9(4)    VALUE ZEROES.
       77  WS-LVM-SRCH-IDX             PIC 9(4)    VALUE ZEROES.
       77  WS-LVM-FOUND-SW             PIC X(01)   VALUE 'N'.
           88  WS-LVM-FOUND                        VALUE 'Y'.
       77  WS-LVM-KEY-NUMBER           PIC 9(05)   VALUE ZEROES.
       77  WS-LVM-KEY-TYPE             PIC X(01)   VALUE SPACES.

      * ATTENDANCE HELD IN STORAGE FOR THE LOP UPDATE, REWRITTEN AT
      * CLOSE ONLY WHEN SOMETHING WAS CONVERTED.
       01  WS-ATT-TABLE.
           05  WS-ATT-ENTRY OCCURS 2000 TIMES.
               10  WS-ATT-NUMBER        PIC 9(05).
               10  WS-ATT-PRESENT       PIC 9(02).
               10  WS-ATT-LOP           PIC 9(02).
       77  WS-ATT-CNT                  PIC 9(4)    VALUE ZEROES.
       77  WS-ATT-IDX                  PIC 9(4)    VALUE ZEROES.
       77  WS-ATT-SRCH-IDX             PIC 9(4)    VALUE ZEROES.
       77  WS-ATT-FOUND-SW             PIC X(01)   VALUE 'N'.
           88  WS-ATT-FOUND                        VALUE 'Y'.
       77  WS-MONTH-DAYS               PIC 9(2)    VALUE 30.

      * TRANSACTIONS THAT COULD NOT BE POSTED, LISTED AT THE END OF
      * THE STATEMENT.
       01  WS-REJ-TABLE.
           05  WS-REJ-ENTRY OCCURS 500 TIMES.
               10  WS-REJ-NUMBER        PIC 9(05).
               10  WS-REJ-TYPE          PIC X(01).
               10  WS-REJ-DAYS          PIC 9(02).
               10  WS-REJ-REASON        PIC X(30).
       77  WS-REJ-CNT                  PIC 9(3)    VALUE ZEROES.
       77  WS-REJ-IDX                  PIC 9(3)    VALUE ZEROES.
       77  WS-REJ-REASON-TEXT          PIC X(30)   VALUE SPACES.

      * DEBIT ARITHMETIC: LEAVE IS TAKEN IN WHOLE DAYS, SO ONLY THE
      * WHOLE DAYS OF THE BALANCE ARE AVAILABLE; ANY DAYS BEYOND
      * THEM BECOME LOSS OF PAY.
       77  WS-AVAILABLE-DAYS           PIC 9(03)   VALUE ZEROES.
       77  WS-DEBIT-DAYS               PIC 9(03)   VALUE ZEROES.
       77  WS-SHORT-DAYS               PIC 9(03)   VALUE ZEROES.

       01  WS-COUNTERS.
           05  WS-EMPFY-RD-CNT         PIC 9(6)    VALUE ZEROES.
           05  WS-ACCRUAL-CNT          PIC 9(6)    VALUE ZEROES.
           05  WS-NO-RULE-CNT          PIC 9(6)    VALUE ZEROES.
           05  WS-LEAVETRN-RD-CNT      PIC 9(6)    VALUE ZEROES.
           05  WS-POSTED-CNT           PIC 9(6)    VALUE ZEROES.
           05  WS-REJECT-CNT           PIC 9(6)    VALUE ZEROES.
           05  WS-LOP-CONV-CNT         PIC 9(6)    VALUE ZEROES.
           05  WS-LOP-DAYS-TOTAL       PIC 9(6)    VALUE ZEROES.

       77  WS-FORMATTED-OPENING        PIC ZZ9.99.
       77  WS-FORMATTED-ACCRUED        PIC ZZ9.99.
       77  WS-FORMATTED-AVAILED        PIC ZZ9.99.
       77  WS-FORMATTED-LAPSED         PIC ZZ9.99.
       77  WS-FORMATTED-CLOSING        PIC ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0050-FILECFG-LOAD-PARA.
           PERFORM 1000-FILES-OPEN-PARA.
           IF WS-EMPFY-STATUS NOT = '00'
               DISPLAY 'EMPLOYEE FILE CANNOT BE OPENED.'
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-LEAVE-DONE
                   DISPLAY 'LEAVE ALREADY PROCESSED FOR ',
                       WS-RUN-YYYYMM, ', NOTHING POSTED.'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 2000-ACCRUE-EMPLOYEE-PARA
                       VARYING WS-EMP-IDX FROM 1 BY 1
                       UNTIL WS-EMP-IDX > WS-EMP-CNT
                   PERFORM 2500-LEAVETRN-POST-PARA
                   PERFORM 3000-LEAVEMAST-REWRITE-PARA
                   IF WS-ATT-CHANGED
                       PERFORM 3100-ATTENDFL-REWRITE-PARA
                   END-IF
                   PERFORM 3200-STATEMENT-WRITE-PARA
               END-IF
           END-IF.
           PERFORM 3900-FILES-CLOSE-PARA.

           DISPLAY 'EMPLOYEES READ: ', WS-EMPFY-RD-CNT.
           DISPLAY 'ACCRUALS CREDITED: ', WS-ACCRUAL-CNT.
           DISPLAY 'EMPLOYEES WITH NO ACCRUAL RULE: ', WS-NO-RULE-CNT.
           DISPLAY 'LEAVE TRANSACTIONS READ: ', WS-LEAVETRN-RD-CNT.
           DISPLAY 'LEAVE TRANSACTIONS POSTED: ', WS-POSTED-CNT.
           DISPLAY 'LEAVE TRANSACTIONS REJECTED: ', WS-REJECT-CNT.
           DISPLAY 'EMPLOYEES WITH LEAVE CONVERTED TO LOP: ',
               WS-LOP-CONV-CNT.
           DISPLAY 'LOP DAYS CONVERTED: ', WS-LOP-DAYS-TOTAL.
           IF WS-REJECT-CNT > 0 AND RETURN-CODE = 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       1000-FILES-OPEN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1050-LEAVE-TYPES-LOAD-PARA.

           OPEN INPUT EMPFY.
           DISPLAY 'FILE STATUS FOR EMPFY:', WS-EMPFY-STATUS.
           IF WS-EMPFY-STATUS = '00'
               PERFORM 1400-EMPFY-READ-PARA UNTIL EMPFY-EOF
           END-IF.

           OPEN INPUT LEAVERULE.
           IF WS-LEAVERULE-STATUS NOT = '00' THEN
               DISPLAY 'LEAVERULES NOT FOUND, NO LEAVE ACCRUED.'
           ELSE
               PERFORM 1100-LEAVERULE-READ-PARA UNTIL LEAVERULE-EOF
               CLOSE LEAVERULE
           END-IF.

           OPEN INPUT LEAVEMAST.
           IF WS-LEAVEMAST-STATUS NOT = '00' THEN
               DISPLAY 'NO LEAVE MASTER YET, STARTING FRESH.'
           ELSE
               PERFORM 1200-LEAVEMAST-READ-PARA UNTIL LEAVEMAST-EOF
               CLOSE LEAVEMAST
           END-IF.

           OPEN INPUT ATTENDFL.
           IF WS-ATTENDFL-STATUS NOT = '00' THEN
               DISPLAY 'ATTENDANCE NOT FOUND, STARTING FRESH.'
           ELSE
               PERFORM 1300-ATTENDFL-READ-PARA UNTIL ATTENDFL-EOF
               CLOSE ATTENDFL
           END-IF.

           OPEN OUTPUT LEAVESTMT.
           DISPLAY 'FILE STATUS FOR LEAVESTMT:', WS-LEAVESTMT-STATUS.
           MOVE SPACES TO LEAVESTMT-REC.
           STRING 'LEAVE BALANCE STATEMENT FOR ' DELIMITED BY SIZE
               WS-RUN-YYYYMM DELIMITED BY SIZE
               INTO LEAVESTMT-REC.
           WRITE LEAVESTMT-REC.

       1050-LEAVE-TYPES-LOAD-PARA.
           MOVE 'E' TO WS-LTYPE-CODE(1).
           MOVE 'EARNED' TO WS-LTYPE-NAME(1).
           MOVE 'C' TO WS-LTYPE-CODE(2).
           MOVE 'CASUAL' TO WS-LTYPE-NAME(2).
           MOVE 'S' TO WS-LTYPE-CODE(3).
           MOVE 'SICK' TO WS-LTYPE-NAME(3).

       1100-LEAVERULE-READ-PARA.
           READ LEAVERULE
               AT END
                   SET LEAVERULE-EOF TO TRUE
               NOT AT END
                   IF WS-RULE-CNT < 60
                       ADD 1 TO WS-RULE-CNT
                       MOVE LRL-DESIGNATION TO
                           WS-RULE-DESIGNATION(WS-RULE-CNT)
                       MOVE LRL-LEAVE-TYPE TO
                           WS-RULE-TYPE(WS-RULE-CNT)
                       MOVE LRL-MONTHLY-DAYS TO
                           WS-RULE-DAYS(WS-RULE-CNT)
                       MOVE LRL-MAX-BALANCE TO
                           WS-RULE-MAX(WS-RULE-CNT)
                   ELSE
                       DISPLAY 'WS-RULE-TABLE FULL, ENTRY IGNORED: '
                           LRL-DESIGNATION
                   END-IF
           END-READ.

       1200-LEAVEMAST-READ-PARA.
           READ LEAVEMAST
               AT END
                   SET LEAVEMAST-EOF TO TRUE
               NOT AT END
                   IF WS-LVM-CNT < 6000
                       ADD 1 TO WS-LVM-CNT
                       MOVE LVM-EMPLOYEE-NUMBER TO
                           WS-LVM-NUMBER(WS-LVM-CNT)
                       MOVE LVM-LEAVE-TYPE TO WS-LVM-TYPE(WS-LVM-CNT)
                       MOVE LVM-BALANCE TO WS-LVM-OPENING(WS-LVM-CNT)
                       MOVE LVM-BALANCE TO WS-LVM-BALANCE(WS-LVM-CNT)
                       MOVE ZEROES TO WS-LVM-ACCRUED(WS-LVM-CNT)
                       MOVE ZEROES TO WS-LVM-AVAILED(WS-LVM-CNT)
                       MOVE ZEROES TO WS-LVM-LAPSED(WS-LVM-CNT)
                       MOVE LVM-LAST-ACCRUAL TO
                           WS-LVM-LAST-ACCRUAL(WS-LVM-CNT)
                       IF LVM-LAST-ACCRUAL = WS-RUN-YYYYMM
                           SET WS-LEAVE-DONE TO TRUE
                       END-IF
                   ELSE
                       DISPLAY 'WS-LVM-TABLE FULL, ENTRY IGNORED: '
                           LVM-EMPLOYEE-NUMBER
                   END-IF
           END-READ.

       1300-ATTENDFL-READ-PARA.
           READ ATTENDFL
               AT END
                   SET ATTENDFL-EOF TO TRUE
               NOT AT END
                   IF WS-ATT-CNT < 2000
                       ADD 1 TO WS-ATT-CNT
                       MOVE ATT-EMPLOYEE-NUMBER TO
                           WS-ATT-NUMBER(WS-ATT-CNT)
                       MOVE ATT-DAYS-PRESENT TO
                           WS-ATT-PRESENT(WS-ATT-CNT)
                       MOVE ATT-LOP-DAYS TO WS-ATT-LOP(WS-ATT-CNT)
                   ELSE
                       DISPLAY 'WS-ATT-TABLE FULL, ENTRY IGNORED: '
                           ATT-EMPLOYEE-NUMBER
                   END-IF
           END-READ.

      * THE FEED'S HEADER/TRAILER CONTROL RECORDS ARE NOT EMPLOYEES
      * AND ARE SKIPPED, AS PAYSLIP.CBL SKIPS THEM.
       1400-EMPFY-READ-PARA.
           READ EMPFY
               AT END
                   SET EMPFY-EOF TO TRUE
               NOT AT END
                   IF EMP_REC(1:5) NOT = '00000'
                       AND EMP_REC(1:5) NOT = '99999'
                       ADD 1 TO WS-EMPFY-RD-CNT
                       IF WS-EMP-CNT < 2000
                           ADD 1 TO WS-EMP-CNT
                           MOVE Employee_NUMBER TO
                               WS-EMP-NUMBER(WS-EMP-CNT)
                           MOVE EMPLOYEE_NAME TO
                               WS-EMP-NAME(WS-EMP-CNT)
                           MOVE DESIGNATION TO
                               WS-EMP-DESIGNATION(WS-EMP-CNT)
                           MOVE ZEROES TO WS-EMP-LOP(WS-EMP-CNT)
                       ELSE
                           DISPLAY 'WS-EMP-TABLE FULL, ENTRY '
                               'IGNORED: ' Employee_NUMBER
                       END-IF
                   END-IF
           END-READ.

      * CREDITS THE MONTH'S ACCRUAL FOR EACH LEAVE TYPE THE
      * EMPLOYEE'S DESIGNATION (OR THE DEFAULT RULE) EARNS.
       2000-ACCRUE-EMPLOYEE-PARA.
           MOVE 'N' TO WS-ANY-RULE-SW.
           PERFORM 2100-ACCRUE-TYPE-PARA
               VARYING WS-LTYPE-IDX FROM 1 BY 1
               UNTIL WS-LTYPE-IDX > 3.
           IF NOT WS-ANY-RULE
               ADD 1 TO WS-NO-RULE-CNT
           END-IF.

       2100-ACCRUE-TYPE-PARA.
           MOVE WS-EMP-DESIGNATION(WS-EMP-IDX) TO WS-RULE-KEY.
           PERFORM 2150-RULE-FIND-PARA.
           IF NOT WS-RULE-FOUND
               MOVE SPACES TO WS-RULE-KEY
               PERFORM 2150-RULE-FIND-PARA
           END-IF.
           IF WS-RULE-FOUND
               SET WS-ANY-RULE TO TRUE
               MOVE WS-EMP-NUMBER(WS-EMP-IDX) TO WS-LVM-KEY-NUMBER
               MOVE WS-LTYPE-CODE(WS-LTYPE-IDX) TO WS-LVM-KEY-TYPE
               PERFORM 2200-LVM-FIND-OR-ADD-PARA
               IF WS-LVM-SRCH-IDX <= WS-LVM-CNT
                   AND WS-LVM-LAST-ACCRUAL(WS-LVM-SRCH-IDX)
                       < WS-RUN-YYYYMM
                   PERFORM 2300-ACCRUAL-CREDIT-PARA
               END-IF
           END-IF.

       2150-RULE-FIND-PARA.
           MOVE 'N' TO WS-RULE-FOUND-SW.
           MOVE 1 TO WS-RULE-SRCH-IDX.
           PERFORM 2160-RULE-FIND-ONE-PARA
               UNTIL WS-RULE-SRCH-IDX > WS-RULE-CNT
                  OR WS-RULE-FOUND.

       2160-RULE-FIND-ONE-PARA.
           IF WS-RULE-DESIGNATION(WS-RULE-SRCH-IDX) = WS-RULE-KEY
               AND WS-RULE-TYPE(WS-RULE-SRCH-IDX) =
                   WS-LTYPE-CODE(WS-LTYPE-IDX)
               SET WS-RULE-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-RULE-SRCH-IDX
           END-IF.

      * FINDS THE MASTER ENTRY FOR WS-LVM-KEY-NUMBER/-TYPE, OPENING
      * A NIL-BALANCE ONE WHEN THE EMPLOYEE HAS NONE OF THAT TYPE.
       2200-LVM-FIND-OR-ADD-PARA.
           MOVE 'N' TO WS-LVM-FOUND-SW.
           MOVE 1 TO WS-LVM-SRCH-IDX.
           PERFORM 2250-LVM-FIND-ONE-PARA
               UNTIL WS-LVM-SRCH-IDX > WS-LVM-CNT
                  OR WS-LVM-FOUND.
           IF NOT WS-LVM-FOUND
               IF WS-LVM-CNT < 6000
                   ADD 1 TO WS-LVM-CNT
                   MOVE WS-LVM-CNT TO WS-LVM-SRCH-IDX
                   MOVE WS-LVM-KEY-NUMBER TO
                       WS-LVM-NUMBER(WS-LVM-SRCH-IDX)
                   MOVE WS-LVM-KEY-TYPE TO WS-LVM-TYPE(WS-LVM-SRCH-IDX)
                   MOVE ZEROES TO WS-LVM-OPENING(WS-LVM-SRCH-IDX)
                   MOVE ZEROES TO WS-LVM-ACCRUED(WS-LVM-SRCH-IDX)
                   MOVE ZEROES TO WS-LVM-AVAILED(WS-LVM-SRCH-IDX)
                   MOVE ZEROES TO WS-LVM-LAPSED(WS-LVM-SRCH-IDX)
                   MOVE ZEROES TO WS-LVM-BALANCE(WS-LVM-SRCH-IDX)
                   MOVE ZEROES TO
                       WS-LVM-LAST-ACCRUAL(WS-LVM-SRCH-IDX)
               ELSE
                   DISPLAY 'WS-LVM-TABLE FULL, ENTRY IGNORED: '
                       WS-LVM-KEY-NUMBER
               END-IF
           END-IF.

       2250-LVM-FIND-ONE-PARA.
           IF WS-LVM-NUMBER(WS-LVM-SRCH-IDX) = WS-LVM-KEY-NUMBER
               AND WS-LVM-TYPE(WS-LVM-SRCH-IDX) = WS-LVM-KEY-TYPE
               SET WS-LVM-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-LVM-SRCH-IDX
           END-IF.

      * ADDS THE RULE'S MONTHLY DAYS; ANYTHING ABOVE THE RULE'S
      * MAXIMUM BALANCE LAPSES AND IS SHOWN ON THE STATEMENT.
       2300-ACCRUAL-CREDIT-PARA.
           ADD WS-RULE-DAYS(WS-RULE-SRCH-IDX) TO
               WS-LVM-ACCRUED(WS-LVM-SRCH-IDX)
               WS-LVM-BALANCE(WS-LVM-SRCH-IDX).
           IF WS-RULE-MAX(WS-RULE-SRCH-IDX) > 0
               AND WS-LVM-BALANCE(WS-LVM-SRCH-IDX) >
                   WS-RULE-MAX(WS-RULE-SRCH-IDX)
               COMPUTE WS-LVM-LAPSED(WS-LVM-SRCH-IDX) =
                   WS-LVM-BALANCE(WS-LVM-SRCH-IDX)
                   - WS-RULE-MAX(WS-RULE-SRCH-IDX)
               MOVE WS-RULE-MAX(WS-RULE-SRCH-IDX) TO
                   WS-LVM-BALANCE(WS-LVM-SRCH-IDX)
           END-IF.
           MOVE WS-RUN-YYYYMM TO WS-LVM-LAST-ACCRUAL(WS-LVM-SRCH-IDX).
           ADD 1 TO WS-ACCRUAL-CNT.

       2500-LEAVETRN-POST-PARA.
           OPEN INPUT LEAVETRN.
           IF WS-LEAVETRN-STATUS NOT = '00' THEN
               DISPLAY 'LEAVETRANS NOT FOUND, NO LEAVE POSTED.'
           ELSE
               PERFORM 2550-LEAVETRN-READ-PARA UNTIL LEAVETRN-EOF
               CLOSE LEAVETRN
           END-IF.

       2550-LEAVETRN-READ-PARA.
           READ LEAVETRN
               AT END
                   SET LEAVETRN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LEAVETRN-RD-CNT
                   PERFORM 2600-LEAVETRN-EDIT-PARA
           END-READ.

      * A TRANSACTION MUST NAME AN EMPLOYEE ON THE BOOKS, A KNOWN
      * LEAVE TYPE AND A NON-ZERO NUMBER OF DAYS.
       2600-LEAVETRN-EDIT-PARA.
           MOVE SPACES TO WS-REJ-REASON-TEXT.
           MOVE 'N' TO WS-LTYPE-FOUND-SW.
           MOVE 1 TO WS-LTYPE-SRCH-IDX.
           PERFORM 2610-LTYPE-FIND-ONE-PARA
               UNTIL WS-LTYPE-SRCH-IDX > 3
                  OR WS-LTYPE-FOUND.
           MOVE 'N' TO WS-EMP-FOUND-SW.
           MOVE 1 TO WS-EMP-SRCH-IDX.
           PERFORM 2620-EMP-FIND-ONE-PARA
               UNTIL WS-EMP-SRCH-IDX > WS-EMP-CNT
                  OR WS-EMP-FOUND.
           EVALUATE TRUE
               WHEN LVT-DAYS NOT NUMERIC OR LVT-DAYS = 0
                   MOVE 'INVALID NUMBER OF DAYS' TO WS-REJ-REASON-TEXT
               WHEN NOT WS-LTYPE-FOUND
                   MOVE 'INVALID LEAVE TYPE' TO WS-REJ-REASON-TEXT
               WHEN NOT WS-EMP-FOUND
                   MOVE 'EMPLOYEE NOT ON FILE' TO WS-REJ-REASON-TEXT
               WHEN OTHER
                   PERFORM 2700-LEAVE-DEBIT-PARA
           END-EVALUATE.
           IF WS-REJ-REASON-TEXT NOT = SPACES
               PERFORM 2900-REJECT-PARA
           END-IF.

       2610-LTYPE-FIND-ONE-PARA.
           IF WS-LTYPE-CODE(WS-LTYPE-SRCH-IDX) = LVT-LEAVE-TYPE
               SET WS-LTYPE-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-LTYPE-SRCH-IDX
           END-IF.

       2620-EMP-FIND-ONE-PARA.
           IF WS-EMP-NUMBER(WS-EMP-SRCH-IDX) = LVT-EMPLOYEE-NUMBER
               SET WS-EMP-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-EMP-SRCH-IDX
           END-IF.

      * DEBITS THE WHOLE DAYS AVAILABLE AND TURNS THE REST OF THE
      * ABSENCE INTO LOSS OF PAY ON THE ATTENDANCE RECORD.
       2700-LEAVE-DEBIT-PARA.
           MOVE LVT-EMPLOYEE-NUMBER TO WS-LVM-KEY-NUMBER.
           MOVE LVT-LEAVE-TYPE TO WS-LVM-KEY-TYPE.
           PERFORM 2200-LVM-FIND-OR-ADD-PARA.
           IF WS-LVM-SRCH-IDX > WS-LVM-CNT
               MOVE 'LEAVE MASTER FULL' TO WS-REJ-REASON-TEXT
           ELSE
               ADD 1 TO WS-POSTED-CNT
               MOVE WS-LVM-BALANCE(WS-LVM-SRCH-IDX)
                   TO WS-AVAILABLE-DAYS
               IF LVT-DAYS > WS-AVAILABLE-DAYS
                   MOVE WS-AVAILABLE-DAYS TO WS-DEBIT-DAYS
                   COMPUTE WS-SHORT-DAYS =
                       LVT-DAYS - WS-AVAILABLE-DAYS
               ELSE
                   MOVE LVT-DAYS TO WS-DEBIT-DAYS
                   MOVE ZEROES TO WS-SHORT-DAYS
               END-IF
               SUBTRACT WS-DEBIT-DAYS FROM
                   WS-LVM-BALANCE(WS-LVM-SRCH-IDX)
               ADD WS-DEBIT-DAYS TO WS-LVM-AVAILED(WS-LVM-SRCH-IDX)
               IF WS-SHORT-DAYS > 0
                   PERFORM 2800-LOP-CONVERT-PARA
               END-IF
           END-IF.

      * ADDS THE SHORTFALL TO THE MONTH'S LOP DAYS, CAPPED AT THE
      * 30-DAY PAYROLL MONTH. AN EMPLOYEE WITH NO ATTENDANCE LINE
      * GETS ONE, PRESENT FOR THE REST OF THE MONTH, SO PAYSLIP
      * PRORATES RATHER THAN PAYING THE FULL MONTH.
       2800-LOP-CONVERT-PARA.
           SET WS-ATT-CHANGED TO TRUE.
           IF WS-EMP-LOP(WS-EMP-SRCH-IDX) = 0
               ADD 1 TO WS-LOP-CONV-CNT
           END-IF.
           ADD WS-SHORT-DAYS TO WS-LOP-DAYS-TOTAL.
           MOVE 'N' TO WS-ATT-FOUND-SW.
           MOVE 1 TO WS-ATT-SRCH-IDX.
           PERFORM 2850-ATT-FIND-ONE-PARA
               UNTIL WS-ATT-SRCH-IDX > WS-ATT-CNT
                  OR WS-ATT-FOUND.
           IF NOT WS-ATT-FOUND
               IF WS-ATT-CNT < 2000
                   ADD 1 TO WS-ATT-CNT
                   MOVE WS-ATT-CNT TO WS-ATT-SRCH-IDX
                   MOVE LVT-EMPLOYEE-NUMBER TO
                       WS-ATT-NUMBER(WS-ATT-SRCH-IDX)
                   MOVE WS-MONTH-DAYS TO WS-ATT-PRESENT(WS-ATT-SRCH-IDX)
                   MOVE ZEROES TO WS-ATT-LOP(WS-ATT-SRCH-IDX)
               ELSE
                   DISPLAY 'WS-ATT-TABLE FULL, LOP NOT RECORDED: '
                       LVT-EMPLOYEE-NUMBER
               END-IF
           END-IF.
           IF WS-ATT-SRCH-IDX <= WS-ATT-CNT
               IF WS-ATT-LOP(WS-ATT-SRCH-IDX) + WS-SHORT-DAYS
                       > WS-MONTH-DAYS
                   COMPUTE WS-SHORT-DAYS =
                       WS-MONTH-DAYS - WS-ATT-LOP(WS-ATT-SRCH-IDX)
               END-IF
               ADD WS-SHORT-DAYS TO WS-ATT-LOP(WS-ATT-SRCH-IDX)
               ADD WS-SHORT-DAYS TO WS-EMP-LOP(WS-EMP-SRCH-IDX)
               IF WS-ATT-PRESENT(WS-ATT-SRCH-IDX) +
                       WS-ATT-LOP(WS-ATT-SRCH-IDX) > WS-MONTH-DAYS
                   COMPUTE WS-ATT-PRESENT(WS-ATT-SRCH-IDX) =
                       WS-MONTH-DAYS - WS-ATT-LOP(WS-ATT-SRCH-IDX)
               END-IF
           END-IF.

       2850-ATT-FIND-ONE-PARA.
           IF WS-ATT-NUMBER(WS-ATT-SRCH-IDX) = LVT-EMPLOYEE-NUMBER
               SET WS-ATT-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-ATT-SRCH-IDX
           END-IF.

       2900-REJECT-PARA.
           ADD 1 TO WS-REJECT-CNT.
           IF WS-REJ-CNT < 500
               ADD 1 TO WS-REJ-CNT
               MOVE LVT-EMPLOYEE-NUMBER TO WS-REJ-NUMBER(WS-REJ-CNT)
               MOVE LVT-LEAVE-TYPE TO WS-REJ-TYPE(WS-REJ-CNT)
               MOVE LVT-DAYS TO WS-REJ-DAYS(WS-REJ-CNT)
               MOVE WS-REJ-REASON-TEXT TO WS-REJ-REASON(WS-REJ-CNT)
           ELSE
               DISPLAY 'WS-REJ-TABLE FULL, REJECT NOT LISTED: '
                   LVT-EMPLOYEE-NUMBER ' ' WS-REJ-REASON-TEXT
           END-IF.

       3000-LEAVEMAST-REWRITE-PARA.
           OPEN OUTPUT LEAVEMAST.
           IF WS-LEAVEMAST-STATUS NOT = '00'
               DISPLAY 'LEAVE MASTER CANNOT BE REWRITTEN, STATUS '
                   WS-LEAVEMAST-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 3050-LEAVEMAST-WRITE-ONE-PARA
                   VARYING WS-LVM-IDX FROM 1 BY 1
                   UNTIL WS-LVM-IDX > WS-LVM-CNT
               CLOSE LEAVEMAST
           END-IF.

       3050-LEAVEMAST-WRITE-ONE-PARA.
           MOVE SPACES TO LEAVEMAST-REC.
           MOVE WS-LVM-NUMBER(WS-LVM-IDX) TO LVM-EMPLOYEE-NUMBER.
           MOVE WS-LVM-TYPE(WS-LVM-IDX) TO LVM-LEAVE-TYPE.
           MOVE WS-LVM-BALANCE(WS-LVM-IDX) TO LVM-BALANCE.
           MOVE WS-LVM-LAST-ACCRUAL(WS-LVM-IDX) TO LVM-LAST-ACCRUAL.
           WRITE LEAVEMAST-REC.

       3100-ATTENDFL-REWRITE-PARA.
           OPEN OUTPUT ATTENDFL.
           IF WS-ATTENDFL-STATUS NOT = '00'
               DISPLAY 'ATTENDANCE CANNOT BE REWRITTEN, STATUS '
                   WS-ATTENDFL-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 3150-ATTENDFL-WRITE-ONE-PARA
                   VARYING WS-ATT-IDX FROM 1 BY 1
                   UNTIL WS-ATT-IDX > WS-ATT-CNT
               CLOSE ATTENDFL
           END-IF.

       3150-ATTENDFL-WRITE-ONE-PARA.
           MOVE SPACES TO ATTENDFL-REC.
           MOVE WS-ATT-NUMBER(WS-ATT-IDX) TO ATT-EMPLOYEE-NUMBER.
           MOVE WS-ATT-PRESENT(WS-ATT-IDX) TO ATT-DAYS-PRESENT.
           MOVE WS-ATT-LOP(WS-ATT-IDX) TO ATT-LOP-DAYS.
           WRITE ATTENDFL-REC.

      * ONE BLOCK PER EMPLOYEE ON THE BOOKS, THEN THE REJECTS.
       3200-STATEMENT-WRITE-PARA.
           PERFORM 3250-EMPLOYEE-BLOCK-PARA
               VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-CNT.
           IF WS-REJ-CNT > 0
               MOVE ALL '=' TO LEAVESTMT-REC
               WRITE LEAVESTMT-REC
               MOVE 'LEAVE TRANSACTIONS NOT POSTED' TO LEAVESTMT-REC
               WRITE LEAVESTMT-REC
               PERFORM 3400-REJECT-LINE-PARA
                   VARYING WS-REJ-IDX FROM 1 BY 1
                   UNTIL WS-REJ-IDX > WS-REJ-CNT
           END-IF.

       3250-EMPLOYEE-BLOCK-PARA.
           MOVE ALL '-' TO LEAVESTMT-REC.
           WRITE LEAVESTMT-REC.
           MOVE SPACES TO LEAVESTMT-REC.
           STRING 'EMPLOYEE ' DELIMITED BY SIZE
               WS-EMP-NUMBER(WS-EMP-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-EMP-NAME(WS-EMP-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-EMP-DESIGNATION(WS-EMP-IDX) DELIMITED BY SIZE
               INTO LEAVESTMT-REC.
           WRITE LEAVESTMT-REC.
           MOVE 'TYPE     OPENING ACCRUED AVAILED  LAPSED CLOSING'
               TO LEAVESTMT-REC.
           WRITE LEAVESTMT-REC.
           PERFORM 3300-TYPE-LINE-PARA
               VARYING WS-LTYPE-IDX FROM 1 BY 1
               UNTIL WS-LTYPE-IDX > 3.
           IF WS-EMP-LOP(WS-EMP-IDX) > 0
               MOVE SPACES TO LEAVESTMT-REC
               STRING 'LEAVE BEYOND BALANCE, LOP DAYS: '
                   DELIMITED BY SIZE
                   WS-EMP-LOP(WS-EMP-IDX) DELIMITED BY SIZE
                   INTO LEAVESTMT-REC
               WRITE LEAVESTMT-REC
           END-IF.

       3300-TYPE-LINE-PARA.
           MOVE WS-EMP-NUMBER(WS-EMP-IDX) TO WS-LVM-KEY-NUMBER.
           MOVE WS-LTYPE-CODE(WS-LTYPE-IDX) TO WS-LVM-KEY-TYPE.
           MOVE 'N' TO WS-LVM-FOUND-SW.
           MOVE 1 TO WS-LVM-SRCH-IDX.
           PERFORM 2250-LVM-FIND-ONE-PARA
               UNTIL WS-LVM-SRCH-IDX > WS-LVM-CNT
                  OR WS-LVM-FOUND.
           IF WS-LVM-FOUND
               MOVE WS-LVM-OPENING(WS-LVM-SRCH-IDX)
                   TO WS-FORMATTED-OPENING
               MOVE WS-LVM-ACCRUED(WS-LVM-SRCH-IDX)
                   TO WS-FORMATTED-ACCRUED
               MOVE WS-LVM-AVAILED(WS-LVM-SRCH-IDX)
                   TO WS-FORMATTED-AVAILED
               MOVE WS-LVM-LAPSED(WS-LVM-SRCH-IDX)
                   TO WS-FORMATTED-LAPSED
               MOVE WS-LVM-BALANCE(WS-LVM-SRCH-IDX)
                   TO WS-FORMATTED-CLOSING
               MOVE SPACES TO LEAVESTMT-REC
               STRING WS-LTYPE-NAME(WS-LTYPE-IDX) DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-FORMATTED-OPENING DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-FORMATTED-ACCRUED DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-FORMATTED-AVAILED DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-FORMATTED-LAPSED DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-FORMATTED-CLOSING DELIMITED BY SIZE
                   INTO LEAVESTMT-REC
               WRITE LEAVESTMT-REC
           END-IF.

       3400-REJECT-LINE-PARA.
           MOVE SPACES TO LEAVESTMT-REC.
           STRING 'EMPLOYEE ' DELIMITED BY SIZE
               WS-REJ-NUMBER(WS-REJ-IDX) DELIMITED BY SIZE
               ' TYPE ' DELIMITED BY SIZE
               WS-REJ-TYPE(WS-REJ-IDX) DELIMITED BY SIZE
               ' DAYS ' DELIMITED BY SIZE
               WS-REJ-DAYS(WS-REJ-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-REJ-REASON(WS-REJ-IDX) DELIMITED BY SIZE
               INTO LEAVESTMT-REC.
           WRITE LEAVESTMT-REC.

       3900-FILES-CLOSE-PARA.
           IF WS-EMPFY-STATUS = '00' OR WS-EMPFY-STATUS = '10'
               CLOSE EMPFY
           END-IF.
           CLOSE LEAVESTMT.

      * RESOLVES EVERY FILE ASSIGNMENT FROM THE EXTERNAL FILE
      * CONFIGURATION BEFORE ANYTHING IS OPENED, REPORTING EACH
      * RESOLVED PATH. A LOGICAL NAME MISSING FROM THE
      * CONFIGURATION ENDS THE RUN CLEANLY WITH RC 16 BEFORE ANY
      * FILE IS TOUCHED.
       0050-FILECFG-LOAD-PARA.
           MOVE 'EMPLOYEEDETA' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-EMPFY-PATH.
           MOVE 'LEAVERULES' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-LEAVERULE-PATH.
           MOVE 'LEAVEMAST' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-LEAVEMAST-PATH.
           MOVE 'LEAVETRANS' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-LEAVETRN-PATH.
           MOVE 'EMPATTEND' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-ATTENDFL-PATH.
           MOVE 'LEAVESTMT' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-LEAVESTMT-PATH.

       0060-FILECFG-ONE-PARA.
           CALL 'FILECFG' USING WS-CFG-NAME, WS-CFG-PATH,
               WS-CFG-RESULT.
           IF WS-CFG-RESULT NOT = 'Y'
               DISPLAY 'FILE PATH NOT CONFIGURED: ' WS-CFG-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'USING ' WS-CFG-NAME ' AT ' WS-CFG-PATH.

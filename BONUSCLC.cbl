           05  HIS-LOAN                PIC 9(05)V99.
           05  HIS-ARREARS             PIC 9(05)V99.
           05  HIS-BONUS               PIC 9(05)V99.
           05  HIS-REIMB-TAXABLE       PIC 9(05)V99.
           05  HIS-REIMB-EXEMPT        PIC 9(05)V99.

       FD  BONUSPARM.
       01  BONUSPARM-REC.
       77  WS-FIRST-PARM-SW            PIC X(01)   VALUE 'Y'.
           88  WS-FIRST-PARM                       VALUE 'Y'.

      * MAKER-CHECKER APPROVAL OF THE PARAMETER FILE, CONSUMED BY THE
      * RUN THAT WRITES THE BONUS ELEMENTS (SEE PARMCHK.CBL).
       77  WS-APR-PARM-NAME            PIC X(12)   VALUE 'BONUSPARM'.
       77  WS-APR-PROGRAM              PIC X(10)   VALUE 'BONUSCLC'.
       77  WS-APR-ONCE-SW              PIC X(01)   VALUE 'Y'.
       77  WS-APR-RESULT               PIC X(01)   VALUE 'N'.
           88  WS-PARM-APPROVED                    VALUE 'Y'.

      * DEPARTMENT/DESIGNATION MULTIPLIER ENTRIES.
       01  WS-MULT-TABLE.
           05  WS-MULT-ENTRY OCCURS 20 TIMES.
           DISPLAY 'FILE STATUS FOR PAYHIST:', WS-PAYHIST-STATUS.

           PERFORM 1100-BONUSPARM-LOAD-PARA.
           IF WS-BONUS-YEAR > 0
               PERFORM 1200-APPROVAL-CHECK-PARA
           END-IF.

           OPEN INPUT EMPFY.
           IF WS-EMPFY-STATUS NOT = '00'
               WS-BONUS-YEAR DELIMITED BY SIZE
               INTO BONUSREG-REC.
           WRITE BONUSREG-REC.
           IF WS-BONUS-YEAR > 0 AND NOT WS-PARM-APPROVED
               MOVE 'BONUSPARM NOT APPROVED, NO BONUS ELEMENTS WRITTEN.'
                   TO BONUSREG-REC
               WRITE BONUSREG-REC
           END-IF.

       1100-BONUSPARM-LOAD-PARA.
           OPEN INPUT BONUSPARM.
                   END-IF
           END-READ.

      * BONUS ELEMENTS ARE PAID BY THE NEXT PAY RUN WITHOUT FURTHER
      * SIGN-OFF, SO THE PARAMETER FILE, EXACTLY AS IT STANDS, MUST BE
      * APPROVED BY SOMEONE OTHER THAN ITS MAKER. WITHOUT THAT THE
      * REGISTER IS STILL PRODUCED FOR REVIEW BUT NO ELEMENT IS
      * WRITTEN, AND THE RUN ENDS RC 16.
       1200-APPROVAL-CHECK-PARA.
           CALL 'PARMCHK' USING WS-APR-PARM-NAME, WS-APR-PROGRAM,
               WS-APR-ONCE-SW, WS-APR-RESULT.
           IF NOT WS-PARM-APPROVED
               DISPLAY 'BONUSPARM NOT APPROVED, NO BONUS ELEMENTS '
                   'WRITTEN.'
               MOVE 16 TO RETURN-CODE
           END-IF.

      * THE FEED'S HEADER/TRAILER CONTROL RECORDS ARE NOT EMPLOYEES.
       1500-EMPFY-LOAD-PARA.
           READ EMPFY INTO EMP_REC
           COMPUTE WS-BONUS-AMOUNT ROUNDED =
               WS-AVG-BASIC * WS-BONUS-PCT / 100 * WS-MULTIPLIER.

           IF WS-PARM-APPROVED
               MOVE SPACES TO BONUSFL-REC
               MOVE WS-BASE-NUMBER(WS-BASE-IDX) TO BNE-EMPLOYEE-NUMBER
               MOVE WS-BONUS-AMOUNT TO BNE-AMOUNT
               WRITE BONUSFL-REC
               ADD 1 TO WS-BONUS-WT-CNT
           END-IF.
           ADD WS-BONUS-AMOUNT TO WS-BONUS-TOTAL.

           MOVE WS-BONUS-AMOUNT TO WS-FORMATTED-AMOUNT.

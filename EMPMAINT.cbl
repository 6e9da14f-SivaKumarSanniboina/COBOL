      * DEPARTMENT REFERENCE MASTER: OFFICIAL CODES AND NAMES. A
      * TRANSACTION WHOSE DEPARTMENT IS NOT ON IT IS REJECTED, SO
      * 'ACCOUNTS', 'ACCTS', AND 'ACCOUNT ' STOP ARRIVING AS THREE
      * DIFFERENT DEPARTMENTS. A LINE CARRYING A DESIGNATION IS A
      * POSITION LINE: THE SANCTIONED STRENGTH AND MONTHLY SALARY
      * BUDGET FOR THAT DESIGNATION IN THAT DEPARTMENT.
           SELECT DEPTFL ASSIGN TO DYNAMIC WS-DEPTFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-DEPTFL-STATUS.
                                   PIC S9(5) SIGN IS TRAILING.
           05  ETR-DESIGNATION     PIC X(10).
           05  ETR-DEPARTMENT      PIC X(17).
           05  ETR-OVERRIDE-CODE   PIC X(06).
           05  FILLER              PIC X(35).

      * SAME LAYOUT AS EMPLOYEE.CBL'S EMP_REC.
       FD  EMPFY.
       01  DEPTFL-REC.
           05  DEPT-CODE           PIC X(04).
           05  DEPT-NAME           PIC X(17).
           05  DEPT-DESIGNATION    PIC X(10).
           05  DEPT-SANCTIONED     PIC 9(04).
           05  DEPT-SALARY-BUDGET  PIC 9(07)V99.
           05  FILLER              PIC X(36).

      * SAME LAYOUT AS FNFSETT.CBL'S FNFCLEAR-REC.
       FD  FNFCLEAR.
       77  WS-DEPT-FOUND-SW            PIC X(01)   VALUE 'N'.
           88  WS-DEPT-FOUND                       VALUE 'Y'.

      * SANCTIONED POSITIONS BY DEPARTMENT AND DESIGNATION. A
      * DEPARTMENT WITH NO POSITION LINES IS NOT UNDER POSITION
      * CONTROL; ONE WITH POSITION LINES HAS NO ROOM FOR A
      * DESIGNATION IT DOES NOT LIST.
       01  WS-POS-TABLE.
           05  WS-POS-ENTRY OCCURS 200 TIMES.
               10  WS-POS-DEPARTMENT    PIC X(17).
               10  WS-POS-DESIGNATION   PIC X(10).
               10  WS-POS-SANCTIONED    PIC 9(04).
       77  WS-POS-CNT                  PIC 9(3)    VALUE ZEROES.
       77  WS-POS-SRCH-IDX             PIC 9(3)    VALUE ZEROES.
       77  WS-POS-FOUND-SW             PIC X(01)   VALUE 'N'.
           88  WS-POS-FOUND                        VALUE 'Y'.
       77  WS-POS-DEPT-SW              PIC X(01)   VALUE 'N'.
           88  WS-POS-DEPT-CONTROLLED              VALUE 'Y'.
       77  WS-SANCTIONED-STRENGTH      PIC 9(04)   VALUE ZEROES.
       77  WS-FILLED-STRENGTH          PIC 9(04)   VALUE ZEROES.
       77  WS-POS-EMP-IDX              PIC 9(4)    VALUE ZEROES.

      * EMPLOYEES WHOSE SETTLEMENT HAS CLEARED. A MISSING CLEARANCE
      * FILE MEANS NOBODY IS CLEARED -- THE SAFE DIRECTION FOR A
      * CONTROL THAT EXISTS TO STOP UNRESOLVED MONEY WALKING OUT.
           05  WS-APPLIED-CNT          PIC 9(6)    VALUE ZEROES.
           05  WS-REJECTED-CNT         PIC 9(6)    VALUE ZEROES.
           05  WS-EMPFY-WT-CNT         PIC 9(6)    VALUE ZEROES.
           05  WS-OVERRIDE-CNT         PIC 9(6)    VALUE ZEROES.

       77  WS-TRN-RESULT               PIC X(08)   VALUE SPACES.
       77  WS-TRN-REASON               PIC X(30)   VALUE SPACES.
           DISPLAY 'TRANSACTIONS APPLIED: ', WS-APPLIED-CNT.
           DISPLAY 'TRANSACTIONS REJECTED: ', WS-REJECTED-CNT.
           DISPLAY 'MASTER RECORDS WRITTEN: ', WS-EMPFY-WT-CNT.
           DISPLAY 'SANCTION OVERRIDES APPLIED: ', WS-OVERRIDE-CNT.
           STOP RUN.

       1000-FILES-OPEN-PARA.
               AT END
                   SET DEPTFL-EOF TO TRUE
               NOT AT END
                   IF DEPT-DESIGNATION = SPACES
                       IF WS-DEPT-CNT < 50
                           ADD 1 TO WS-DEPT-CNT
                           MOVE DEPT-NAME TO WS-DEPT-NAME(WS-DEPT-CNT)
                       ELSE
                           DISPLAY 'WS-DEPT-TABLE FULL, ENTRY '
                               'IGNORED: ' DEPT-NAME
                       END-IF
                   ELSE
                       PERFORM 1270-POSITION-LOAD-PARA
                   END-IF
           END-READ.

       1270-POSITION-LOAD-PARA.
           IF WS-POS-CNT < 200
               ADD 1 TO WS-POS-CNT
               MOVE DEPT-NAME TO WS-POS-DEPARTMENT(WS-POS-CNT)
               MOVE DEPT-DESIGNATION TO WS-POS-DESIGNATION(WS-POS-CNT)
               IF DEPT-SANCTIONED IS NUMERIC
                   MOVE DEPT-SANCTIONED TO
                       WS-POS-SANCTIONED(WS-POS-CNT)
               ELSE
                   MOVE ZEROES TO WS-POS-SANCTIONED(WS-POS-CNT)
               END-IF
           ELSE
               DISPLAY 'WS-POS-TABLE FULL, ENTRY IGNORED: '
                   DEPT-NAME ' ' DEPT-DESIGNATION
           END-IF.

       1500-EMPFY-LOAD-PARA.
           READ EMPFY INTO EMP_REC
               AT END
               IF SALARY-VALID
                   PERFORM 2190-DEPARTMENT-VALIDATE-PARA
               END-IF
               IF SALARY-VALID
                   PERFORM 2470-STRENGTH-CHECK-PARA
               END-IF
               IF SALARY-INVALID
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   ADD 1 TO WS-REJECTED-CNT
               IF SALARY-VALID
                   PERFORM 2190-DEPARTMENT-VALIDATE-PARA
               END-IF
               IF SALARY-VALID
                   AND (ETR-DEPARTMENT NOT =
                           WS-EMP-DEPARTMENT(WS-EMP-SRCH-IDX)
                     OR ETR-DESIGNATION NOT =
                           WS-EMP-DESIGNATION(WS-EMP-SRCH-IDX))
                   PERFORM 2470-STRENGTH-CHECK-PARA
               END-IF
               IF SALARY-INVALID
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   ADD 1 TO WS-REJECTED-CNT
               ADD 1 TO WS-CLR-SRCH-IDX
           END-IF.

      * AN ADD, OR A CHANGE THAT MOVES SOMEONE INTO A DIFFERENT
      * DEPARTMENT OR DESIGNATION, MAY NOT TAKE A POSITION-CONTROLLED
      * DEPARTMENT'S DESIGNATION PAST ITS SANCTIONED STRENGTH. AN
      * OVERRIDE CODE ON THE TRANSACTION LETS IT THROUGH, AND THE
      * CODE IS SHOWN ON THE REGISTER AGAINST THE APPLIED LINE.
      * REUSES THE SALARY-VALID SWITCH AS THE TRANSACTION'S OVERALL
      * EDIT OUTCOME, AS 2190-DEPARTMENT-VALIDATE-PARA DOES.
       2470-STRENGTH-CHECK-PARA.
           MOVE 'N' TO WS-POS-DEPT-SW.
           MOVE 'N' TO WS-POS-FOUND-SW.
           MOVE ZEROES TO WS-SANCTIONED-STRENGTH.
           MOVE 1 TO WS-POS-SRCH-IDX.
           PERFORM 2475-POSITION-FIND-ONE-PARA
               UNTIL WS-POS-SRCH-IDX > WS-POS-CNT
                  OR WS-POS-FOUND.
           IF WS-POS-DEPT-CONTROLLED
               MOVE ZEROES TO WS-FILLED-STRENGTH
               PERFORM 2480-POSITION-FILLED-PARA
                   VARYING WS-POS-EMP-IDX FROM 1 BY 1
                   UNTIL WS-POS-EMP-IDX > WS-EMP-CNT
               IF WS-FILLED-STRENGTH NOT < WS-SANCTIONED-STRENGTH
                   IF ETR-OVERRIDE-CODE = SPACES
                       SET SALARY-INVALID TO TRUE
                       MOVE 'OVER SANCTIONED STRENGTH'
                           TO WS-TRN-REASON
                   ELSE
                       MOVE SPACES TO WS-TRN-REASON
                       STRING 'SANCTION OVERRIDE ' DELIMITED BY SIZE
                           ETR-OVERRIDE-CODE DELIMITED BY SIZE
                           INTO WS-TRN-REASON
                       ADD 1 TO WS-OVERRIDE-CNT
                   END-IF
               END-IF
           END-IF.

       2475-POSITION-FIND-ONE-PARA.
           IF WS-POS-DEPARTMENT(WS-POS-SRCH-IDX) = ETR-DEPARTMENT
               SET WS-POS-DEPT-CONTROLLED TO TRUE
               IF WS-POS-DESIGNATION(WS-POS-SRCH-IDX) = ETR-DESIGNATION
                   SET WS-POS-FOUND TO TRUE
                   MOVE WS-POS-SANCTIONED(WS-POS-SRCH-IDX)
                       TO WS-SANCTIONED-STRENGTH
               END-IF
           END-IF.
           IF NOT WS-POS-FOUND
               ADD 1 TO WS-POS-SRCH-IDX
           END-IF.

       2480-POSITION-FILLED-PARA.
           IF NOT WS-EMP-TERMINATED(WS-POS-EMP-IDX)
               AND WS-EMP-DEPARTMENT(WS-POS-EMP-IDX) = ETR-DEPARTMENT
               AND WS-EMP-DESIGNATION(WS-POS-EMP-IDX) = ETR-DESIGNATION
               ADD 1 TO WS-FILLED-STRENGTH
           END-IF.

       2900-REGISTER-WRITE-PARA.
           MOVE SPACES TO MAINTREG-REC.
           STRING ETR-ACTION DELIMITED BY SIZE

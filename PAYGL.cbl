           05  HIS-LOAN                PIC 9(05)V99.
           05  HIS-ARREARS             PIC 9(05)V99.
           05  HIS-BONUS               PIC 9(05)V99.
           05  HIS-REIMB-TAXABLE       PIC 9(05)V99.
           05  HIS-REIMB-EXEMPT        PIC 9(05)V99.

      * SAME LAYOUT AS EMPLOYEE.CBL'S EMP_REC.
       FD  EMPFY.
               10  WS-JRNL-ACCT         PIC X(08).
               10  WS-JRNL-AMOUNT       PIC 9(9)V99.
               10  WS-JRNL-PROGRAM      PIC X(10).
               10  WS-JRNL-COST-CENTER  PIC X(17).
       77  WS-JRNL-CNT                 PIC 9(2)    VALUE ZEROES.
       77  WS-JRNL-IDX                 PIC 9(2)    VALUE ZEROES.

      * POSTING PERIOD (YYYYMM) THE JOURNAL GOES TO: ITS OWN
      * PERIOD, OR THE NEXT OPEN ONE WHEN GLTRIAL.CBL HAS ALREADY
      * CLOSED IT (SEE GLPERCHK.CBL).
       77  WS-GL-PROGRAM               PIC X(10)   VALUE 'PAYGL'.
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

       01  WS-COUNTERS.
           05  WS-PAYHIST-RD-CNT       PIC 9(6)    VALUE ZEROES.
           05  WS-MONTH-LINE-CNT       PIC 9(6)    VALUE ZEROES.
               PERFORM 2200-DEPT-FIND-PARA
               IF WS-DEPT-SRCH-IDX <= WS-DEPT-CNT
                   ADD HIS-GROSS TO WS-DEPT-GROSS(WS-DEPT-SRCH-IDX)
                   PERFORM 2120-REIMB-EXEMPT-ADD-PARA
               END-IF
           END-IF.

      * NON-TAXABLE REIMBURSEMENTS ARE PAID OUTSIDE GROSS BUT ARE
      * STILL A DEPARTMENT COST AND A SALARY PAYABLE. HISTORY WRITTEN
      * BEFORE THE FIELD EXISTED CARRIES SPACES THERE.
       2120-REIMB-EXEMPT-ADD-PARA.
           IF HIS-REIMB-EXEMPT IS NUMERIC
               ADD HIS-REIMB-EXEMPT TO
                   WS-DEPT-GROSS(WS-DEPT-SRCH-IDX)
           END-IF.

       2150-EMPDEPT-FIND-ONE-PARA.
           IF WS-ED-NUMBER(WS-ED-SRCH-IDX) = HIS-EMPLOYEE-NUMBER
               SET WS-ED-FOUND TO TRUE
      * EACH MAPPED DEPARTMENT STAGES ONE DEBIT (COST CENTER) AND
      * ONE CREDIT (SALARY PAYABLE) FOR ITS GROSS; A DEPARTMENT
      * WITHOUT A MAPPING IS COUNTED AND REPORTED RATHER THAN
      * HALF-POSTED. THE DEBIT CARRIES THE DEPARTMENT AS ITS COST
      * CENTER SO GLBUDVAR.CBL CAN SET IT AGAINST THE DEPARTMENT'S
      * BUDGET.
       2500-JOURNAL-STAGE-PARA.
           MOVE 1 TO WS-DEPT-IDX.
           PERFORM 2550-JOURNAL-STAGE-ONE-PARA
                   MOVE WS-DEPT-GROSS(WS-DEPT-IDX)
                       TO WS-JRNL-AMOUNT(WS-JRNL-CNT)
                   MOVE 'PAYGL' TO WS-JRNL-PROGRAM(WS-JRNL-CNT)
                   MOVE WS-DEPT-NAME(WS-DEPT-IDX)
                       TO WS-JRNL-COST-CENTER(WS-JRNL-CNT)
                   ADD WS-DEPT-GROSS(WS-DEPT-IDX) TO WS-DEBIT-TOTAL

                   ADD 1 TO WS-JRNL-CNT
                   MOVE WS-DEPT-GROSS(WS-DEPT-IDX)
                       TO WS-JRNL-AMOUNT(WS-JRNL-CNT)
                   MOVE 'PAYGL' TO WS-JRNL-PROGRAM(WS-JRNL-CNT)
                   MOVE SPACES TO WS-JRNL-COST-CENTER(WS-JRNL-CNT)
                   ADD WS-DEPT-GROSS(WS-DEPT-IDX) TO WS-CREDIT-TOTAL
               END-IF
           END-IF.
                   'NOTHING APPENDED.'
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 3050-GL-PERIOD-PARA
               OPEN EXTEND GLOUT
               MOVE 1 TO WS-JRNL-IDX
               PERFORM 3100-JOURNAL-LINE-PARA
                   UNTIL WS-JRNL-IDX > WS-JRNL-CNT
               CLOSE GLOUT
               PERFORM 3060-GL-MANIFEST-PARA
           END-IF.

      * THE JOURNAL BELONGS TO THE POSTING MONTH. IF GLTRIAL.CBL
      * HAS ALREADY CLOSED IT, GLPERCHK.CBL ROUTES THE LINES TO THE
      * NEXT OPEN PERIOD AND WARNS ON THE DASHBOARD, AND THE RUN
      * ENDS RC 8 SO THE ROUTING IS SEEN.
       3050-GL-PERIOD-PARA.
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
       3060-GL-MANIFEST-PARA.
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

       3100-JOURNAL-LINE-PARA.
               WS-JRNL-AMOUNT(WS-JRNL-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-JRNL-PROGRAM(WS-JRNL-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-GL-PERIOD DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-JRNL-COST-CENTER(WS-JRNL-IDX) DELIMITED BY SIZE
               INTO GLOUT-REC.
           WRITE GLOUT-REC.
           ADD 1 TO WS-JRNL-IDX.

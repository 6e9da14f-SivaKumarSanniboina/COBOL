       77  WS-RUN-DATE                 PIC 9(8)    VALUE ZEROES.
       77  WS-RUN-TIME                 PIC 9(6)    VALUE ZEROES.

      * MAKER-CHECKER APPROVAL OF THE MERGE PAIR FILE, CONSUMED BY THE
      * RUN THAT APPLIES IT (SEE PARMCHK.CBL).
       77  WS-APR-PARM-NAME            PIC X(12)   VALUE 'MERGEPAIRS'.
       77  WS-APR-PROGRAM              PIC X(10)   VALUE 'CUSTMERGE'.
       77  WS-APR-ONCE-SW              PIC X(01)   VALUE 'Y'.
       77  WS-APR-RESULT               PIC X(01)   VALUE 'N'.
           88  WS-PARM-APPROVED                    VALUE 'Y'.

      * MASTER RECOVERY JOURNAL ENTRY FOR EACH POLICY REPOINTED AND
      * EACH VICTIM CUSTOMER RETIRED, FILED UNDER THE MERGE PAIR FILE
      * (SEE MSTJRNW.CBL). THE MASTER IS SET PER ENTRY.
       77  WS-JRN-MASTER               PIC X(12) VALUE SPACES.
       77  WS-JRN-SOURCE               PIC X(12) VALUE 'MERGEPAIRS'.
       77  WS-JRN-PROGRAM              PIC X(10) VALUE 'CUSTMERGE'.
       77  WS-JRN-ACTION               PIC X(01)   VALUE SPACE.
       77  WS-JRN-IMAGE                PIC X(103)  VALUE SPACES.
       77  WS-JRN-RESULT               PIC X(01)   VALUE SPACE.
      * RETURN-CODE AS IT STOOD BEFORE THE CALL, WHICH RESETS IT.
       77  WS-JRN-HOLD-RC              PIC S9(4) COMP  VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-PAIR-RD-CNT          PIC 9(5)    VALUE ZEROES.
           05  WS-MERGED-CNT           PIC 9(5)    VALUE ZEROES.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0050-FILECFG-LOAD-PARA.
           PERFORM 0900-APPROVAL-CHECK-PARA.
           PERFORM 1000-FILES-OPEN-PARA.
           IF WS-POLICYFYL-STATUS = '00'
                   AND WS-CUSTFL-STATUS = '00'
           DISPLAY 'POLICIES REPOINTED: ', WS-REPOINTED-CNT.
           STOP RUN.

      * A MERGE CANNOT BE UNDONE, SO THE PAIR FILE, EXACTLY AS IT
      * STANDS, MUST BE APPROVED BY SOMEONE OTHER THAN ITS MAKER
      * BEFORE EITHER MASTER IS OPENED. WITHOUT THAT THE RUN ENDS
      * RC 16 WITH NOTHING TOUCHED.
       0900-APPROVAL-CHECK-PARA.
           CALL 'PARMCHK' USING WS-APR-PARM-NAME, WS-APR-PROGRAM,
               WS-APR-ONCE-SW, WS-APR-RESULT.
           IF NOT WS-PARM-APPROVED
               DISPLAY 'MERGEPAIRS NOT APPROVED, MERGE RUN REFUSED.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1000-FILES-OPEN-PARA.
           OPEN I-O POLICYFYL.
           DISPLAY 'FILE STATUS FOR POLICYFYL:', WS-POLICYFYL-STATUS.
                   ELSE
                       ADD 1 TO WS-REPOINTED-CNT
                       PERFORM 2580-AUDIT-WRITE-PARA
                       MOVE 'POLICYFILE' TO WS-JRN-MASTER
                       MOVE 'R' TO WS-JRN-ACTION
                       MOVE POLICY_REC TO WS-JRN-IMAGE
                       PERFORM 2950-JOURNAL-WRITE-PARA
                   END-IF
           END-READ.
           ADD 1 TO WS-VP-IDX.
                       MRG-VICTIM
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE CUSTFL-REC TO WS-JRN-IMAGE
                   DELETE CUSTFL
                   IF WS-CUSTFL-STATUS = '00'
                       MOVE 'APPLIED ' TO WS-TRN-RESULT
                       ADD 1 TO WS-MERGED-CNT
                       MOVE 'CUSTOMERMAST' TO WS-JRN-MASTER
                       MOVE 'D' TO WS-JRN-ACTION
                       PERFORM 2950-JOURNAL-WRITE-PARA
                   ELSE
                       MOVE 'REJECTED' TO WS-TRN-RESULT
                       MOVE 'VICTIM DELETE FAILED' TO WS-TRN-REASON
               INTO MERGEREG-REC.
           WRITE MERGEREG-REC.

       2950-JOURNAL-WRITE-PARA.
           MOVE RETURN-CODE TO WS-JRN-HOLD-RC.
           CALL 'MSTJRNW' USING WS-JRN-MASTER, WS-JRN-SOURCE,
               WS-JRN-PROGRAM, WS-RUN-DATE, WS-JRN-ACTION,
               WS-JRN-IMAGE, WS-JRN-RESULT.
           MOVE WS-JRN-HOLD-RC TO RETURN-CODE.
           IF WS-JRN-RESULT NOT = 'Y'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       3900-FILES-CLOSE-PARA.
           IF WS-POLICYFYL-STATUS = '00' OR WS-POLICYFYL-STATUS = '10'
               CLOSE POLICYFYL

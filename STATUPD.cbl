       77  WS-OLD-STATUS               PIC X(01)   VALUE SPACE.
       77  WS-NEW-STATUS               PIC X(01)   VALUE SPACE.

      * MASTER RECOVERY JOURNAL ENTRY FOR EACH REWRITE THIS RUN MAKES
      * TO THE POLICY MASTER, FILED UNDER THE TRANSITION REPORT THAT
      * RECORDS THE SAME CHANGES (SEE MSTJRNW.CBL).
       77  WS-JRN-MASTER               PIC X(12) VALUE 'POLICYFILE'.
       77  WS-JRN-SOURCE               PIC X(12) VALUE 'STATUSTRANS'.
       77  WS-JRN-PROGRAM              PIC X(10) VALUE 'STATUPD'.
       77  WS-JRN-ACTION               PIC X(01)   VALUE 'R'.
       77  WS-JRN-IMAGE                PIC X(103)  VALUE SPACES.
       77  WS-JRN-RESULT               PIC X(01)   VALUE SPACE.
      * RETURN-CODE AS IT STOOD BEFORE THE CALL, WHICH RESETS IT.
       77  WS-JRN-HOLD-RC              PIC S9(4) COMP  VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-POLICYFYL-RD-CNT     PIC 9(6)    VALUE ZEROES.
           05  WS-TO-ACTIVE-CNT        PIC 9(6)    VALUE ZEROES.
                   WS-POLICYFYL-STATUS
               MOVE 16 TO RETURN-CODE
               SET POLICYFYL-EOF TO TRUE
           ELSE
               PERFORM 2600-JOURNAL-WRITE-PARA
           END-IF.

      * DERIVES TONIGHT'S STATUS FROM END-DATE AGAINST THE RUN DATE:
                       POLICYNO OF POLICY_REC
                   MOVE 16 TO RETURN-CODE
                   SET POLICYFYL-EOF TO TRUE
               ELSE
                   PERFORM 2600-JOURNAL-WRITE-PARA
               END-IF
               EVALUATE WS-NEW-STATUS
                   WHEN 'A'
               INTO TRANSRPT-REC.
           WRITE TRANSRPT-REC.

      * JOURNALS THE REWRITE JUST MADE SO A REBUILD FROM THE LATEST
      * ARCHIVE GENERATION CAN REPLAY IT; THE RUN ENDS WITH A
      * WARNING WHEN IT CANNOT BE.
       2600-JOURNAL-WRITE-PARA.
           MOVE POLICY_REC TO WS-JRN-IMAGE.
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

       3000-FILES-CLOSE-PARA.
           IF WS-POLICYFYL-STATUS = '00'
               CLOSE POLICYFYL

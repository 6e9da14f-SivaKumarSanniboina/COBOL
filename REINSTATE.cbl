           88  WS-IN-WINDOW                        VALUE 'Y'.
       77  WS-BEFORE-IMAGE             PIC X(103)  VALUE SPACES.

      * MASTER RECOVERY JOURNAL ENTRY FOR EACH POLICY REINSTATED,
      * FILED UNDER THE REINSTATEMENT PARAMETER FILE (SEE MSTJRNW.CBL).
       77  WS-JRN-MASTER               PIC X(12) VALUE 'POLICYFILE'.
       77  WS-JRN-SOURCE               PIC X(12) VALUE 'REINPARM'.
       77  WS-JRN-PROGRAM              PIC X(10) VALUE 'REINSTATE'.
       77  WS-JRN-ACTION               PIC X(01)   VALUE 'R'.
       77  WS-JRN-IMAGE                PIC X(103)  VALUE SPACES.
       77  WS-JRN-RESULT               PIC X(01)   VALUE SPACE.
      * RETURN-CODE AS IT STOOD BEFORE THE CALL, WHICH RESETS IT.
       77  WS-JRN-HOLD-RC              PIC S9(4) COMP  VALUE ZERO.

      * STAGING FIELDS FOR THE CALL TO DATEVAL, THE SHARED YYYYMMDD
      * DATE-VALIDATION ROUTINE; A POLICY WITH A MALFORMED END DATE
      * IS LEFT ALONE AND COUNTED.
               SET POLICYFYL-EOF TO TRUE
           ELSE
               ADD 1 TO WS-REINSTATED-CNT
               MOVE POLICY_REC TO WS-JRN-IMAGE
               PERFORM 2850-JOURNAL-WRITE-PARA
               PERFORM 2800-ENDORSE-WRITE-PARA
               MOVE SPACES TO REINREG-REC
               STRING 'POLICYNO ' DELIMITED BY SIZE
           MOVE POLICY_REC                TO ENDH-AFTER.
           WRITE ENDHFL-REC.

       2850-JOURNAL-WRITE-PARA.
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
           IF WS-POLICYFYL-STATUS = '00' OR WS-POLICYFYL-STATUS = '10'
               CLOSE POLICYFYL

       FD  INCRREG.
       01  INCRREG-REC                 PIC X(80).

      * SAME LAYOUT AS EMPMAINT.CBL'S DEPTFL-REC. POSITION LINES
      * (DESIGNATION PRESENT) ARE NOT DEPARTMENTS AND ARE SKIPPED.
       FD  DEPTFL.
       01  DEPTFL-REC.
           05  DEPT-CODE           PIC X(04).
           05  DEPT-NAME           PIC X(17).
           05  DEPT-DESIGNATION    PIC X(10).
           05  DEPT-SANCTIONED     PIC 9(04).
           05  DEPT-SALARY-BUDGET  PIC 9(07)V99.
           05  FILLER              PIC X(36).

       WORKING-STORAGE SECTION.
      * RESOLVED FILE PATHS. EVERY ASSIGNMENT COMES FROM THE
       77  WS-FIRST-PARM-SW            PIC X(01)   VALUE 'Y'.
           88  WS-FIRST-PARM                       VALUE 'Y'.

      * MAKER-CHECKER APPROVAL OF THE PARAMETER FILE, CONSUMED BY AN
      * APPLY RUN (SEE PARMCHK.CBL).
       77  WS-APR-PARM-NAME            PIC X(12)   VALUE 'INCRPARM'.
       77  WS-APR-PROGRAM              PIC X(10)   VALUE 'SALINCR'.
       77  WS-APR-ONCE-SW              PIC X(01)   VALUE 'Y'.
       77  WS-APR-RESULT               PIC X(01)   VALUE SPACE.

      * INCREMENT ENTRIES.
       01  WS-INC-TABLE.
           05  WS-INC-ENTRY OCCURS 20 TIMES.
       1000-FILES-OPEN-PARA.
           PERFORM 1080-DEPTFL-LOAD-PARA.
           PERFORM 1100-INCRPARM-LOAD-PARA.
           IF WS-APPLY-MODE
               PERFORM 1200-APPROVAL-CHECK-PARA
           END-IF.

           OPEN INPUT EMPFY.
           DISPLAY 'FILE STATUS FOR EMPFY:', WS-EMPFY-STATUS.
                   SET DEPTFL-EOF TO TRUE
               NOT AT END
                   IF WS-DEPTREF-CNT < 50
                       AND DEPT-DESIGNATION = SPACES
                       ADD 1 TO WS-DEPTREF-CNT
                       MOVE DEPT-NAME TO
                           WS-DEPTREF-NAME(WS-DEPTREF-CNT)
               ADD 1 TO WS-DEPTREF-IDX
           END-IF.

      * AN APPLY RUN NEEDS THE PARAMETER FILE, EXACTLY AS IT STANDS,
      * APPROVED BY SOMEONE OTHER THAN ITS MAKER. WITHOUT THAT THE RUN
      * FALLS BACK TO A DRY RUN, SO THE REGISTER STILL SHOWS WHAT THE
      * FILE WOULD HAVE DONE, AND ENDS RC 16.
       1200-APPROVAL-CHECK-PARA.
           CALL 'PARMCHK' USING WS-APR-PARM-NAME, WS-APR-PROGRAM,
               WS-APR-ONCE-SW, WS-APR-RESULT.
           IF WS-APR-RESULT NOT = 'Y'
               DISPLAY 'INCRPARM NOT APPROVED, APPLY REFUSED, '
                   'DRY RUN ONLY.'
               MOVE 'N' TO WS-APPLY-SW
               MOVE 16 TO RETURN-CODE
           END-IF.

       2000-EMPFY-READ-PARA.
           READ EMPFY INTO EMP_REC
               AT END

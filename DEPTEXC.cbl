               05    DEPARTMENT         PIC X(17).
               05    FILLER             PIC X(42).

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

       FD  EXCRPT.
       01  EXCRPT-REC              PIC X(80).
                   SET DEPTFL-EOF TO TRUE
               NOT AT END
                   IF WS-DEPT-CNT < 50
                       AND DEPT-DESIGNATION = SPACES
                       ADD 1 TO WS-DEPT-CNT
                       MOVE DEPT-NAME TO WS-DEPT-NAME(WS-DEPT-CNT)
                   END-IF

           FILE STATUS WS-GLMAP-STATUS.

      * BALANCED GL INTERFACE FILE: A POSTING-DATE HEADER, THEN PAIRED
      * DEBIT/CREDIT JOURNAL LINES, EACH CARRYING ITS POSTING PERIOD.
      * NEVER WRITTEN UNLESS THE WHOLE BATCH NETS TO ZERO. EACH NIGHT
      * IS APPENDED TO THE PERIOD'S LINES UNTIL GLTRIAL.CBL CLOSES IT.
           SELECT GLOUT ASSIGN TO DYNAMIC
           WS-GLOUT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
       77  WS-JRNL-CNT                 PIC 9(2)    VALUE ZEROES.
       77  WS-JRNL-IDX                 PIC 9(2)    VALUE ZEROES.

      * POSTING PERIOD (YYYYMM) THE JOURNAL GOES TO: ITS OWN
      * PERIOD, OR THE NEXT OPEN ONE WHEN GLTRIAL.CBL HAS ALREADY
      * CLOSED IT (SEE GLPERCHK.CBL).
       77  WS-GL-PROGRAM               PIC X(10)   VALUE 'GLPOST'.
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
           05  WS-DASHFL-RD-CNT        PIC 9(4)    VALUE ZEROES.
           05  WS-UNMAPPED-CNT         PIC 9(4)    VALUE ZEROES.
                   SET DASHFL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-DASHFL-RD-CNT
                   IF DASH-PROGRAM = 'GLPERIOD'
                       OR DASH-PROGRAM = 'TAXLIAB'
                       OR DASH-PROGRAM = 'TAXLIABREV'
                       CONTINUE
                   ELSE
                       PERFORM 2050-DASH-ENTRY-PARA
                   END-IF
           END-READ.

      * A GLPERIOD ENTRY IS A PERIOD-ROUTING WARNING FROM GLPERCHK.CBL
      * AND CARRIES NO MONEY TO POST. THE TAXLIAB AND TAXLIABREV
      * ENTRIES SHOW THE MONTH'S TAX ON THE DASHBOARD, BUT TAXLIAB.CBL
      * HAS ALREADY JOURNALLED THEM ITSELF.
       2050-DASH-ENTRY-PARA.
           PERFORM 2100-MAP-FIND-PARA.
           IF WS-MAP-FOUND
               PERFORM 2200-JOURNAL-STAGE-PARA
           ELSE
               ADD 1 TO WS-UNMAPPED-CNT
               DISPLAY 'NO GL MAPPING FOR PROGRAM: ' DASH-PROGRAM
           END-IF.

       2100-MAP-FIND-PARA.
           MOVE 'N' TO WS-MAP-FOUND-SW.
           MOVE 1 TO WS-MAP-SRCH-IDX.
      * WRITES THE INTERFACE FILE ONLY WHEN DEBITS EQUAL CREDITS. AN
      * OUT-OF-BALANCE BATCH IS REFUSED WITH RETURN-CODE 16 AND NO
      * JOURNAL LINES, SO ACCOUNTING CAN NEVER IMPORT HALF A NIGHT.
      * THE HEADER CARRIES THE POSTING PERIOD IN THE SAME COLUMNS AS
      * THE JOURNAL LINES SO GLTRIAL.CBL KEEPS THEM TOGETHER.
       3000-JOURNAL-POST-PARA.
           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
               DISPLAY 'JOURNAL BATCH DOES NOT NET TO ZERO, '
                   'INTERFACE FILE NOT WRITTEN.'
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 3050-GL-PERIOD-PARA
               OPEN EXTEND GLOUT
               IF WS-GLOUT-STATUS = '35'
                   OPEN OUTPUT GLOUT
               END-IF
               MOVE SPACES TO GLOUT-REC
               STRING 'POSTING DATE ' DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   ' LINES ' DELIMITED BY SIZE
                   WS-JRNL-CNT DELIMITED BY SIZE
                   '    ' DELIMITED BY SIZE
                   WS-GL-PERIOD DELIMITED BY SIZE
                   INTO GLOUT-REC
               WRITE GLOUT-REC
               MOVE 1 TO WS-JRNL-IDX
               PERFORM 3100-JOURNAL-LINE-PARA
                   UNTIL WS-JRNL-IDX > WS-JRNL-CNT
               CLOSE GLOUT
               PERFORM 3060-GL-MANIFEST-PARA
           END-IF.

      * THE JOURNAL BELONGS TO THE RUN DATE'S PERIOD. IF GLTRIAL.CBL
      * HAS ALREADY CLOSED IT, GLPERCHK.CBL ROUTES THE LINES TO THE
      * NEXT OPEN PERIOD AND WARNS ON THE DASHBOARD, AND THE RUN
      * ENDS RC 8 SO THE ROUTING IS SEEN.
       3050-GL-PERIOD-PARA.
           COMPUTE WS-GL-WANT-PERIOD = WS-RUN-DATE / 100.
           MOVE WS-JRNL-CNT TO WS-GL-LINE-CNT.
           MOVE RETURN-CODE TO WS-GL-HOLD-RC.
           CALL 'GLPERCHK' USING WS-GL-PROGRAM, WS-RUN-DATE,
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
               INTO GLOUT-REC.
           WRITE GLOUT-REC.
           ADD 1 TO WS-JRNL-IDX.

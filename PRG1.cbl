           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-SUBJFL-STATUS.

      * SAME ASSIGN/LAYOUT AS FEECOLL.CBL'S FEEHOLD: STUDENTS WITH
      * FEES UNPAID PAST THE CUT-OFF, WHOSE REPORT CARDS ARE HELD
      * BACK UNTIL THE BALANCE CLEARS. NO FILE MEANS NO HOLDS.
           SELECT FEEHOLD ASSIGN TO DYNAMIC WS-FEEHOLD-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-FEEHOLD-STATUS.

      * WITHHELD-DOCUMENT REGISTER, OPENED EXTEND: ONE LINE FOR
      * EVERY REPORT CARD OR TRANSCRIPT HELD BACK FOR FEES, SHARED
      * WITH TRNSCRPT.CBL.
           SELECT DOCHOLD ASSIGN TO DYNAMIC WS-DOCHOLD-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-DOCHOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCOREFL.
           05  RH-SCORE                PIC 9(3)V99.
           05  RH-CREDITS              PIC 9(2).
           05  RH-PASS-SW              PIC X(1).
      * SUPPLEMENTARY (RE-SIT) LINES, WRITTEN BY RESIT.CBL, CARRY THE
      * ORIGINAL TERM IN RH-TERM, THE ATTEMPT NUMBER, THE MARK AS
      * SAT BEFORE CAPPING AND THE DATE OF THE RE-SIT.
           05  RH-ATTEMPT-TYPE         PIC X(1).
               88  RH-RESIT                        VALUE 'S'.
           05  RH-ATTEMPT-NO           PIC 9(1).
           05  RH-RAW-SCORE            PIC 9(3)V99.
           05  RH-RESIT-DATE           PIC 9(8).
           05  FILLER                  PIC X(23).

       FD  SUBJFL.
       01  SUBJFL-REC.
           05  SUB-PASS-MARK           PIC 9(3).
           05  FILLER                  PIC X(57).

      * SAME LAYOUT AS FEECOLL.CBL'S FEEHOLD-REC.
       FD  FEEHOLD.
       01  FEEHOLD-REC.
           05  FHD-STUDENT-ID          PIC X(5).
           05  FHD-STUDENT-NAME        PIC X(20).
           05  FHD-BALANCE             PIC 9(7)V99.
           05  FHD-OLDEST-TERM         PIC X(6).
           05  FHD-RUN-DATE            PIC 9(8).
           05  FILLER                  PIC X(32).

       FD  DOCHOLD.
       01  DOCHOLD-REC.
           05  DHR-RUN-DATE            PIC 9(8).
           05  DHR-STUDENT-ID          PIC X(5).
           05  DHR-STUDENT-NAME        PIC X(20).
           05  DHR-DOCUMENT            PIC X(12).
           05  DHR-TERM                PIC X(6).
           05  DHR-FEE-TERM            PIC X(6).
           05  DHR-BALANCE             PIC 9(7)V99.
           05  DHR-PROGRAM             PIC X(8).
           05  FILLER                  PIC X(6).

       WORKING-STORAGE SECTION.
      * RESOLVED FILE PATHS. EVERY ASSIGNMENT COMES FROM THE
      * EXTERNAL FILE CONFIGURATION (FILECFG) AT STARTUP -- SEE
       77  WS-SUBJFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-TERMPARM-PATH            PIC X(80) VALUE SPACES.
       77  WS-HISTFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-FEEHOLD-PATH             PIC X(80) VALUE SPACES.
       77  WS-DOCHOLD-PATH             PIC X(80) VALUE SPACES.
       77  WS-CFG-NAME             PIC X(12)   VALUE SPACES.
       77  WS-CFG-PATH             PIC X(80)   VALUE SPACES.
       77  WS-CFG-RESULT           PIC X(01)   VALUE 'N'.
       77  WS-SUBJFL-STATUS            PIC X(2).
       77  WS-TERMPARM-STATUS          PIC X(2).
       77  WS-HISTFL-STATUS            PIC X(2).
       77  WS-FEEHOLD-STATUS           PIC X(2).
       77  WS-DOCHOLD-STATUS           PIC X(2).
       77  WS-TERM-ID                  PIC X(6)   VALUE SPACES.
       77  WS-TODAY                    PIC 9(8)   VALUE ZEROES.
       77  WS-HIST-WT-CNT              PIC 9(3)   VALUE ZEROES.
           88  SCOREFL-EOF                        VALUE 'Y'.
       77  WS-SCOREFL-RD-CNT           PIC 9(3)   VALUE ZEROES.

      * STUDENTS ON FEE HOLD, WITH THE BALANCE AND OLDEST UNPAID
      * TERM FOR THE WITHHELD-DOCUMENT REGISTER.
       01  WS-HOLD-TABLE.
           05  WS-HOLD-ENTRY OCCURS 500 TIMES.
               10  WS-HOLD-STUDENT-ID   PIC X(5).
               10  WS-HOLD-BALANCE      PIC 9(7)V99.
               10  WS-HOLD-FEE-TERM     PIC X(6).
       77  WS-HOLD-CNT                 PIC 9(3)   VALUE ZEROES.
       77  WS-HOLD-SRCH-IDX            PIC 9(3)   VALUE ZEROES.
       77  WS-HOLD-FOUND-SW            PIC X(1)   VALUE 'N'.
           88  WS-HOLD-FOUND                      VALUE 'Y'.
       77  WS-FEEHOLD-EOF-SW           PIC X(1)   VALUE 'N'.
           88  FEEHOLD-EOF                        VALUE 'Y'.
       77  WS-DOCHOLD-OPEN-SW          PIC X(1)   VALUE 'N'.
           88  DOCHOLD-WAS-OPEN                   VALUE 'Y'.
       77  WS-WITHHELD-CNT             PIC 9(3)   VALUE ZEROES.
       77  WS-REGISTER-DATE            PIC 9(8)   VALUE ZEROES.

      * HOLDS EVERY SCORE READ THIS RUN SO 5000-SORT-SCORES-PARA CAN
      * ORDER THEM FOR THE CLASS MEDIAN.
       01  WS-SCORE-TABLE.
           PERFORM 0050-FILECFG-LOAD-PARA.
           PERFORM 0080-TERMPARM-LOAD-PARA.
           PERFORM 0100-SUBJFL-LOAD-PARA.
           PERFORM 0200-FEEHOLD-LOAD-PARA.
           PERFORM 1000-SCOREFL-OPEN-PARA.

           IF WS-SCOREFL-STATUS = '00' THEN
           MOVE WS-MEDIAN TO FORMATTED-MEDIAN.
           DISPLAY 'FORMATTED-MEDIAN: ', FORMATTED-MEDIAN.
           DISPLAY 'UNKNOWN SUBJECTS REJECTED: ', WS-UNKNOWN-SUBJ-CNT.
           DISPLAY 'REPORT CARDS WITHHELD FOR FEES: ', WS-WITHHELD-CNT.
           STOP RUN.

      * THE TERM IDENTIFIER EVERY HISTORY LINE IS KEYED BY. A
                   END-IF
           END-READ.

      * FEE HOLDS ARE OPTIONAL: WITH NO HOLD FILE EVERY CARD PRINTS.
       0200-FEEHOLD-LOAD-PARA.
           OPEN INPUT FEEHOLD.
           IF WS-FEEHOLD-STATUS NOT = '00' THEN
               DISPLAY 'NO FEE HOLD FILE, NO REPORT CARDS WITHHELD.'
           ELSE
               PERFORM 0250-FEEHOLD-READ-PARA UNTIL FEEHOLD-EOF
               CLOSE FEEHOLD
               DISPLAY 'STUDENTS ON FEE HOLD: ', WS-HOLD-CNT
           END-IF.

       0250-FEEHOLD-READ-PARA.
           READ FEEHOLD
               AT END
                   SET FEEHOLD-EOF TO TRUE
               NOT AT END
                   IF WS-HOLD-CNT < 500
                       ADD 1 TO WS-HOLD-CNT
                       MOVE FHD-STUDENT-ID TO
                           WS-HOLD-STUDENT-ID(WS-HOLD-CNT)
                       MOVE FHD-BALANCE TO
                           WS-HOLD-BALANCE(WS-HOLD-CNT)
                       MOVE FHD-OLDEST-TERM TO
                           WS-HOLD-FEE-TERM(WS-HOLD-CNT)
                   ELSE
                       DISPLAY 'WS-HOLD-TABLE FULL, ENTRY IGNORED: '
                           FHD-STUDENT-ID
                       MOVE 16 TO RETURN-CODE
                   END-IF
           END-READ.

       1000-SCOREFL-OPEN-PARA.
           OPEN INPUT SCOREFL.
           DISPLAY 'FILE STATUS:', WS-SCOREFL-STATUS.
      * RANKING LIST FOLLOWS.
       8000-REPORT-CARDS-PARA.
           OPEN OUTPUT CARDFL.
           IF WS-HOLD-CNT > 0
               PERFORM 8050-DOCHOLD-OPEN-PARA
           END-IF.
           PERFORM 8100-STUDENT-AVERAGE-PARA
               VARYING WS-STU-IDX FROM 1 BY 1
               UNTIL WS-STU-IDX > WS-STUDENT-CNT.
               VARYING WS-STU-IDX FROM 1 BY 1
               UNTIL WS-STU-IDX > WS-STUDENT-CNT.
           CLOSE CARDFL.
           IF DOCHOLD-WAS-OPEN
               CLOSE DOCHOLD
           END-IF.

      * THE REGISTER IS APPENDED TO, THE SAME OPEN-EXTEND RULE
      * LOSSDEV.CBL USES FOR ITS SNAPSHOT HISTORY. A REGISTER THAT
      * CANNOT BE OPENED STILL LEAVES THE CARDS WITHHELD.
       8050-DOCHOLD-OPEN-PARA.
           ACCEPT WS-REGISTER-DATE FROM DATE YYYYMMDD.
           OPEN EXTEND DOCHOLD.
           IF WS-DOCHOLD-STATUS = '35'
               OPEN OUTPUT DOCHOLD
           END-IF.
           IF WS-DOCHOLD-STATUS = '00'
               SET DOCHOLD-WAS-OPEN TO TRUE
           ELSE
               DISPLAY 'WITHHELD-DOCUMENT REGISTER CANNOT BE OPENED, '
                   'STATUS ' WS-DOCHOLD-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

      * THE CREDIT-WEIGHTED GPA REPLACES THE FLAT AVERAGE ON THE
      * CARDS AND THE RANKING: SUM OF SCORE TIMES CREDITS OVER THE
                   TO WS-STUDENT-ENTRY(WS-SORT-INNER-IDX + 1)
           END-IF.

       8250-FEE-HOLD-FIND-PARA.
           MOVE 'N' TO WS-HOLD-FOUND-SW.
           MOVE 1 TO WS-HOLD-SRCH-IDX.
           PERFORM 8260-FEE-HOLD-FIND-ONE-PARA
               UNTIL WS-HOLD-SRCH-IDX > WS-HOLD-CNT
                  OR WS-HOLD-FOUND.

       8260-FEE-HOLD-FIND-ONE-PARA.
           IF WS-HOLD-STUDENT-ID(WS-HOLD-SRCH-IDX) =
                   WS-STU-ID(WS-STU-IDX)
               SET WS-HOLD-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-HOLD-SRCH-IDX
           END-IF.

      * A STUDENT ON FEE HOLD GETS A WITHHELD NOTICE IN PLACE OF
      * THE MARKS, AND THE CARD GOES ON THE WITHHELD-DOCUMENT
      * REGISTER.
       8300-ONE-REPORT-CARD-PARA.
           MOVE ALL '-' TO CARDFL-REC.
           WRITE CARDFL-REC.
               INTO CARDFL-REC.
           WRITE CARDFL-REC.

           PERFORM 8250-FEE-HOLD-FIND-PARA.
           IF WS-HOLD-FOUND
               PERFORM 8350-CARD-WITHHELD-PARA
           ELSE
               PERFORM 8320-CARD-DETAIL-PARA
           END-IF.

       8320-CARD-DETAIL-PARA.
           PERFORM 8400-SUBJECT-LINE-PARA
               VARYING WS-DETAIL-IDX FROM 1 BY 1
               UNTIL WS-DETAIL-IDX > WS-DETAIL-CNT.
               INTO CARDFL-REC.
           WRITE CARDFL-REC.

       8350-CARD-WITHHELD-PARA.
           ADD 1 TO WS-WITHHELD-CNT.
           MOVE 'REPORT CARD WITHHELD: FEES OUTSTANDING' TO CARDFL-REC.
           WRITE CARDFL-REC.
           IF DOCHOLD-WAS-OPEN
               MOVE SPACES TO DOCHOLD-REC
               MOVE WS-REGISTER-DATE TO DHR-RUN-DATE
               MOVE WS-STU-ID(WS-STU-IDX) TO DHR-STUDENT-ID
               MOVE WS-STU-NAME(WS-STU-IDX) TO DHR-STUDENT-NAME
               MOVE 'REPORT CARD' TO DHR-DOCUMENT
               MOVE WS-TERM-ID TO DHR-TERM
               MOVE WS-HOLD-FEE-TERM(WS-HOLD-SRCH-IDX) TO DHR-FEE-TERM
               MOVE WS-HOLD-BALANCE(WS-HOLD-SRCH-IDX) TO DHR-BALANCE
               MOVE 'PRG1' TO DHR-PROGRAM
               WRITE DOCHOLD-REC
           END-IF.

       8400-SUBJECT-LINE-PARA.
           IF WS-DET-STUDENT-ID(WS-DETAIL-IDX) =
                   WS-STU-ID(WS-STU-IDX)
               WRITE CARDFL-REC
           END-IF.

      * A STUDENT ON FEE HOLD KEEPS THEIR PLACE IN THE RANKING BUT
      * THE GPA ITSELF IS NOT SHOWN.
       8500-RANKING-LINE-PARA.
           MOVE WS-STU-AVERAGE(WS-STU-IDX) TO FORMATTED-MEDIAN.
           PERFORM 8250-FEE-HOLD-FIND-PARA.
           MOVE SPACES TO CARDFL-REC.
           IF WS-HOLD-FOUND
               STRING 'RANK ' DELIMITED BY SIZE
                   WS-STU-IDX DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-STU-ID(WS-STU-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-STU-NAME(WS-STU-IDX) DELIMITED BY SIZE
                   ' GPA WITHHELD' DELIMITED BY SIZE
                   INTO CARDFL-REC
           ELSE
               STRING 'RANK ' DELIMITED BY SIZE
                   WS-STU-IDX DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-STU-ID(WS-STU-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-STU-NAME(WS-STU-IDX) DELIMITED BY SIZE
                   ' GPA ' DELIMITED BY SIZE
                   FORMATTED-MEDIAN DELIMITED BY SIZE
                   INTO CARDFL-REC
           END-IF.
           WRITE CARDFL-REC.

      * PRE-SCANS THE HISTORY FOR A LINE ALREADY CARRYING THIS TERM,
           MOVE 'RESULTHIST' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-HISTFL-PATH.
           MOVE 'FEEHOLDS' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-FEEHOLD-PATH.
           MOVE 'DOCWITHHELD' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-DOCHOLD-PATH.

       0060-FILECFG-ONE-PARA.
           CALL 'FILECFG' USING WS-CFG-NAME, WS-CFG-PATH,

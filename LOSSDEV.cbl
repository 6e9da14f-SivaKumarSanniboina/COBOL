       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOSSDEV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * SAME ASSIGN/LAYOUT/KEYS AS CLAIMREG.CBL'S INDEXED CLMMAST,
      * SCANNED TOP TO BOTTOM THE WAY LOSSRATIO.CBL SCANS IT.
           SELECT CLMMAST ASSIGN TO DYNAMIC
           WS-CLMMAST-PATH
           ORGANIZATION IS INDEXED
           RECORD KEY IS CLM-CLAIMNO
           ALTERNATE RECORD KEY IS CLM-POLICYNO WITH DUPLICATES
           FILE STATUS WS-CLMMAST-STATUS.

      * QUARTERLY SNAPSHOT HISTORY OF THE CLAIMS MASTER: ONE LINE PER
      * CLAIM PER VALUATION QUARTER WITH ITS PAID AND RESERVE AS THEY
      * STOOD, KEYED BY ACCIDENT (LOSS-DATE) YEAR AND LOB. APPENDED
      * ONCE PER QUARTER AND NEVER REWRITTEN.
           SELECT SNAPHIST ASSIGN TO DYNAMIC
           WS-SNAPHIST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-SNAPHIST-STATUS.

      * PAID AND INCURRED DEVELOPMENT TRIANGLES PER LOB WITH THE
      * AGE-TO-AGE FACTORS, THE PROJECTED ULTIMATE PER ACCIDENT YEAR
      * AND THE IBNR THAT IMPLIES.
           SELECT DEVRPT ASSIGN TO DYNAMIC
           WS-DEVRPT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-DEVRPT-STATUS.

      * IBNR ESTIMATE FOR FINANCE TO BOOK: ONE LINE PER LOB AND A
      * TOTAL LINE (LOB '*'), AS AT THE VALUATION DATE.
           SELECT IBNRFL ASSIGN TO DYNAMIC
           WS-IBNRFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-IBNRFL-STATUS.

      * EXTERNALLY-SUPPLIED RUN DATE (RUNPARM.CPY), USED AS THE
      * VALUATION DATE; ITS QUARTER NAMES THE SNAPSHOT.
           SELECT RUNPARM ASSIGN TO DYNAMIC
           WS-RUNPARM-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-RUNPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * SAME LAYOUT AS CLAIMREG.CBL'S CLMMAST-REC.
       FD  CLMMAST.
       01  CLMMAST-REC.
           05  CLM-CLAIMNO     PIC     X(08).
           05  CLM-POLICYNO    PIC     X(08).
           05  CLM-LOBCODE     PIC     X(01).
           05  CLM-LOSS-DATE   PIC     9(08).
           05  CLM-AMOUNT      PIC     9(7)V99.
           05  CLM-STATUS      PIC     X(01).
               88  CLM-OPEN                    VALUE 'O'.
               88  CLM-APPROVED                VALUE 'A'.
               88  CLM-DENIED                  VALUE 'D'.
               88  CLM-PAID-UP                 VALUE 'P'.
           05  CLM-RESERVE     PIC     9(7)V99.
           05  CLM-PAID        PIC     9(7)V99.
           05  FILLER          PIC     X(27).

       FD  SNAPHIST.
       01  SNAPHIST-REC.
           05  SNP-VAL-YEAR            PIC 9(04).
           05  SNP-VAL-QTR             PIC 9(01).
           05  SNP-VAL-DATE            PIC 9(08).
           05  SNP-LOBCODE             PIC X(01).
           05  SNP-ACC-YEAR            PIC 9(04).
           05  SNP-CLAIMNO             PIC X(08).
           05  SNP-PAID                PIC 9(7)V99.
           05  SNP-RESERVE             PIC 9(7)V99.
           05  FILLER                  PIC X(36).

       FD  DEVRPT.
       01  DEVRPT-REC                  PIC X(80).

       FD  IBNRFL.
       01  IBNRFL-REC.
           05  IBN-VALUATION-DATE      PIC 9(08).
           05  IBN-LOBCODE             PIC X(01).
           05  IBN-AMOUNT              PIC S9(9)V99
                                       SIGN IS TRAILING SEPARATE.
           05  FILLER                  PIC X(59).

       FD  RUNPARM.
       COPY 'RUNPARM'.

       WORKING-STORAGE SECTION.
      * RESOLVED FILE PATHS. EVERY ASSIGNMENT COMES FROM THE
      * EXTERNAL FILE CONFIGURATION (FILECFG) AT STARTUP -- SEE
      * 0050-FILECFG-LOAD-PARA -- SO A DISK MOVE OR A TEST RUN
      * NEVER MEANS EDITING AND RECOMPILING THIS PROGRAM.
       77  WS-CLMMAST-PATH             PIC X(80) VALUE SPACES.
       77  WS-SNAPHIST-PATH            PIC X(80) VALUE SPACES.
       77  WS-DEVRPT-PATH              PIC X(80) VALUE SPACES.
       77  WS-IBNRFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-RUNPARM-PATH             PIC X(80) VALUE SPACES.
       77  WS-CFG-NAME             PIC X(12)   VALUE SPACES.
       77  WS-CFG-PATH             PIC X(80)   VALUE SPACES.
       77  WS-CFG-RESULT           PIC X(01)   VALUE 'N'.

       01  WS-FILE-STATUS.
           05  WS-CLMMAST-STATUS       PIC X(2).
           05  WS-SNAPHIST-STATUS      PIC X(2).
           05  WS-DEVRPT-STATUS        PIC X(2).
           05  WS-IBNRFL-STATUS        PIC X(2).
           05  WS-RUNPARM-STATUS       PIC X(2).

       01  WS-EOF-SWITCHES.
           05  WS-CLMMAST-EOF-SW       PIC X(01)   VALUE 'N'.
               88  CLMMAST-EOF                     VALUE 'Y'.
           05  WS-SNAPHIST-EOF-SW      PIC X(01)   VALUE 'N'.
               88  SNAPHIST-EOF                    VALUE 'Y'.

      * VALUATION DATE AND ITS QUARTER. A QUARTER ALREADY ON THE
      * HISTORY IS NOT SNAPPED A SECOND TIME, SO A RERUN CANNOT
      * DOUBLE THE TRIANGLES.
       01  WS-RUN-DATE                 PIC 9(8)    VALUE ZEROES.
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR             PIC 9(04).
           05  WS-RUN-MONTH            PIC 9(02).
           05  WS-RUN-DAY              PIC 9(02).
       77  WS-VAL-QTR                  PIC 9(01)   VALUE ZEROES.
       77  WS-VAL-QTR-ID               PIC 9(05)   VALUE ZEROES.
       77  WS-SNP-QTR-ID               PIC 9(05)   VALUE ZEROES.
       77  WS-SNAP-TAKEN-SW            PIC X(01)   VALUE 'N'.
           88  WS-SNAP-TAKEN                       VALUE 'Y'.
       01  WS-LOSS-DATE-PARTS.
           05  WS-LOSS-YEAR            PIC 9(04).
           05  FILLER                  PIC 9(04).

      * DEVELOPMENT TRIANGLES HELD PER LOB: EIGHT ACCIDENT YEARS
      * ENDING WITH THE VALUATION YEAR, EACH DEVELOPED OVER UP TO
      * EIGHT ANNUAL AGES. A CELL HOLDS THE LATEST SNAPSHOT TAKEN IN
      * ITS VALUATION YEAR (THE YEAR-END QUARTER ONCE IT IS ON THE
      * HISTORY), SO WS-TRI-QTR-ID ZERO MEANS NO SNAPSHOT YET.
       01  WS-TRI-TABLE.
           05  WS-TRI-LOB OCCURS 20 TIMES.
               10  WS-TRI-LOBCODE       PIC X(01).
               10  WS-TRI-AY OCCURS 8 TIMES.
                   15  WS-TRI-CELL OCCURS 8 TIMES.
                       20  WS-TRI-QTR-ID    PIC 9(05).
                       20  WS-TRI-PAID      PIC 9(11)V99.
                       20  WS-TRI-INCURRED  PIC 9(11)V99.
       77  WS-TRI-LOB-CNT              PIC 9(2)    VALUE ZEROES.
       77  WS-LOB-IDX                  PIC 9(2)    VALUE ZEROES.
       77  WS-AY-IDX                   PIC 9(2)    VALUE ZEROES.
       77  WS-AGE-IDX                  PIC 9(2)    VALUE ZEROES.
       77  WS-LOB-FOUND-SW             PIC X(01)   VALUE 'N'.
           88  WS-LOB-FOUND                        VALUE 'Y'.
       77  WS-FIRST-AY                 PIC 9(04)   VALUE ZEROES.
       77  WS-AY-YEAR                  PIC 9(04)   VALUE ZEROES.
       77  WS-LATEST-AGE               PIC 9(02)   VALUE ZEROES.

      * AGE-TO-AGE FACTORS FOR THE TRIANGLE BEING PRINTED, VOLUME
      * WEIGHTED OVER THE ACCIDENT YEARS THAT HAVE BOTH AGES, WITH THE
      * CUMULATIVE FACTOR TO ULTIMATE. NO TAIL BEYOND AGE EIGHT.
       01  WS-FACTOR-TABLE.
           05  WS-FACTOR-ENTRY OCCURS 8 TIMES.
               10  WS-FAC-ATA           PIC 9(3)V9(4).
               10  WS-FAC-CDF           PIC 9(5)V9(4).
       77  WS-FAC-FROM-SUM             PIC 9(13)V99 VALUE ZEROES.
       77  WS-FAC-TO-SUM               PIC 9(13)V99 VALUE ZEROES.
       77  WS-TRI-MODE                 PIC X(01)   VALUE 'P'.
           88  WS-TRI-PAID-MODE                    VALUE 'P'.
           88  WS-TRI-INCURRED-MODE                VALUE 'I'.
       77  WS-CELL-AMT                 PIC 9(11)V99 VALUE ZEROES.
       77  WS-NEXT-AMT                 PIC 9(11)V99 VALUE ZEROES.

      * ULTIMATE AND IBNR WORK FIELDS. IBNR IS SIGNED: A LOB WHOSE
      * RESERVES RUN OFF FAVOURABLY DEVELOPS DOWNWARDS.
       77  WS-LATEST-INCURRED          PIC 9(11)V99 VALUE ZEROES.
       77  WS-ULTIMATE                 PIC 9(11)V99 VALUE ZEROES.
       77  WS-AY-IBNR                  PIC S9(11)V99 VALUE ZEROES.
       77  WS-LOB-IBNR                 PIC S9(11)V99 VALUE ZEROES.
       77  WS-TOTAL-IBNR               PIC S9(11)V99 VALUE ZEROES.

      * PRINT LINES FOR ONE TRIANGLE ROW AND ONE FACTOR ROW; A CELL
      * WITH NO SNAPSHOT IS LEFT BLANK.
       01  WS-TRI-LINE.
           05  WS-TL-LABEL             PIC X(04).
           05  FILLER                  PIC X(01).
           05  WS-TL-COL OCCURS 8 TIMES.
               10  FILLER              PIC X(01).
               10  WS-TL-AMT-X         PIC X(08).
               10  WS-TL-AMT REDEFINES WS-TL-AMT-X
                                       PIC Z(7)9.
               10  WS-TL-FAC REDEFINES WS-TL-AMT-X
                                       PIC ZZZ9.999.
           05  FILLER                  PIC X(03).

       01  WS-COUNTERS.
           05  WS-CLMMAST-RD-CNT       PIC 9(6)    VALUE ZEROES.
           05  WS-SNAPPED-CNT          PIC 9(6)    VALUE ZEROES.
           05  WS-HIST-RD-CNT          PIC 9(7)    VALUE ZEROES.
           05  WS-HIST-SKIP-CNT        PIC 9(7)    VALUE ZEROES.

       77  WS-FORMATTED-INCURRED       PIC Z(9)9.99.
       77  WS-FORMATTED-ULTIMATE       PIC Z(9)9.99.
       77  WS-FORMATTED-CDF            PIC ZZZ9.999.
       77  WS-FORMATTED-IBNR           PIC -Z(9)9.99.
       77  WS-FORMATTED-YEAR           PIC 9(04).

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0050-FILECFG-LOAD-PARA.
           PERFORM 1000-FILES-OPEN-PARA.
           IF WS-CLMMAST-STATUS NOT = '00'
               DISPLAY 'CLAIMS MASTER CANNOT BE OPENED, NO SNAPSHOT '
                   'TAKEN.'
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 1300-SNAPHIST-CHECK-PARA
               IF WS-SNAP-TAKEN
                   DISPLAY 'QUARTER ' WS-VAL-QTR-ID
                       ' ALREADY SNAPPED, HISTORY LEFT AS IT IS.'
               ELSE
                   PERFORM 2000-SNAPSHOT-TAKE-PARA
               END-IF
               IF RETURN-CODE < 16
                   PERFORM 2500-TRIANGLE-BUILD-PARA
                   PERFORM 3000-DEV-REPORT-PARA
               END-IF
           END-IF.
           PERFORM 3900-FILES-CLOSE-PARA.

           DISPLAY 'CLAIMS SNAPPED THIS QUARTER: ', WS-SNAPPED-CNT.
           DISPLAY 'HISTORY LINES READ: ', WS-HIST-RD-CNT.
           DISPLAY 'HISTORY LINES OUTSIDE TRIANGLES: ',
               WS-HIST-SKIP-CNT.
           DISPLAY 'LOBS DEVELOPED: ', WS-TRI-LOB-CNT.
           DISPLAY 'TOTAL IBNR ESTIMATE: ', WS-TOTAL-IBNR.
           STOP RUN.

       1000-FILES-OPEN-PARA.
           OPEN INPUT CLMMAST.
           DISPLAY 'FILE STATUS FOR CLMMAST:', WS-CLMMAST-STATUS.

           OPEN OUTPUT DEVRPT.
           DISPLAY 'FILE STATUS FOR DEVRPT:', WS-DEVRPT-STATUS.

           OPEN OUTPUT IBNRFL.
           DISPLAY 'FILE STATUS FOR IBNRFL:', WS-IBNRFL-STATUS.

           PERFORM 1050-RUNPARM-LOAD-PARA.
           COMPUTE WS-VAL-QTR = (WS-RUN-MONTH + 2) / 3.
           COMPUTE WS-VAL-QTR-ID = WS-RUN-YEAR * 10 + WS-VAL-QTR.
           COMPUTE WS-FIRST-AY = WS-RUN-YEAR - 7.
           INITIALIZE WS-TRI-TABLE.

           MOVE SPACES TO DEVRPT-REC.
           STRING 'LOSS DEVELOPMENT BY LOB - VALUATION DATE '
               DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               ' QUARTER ' DELIMITED BY SIZE
               WS-VAL-QTR DELIMITED BY SIZE
               INTO DEVRPT-REC.
           WRITE DEVRPT-REC.

       1050-RUNPARM-LOAD-PARA.
           OPEN INPUT RUNPARM.
           IF WS-RUNPARM-STATUS NOT = '00' THEN
               DISPLAY 'RUNPARM NOT FOUND, DEFAULTING VALUATION DATE.'
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ELSE
               READ RUNPARM
                   AT END
                       DISPLAY 'RUNPARM EMPTY, DEFAULTING VALUATION '
                           'DATE.'
                       ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
                   NOT AT END
                       MOVE RUNPARM-RUN-DATE TO WS-RUN-DATE
               END-READ
               CLOSE RUNPARM
           END-IF.

      * NO HISTORY YET (STATUS 35) IS THE FIRST QUARTER EVER RUN.
       1300-SNAPHIST-CHECK-PARA.
           OPEN INPUT SNAPHIST.
           IF WS-SNAPHIST-STATUS = '00'
               MOVE 'N' TO WS-SNAPHIST-EOF-SW
               PERFORM 1350-SNAPHIST-CHECK-READ-PARA
                   UNTIL SNAPHIST-EOF OR WS-SNAP-TAKEN
               CLOSE SNAPHIST
           ELSE
               DISPLAY 'NO SNAPSHOT HISTORY YET, STARTING ONE.'
           END-IF.

       1350-SNAPHIST-CHECK-READ-PARA.
           READ SNAPHIST
               AT END
                   SET SNAPHIST-EOF TO TRUE
               NOT AT END
                   IF SNP-VAL-YEAR = WS-RUN-YEAR
                       AND SNP-VAL-QTR = WS-VAL-QTR
                       SET WS-SNAP-TAKEN TO TRUE
                   END-IF
           END-READ.

      * APPENDS THIS QUARTER'S PICTURE OF EVERY CLAIM. PAID AND
      * RESERVE FOLLOW LOSSRATIO.CBL'S INCURRED RULE: A DENIED CLAIM
      * CARRIES NOTHING, AND A PRE-SETTLEMENT RECORD WITHOUT THE
      * LIFECYCLE FIELDS IS TAKEN AS RESERVED AT ITS REGISTERED
      * AMOUNT.
       2000-SNAPSHOT-TAKE-PARA.
           OPEN EXTEND SNAPHIST.
           IF WS-SNAPHIST-STATUS = '35'
               OPEN OUTPUT SNAPHIST
           END-IF.
           DISPLAY 'FILE STATUS FOR SNAPHIST:', WS-SNAPHIST-STATUS.
           IF WS-SNAPHIST-STATUS NOT = '00'
               DISPLAY 'SNAPSHOT HISTORY CANNOT BE EXTENDED.'
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 2100-CLMMAST-READ-PARA UNTIL CLMMAST-EOF
               CLOSE SNAPHIST
           END-IF.

       2100-CLMMAST-READ-PARA.
           READ CLMMAST
               AT END
                   SET CLMMAST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CLMMAST-RD-CNT
                   PERFORM 2150-SNAPSHOT-WRITE-PARA
           END-READ.

       2150-SNAPSHOT-WRITE-PARA.
           MOVE SPACES TO SNAPHIST-REC.
           MOVE WS-RUN-YEAR TO SNP-VAL-YEAR.
           MOVE WS-VAL-QTR TO SNP-VAL-QTR.
           MOVE WS-RUN-DATE TO SNP-VAL-DATE.
           MOVE CLM-LOBCODE TO SNP-LOBCODE.
           MOVE CLM-LOSS-DATE TO WS-LOSS-DATE-PARTS.
           MOVE WS-LOSS-YEAR TO SNP-ACC-YEAR.
           MOVE CLM-CLAIMNO TO SNP-CLAIMNO.
           IF CLM-PAID NUMERIC AND CLM-RESERVE NUMERIC
               IF CLM-DENIED
                   MOVE ZEROES TO SNP-PAID
                   MOVE ZEROES TO SNP-RESERVE
               ELSE
                   MOVE CLM-PAID TO SNP-PAID
                   MOVE CLM-RESERVE TO SNP-RESERVE
               END-IF
           ELSE
               MOVE ZEROES TO SNP-PAID
               MOVE CLM-AMOUNT TO SNP-RESERVE
           END-IF.
           WRITE SNAPHIST-REC.
           ADD 1 TO WS-SNAPPED-CNT.

      * READS THE WHOLE HISTORY BACK INTO THE TRIANGLES. A LATER
      * QUARTER IN THE SAME VALUATION YEAR REPLACES AN EARLIER ONE IN
      * THE CELL; LINES FOR THE SAME QUARTER ADD UP.
       2500-TRIANGLE-BUILD-PARA.
           OPEN INPUT SNAPHIST.
           IF WS-SNAPHIST-STATUS NOT = '00'
               DISPLAY 'SNAPSHOT HISTORY CANNOT BE READ, NO TRIANGLES.'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WS-SNAPHIST-EOF-SW
               PERFORM 2550-SNAPHIST-READ-PARA UNTIL SNAPHIST-EOF
               CLOSE SNAPHIST
           END-IF.

       2550-SNAPHIST-READ-PARA.
           READ SNAPHIST
               AT END
                   SET SNAPHIST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-HIST-RD-CNT
                   PERFORM 2600-SNAPSHOT-APPLY-PARA
           END-READ.

      * A LINE FOR AN ACCIDENT YEAR OLDER THAN THE TRIANGLES, OR
      * DATED AFTER THE VALUATION QUARTER, IS COUNTED AND LEFT OUT.
       2600-SNAPSHOT-APPLY-PARA.
           COMPUTE WS-SNP-QTR-ID = SNP-VAL-YEAR * 10 + SNP-VAL-QTR.
           IF SNP-ACC-YEAR < WS-FIRST-AY
               OR SNP-ACC-YEAR > SNP-VAL-YEAR
               OR WS-SNP-QTR-ID > WS-VAL-QTR-ID
               ADD 1 TO WS-HIST-SKIP-CNT
           ELSE
               PERFORM 2650-LOB-FIND-PARA
               IF WS-LOB-FOUND
                   COMPUTE WS-AY-IDX = SNP-ACC-YEAR - WS-FIRST-AY + 1
                   COMPUTE WS-AGE-IDX =
                       SNP-VAL-YEAR - SNP-ACC-YEAR + 1
                   PERFORM 2700-CELL-APPLY-PARA
               ELSE
                   ADD 1 TO WS-HIST-SKIP-CNT
               END-IF
           END-IF.

       2700-CELL-APPLY-PARA.
           IF WS-SNP-QTR-ID >
                   WS-TRI-QTR-ID(WS-LOB-IDX, WS-AY-IDX, WS-AGE-IDX)
               MOVE WS-SNP-QTR-ID TO
                   WS-TRI-QTR-ID(WS-LOB-IDX, WS-AY-IDX, WS-AGE-IDX)
               MOVE ZEROES TO
                   WS-TRI-PAID(WS-LOB-IDX, WS-AY-IDX, WS-AGE-IDX)
               MOVE ZEROES TO
                   WS-TRI-INCURRED(WS-LOB-IDX, WS-AY-IDX, WS-AGE-IDX)
           END-IF.
           IF WS-SNP-QTR-ID =
                   WS-TRI-QTR-ID(WS-LOB-IDX, WS-AY-IDX, WS-AGE-IDX)
               ADD SNP-PAID TO
                   WS-TRI-PAID(WS-LOB-IDX, WS-AY-IDX, WS-AGE-IDX)
               ADD SNP-PAID SNP-RESERVE TO
                   WS-TRI-INCURRED(WS-LOB-IDX, WS-AY-IDX, WS-AGE-IDX)
           END-IF.

      * FIND-OR-ADD ON THE LOB, THE SAME TABLE TECHNIQUE
      * LOSSRATIO.CBL USES.
       2650-LOB-FIND-PARA.
           MOVE 'N' TO WS-LOB-FOUND-SW.
           MOVE 1 TO WS-LOB-IDX.
           PERFORM 2660-LOB-FIND-ONE-PARA
               UNTIL WS-LOB-IDX > WS-TRI-LOB-CNT
                  OR WS-LOB-FOUND.
           IF NOT WS-LOB-FOUND
               IF WS-TRI-LOB-CNT < 20
                   ADD 1 TO WS-TRI-LOB-CNT
                   MOVE WS-TRI-LOB-CNT TO WS-LOB-IDX
                   MOVE SNP-LOBCODE TO WS-TRI-LOBCODE(WS-LOB-IDX)
                   SET WS-LOB-FOUND TO TRUE
               ELSE
                   DISPLAY 'WS-TRI-TABLE FULL, LOB NOT DEVELOPED: '
                       SNP-LOBCODE
               END-IF
           END-IF.

       2660-LOB-FIND-ONE-PARA.
           IF WS-TRI-LOBCODE(WS-LOB-IDX) = SNP-LOBCODE
               SET WS-LOB-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-LOB-IDX
           END-IF.

      * PER LOB: THE PAID TRIANGLE AND ITS FACTORS, THEN THE INCURRED
      * TRIANGLE AND ITS FACTORS, WHICH DRIVE THE ULTIMATES AND IBNR.
       3000-DEV-REPORT-PARA.
           PERFORM 3100-LOB-REPORT-PARA
               VARYING WS-LOB-IDX FROM 1 BY 1
               UNTIL WS-LOB-IDX > WS-TRI-LOB-CNT.

           MOVE SPACES TO DEVRPT-REC.
           WRITE DEVRPT-REC.
           MOVE WS-TOTAL-IBNR TO WS-FORMATTED-IBNR.
           MOVE SPACES TO DEVRPT-REC.
           STRING 'TOTAL IBNR ESTIMATE, ALL LOBS: ' DELIMITED BY SIZE
               WS-FORMATTED-IBNR DELIMITED BY SIZE
               INTO DEVRPT-REC.
           WRITE DEVRPT-REC.

           MOVE SPACES TO IBNRFL-REC.
           MOVE WS-RUN-DATE TO IBN-VALUATION-DATE.
           MOVE '*' TO IBN-LOBCODE.
           MOVE WS-TOTAL-IBNR TO IBN-AMOUNT.
           WRITE IBNRFL-REC.

       3100-LOB-REPORT-PARA.
           SET WS-TRI-PAID-MODE TO TRUE.
           PERFORM 3200-TRIANGLE-PRINT-PARA.
           SET WS-TRI-INCURRED-MODE TO TRUE.
           PERFORM 3200-TRIANGLE-PRINT-PARA.
           PERFORM 3500-ULTIMATE-PRINT-PARA.

       3200-TRIANGLE-PRINT-PARA.
           MOVE SPACES TO DEVRPT-REC.
           WRITE DEVRPT-REC.
           MOVE SPACES TO DEVRPT-REC.
           IF WS-TRI-PAID-MODE
               STRING 'PAID DEVELOPMENT - LOB ' DELIMITED BY SIZE
                   WS-TRI-LOBCODE(WS-LOB-IDX) DELIMITED BY SIZE
                   INTO DEVRPT-REC
           ELSE
               STRING 'INCURRED DEVELOPMENT - LOB ' DELIMITED BY SIZE
                   WS-TRI-LOBCODE(WS-LOB-IDX) DELIMITED BY SIZE
                   INTO DEVRPT-REC
           END-IF.
           WRITE DEVRPT-REC.
           MOVE SPACES TO DEVRPT-REC.
           STRING 'ACYR     AGE 1    AGE 2    AGE 3    AGE 4'
               DELIMITED BY SIZE
               '    AGE 5    AGE 6    AGE 7    AGE 8'
               DELIMITED BY SIZE
               INTO DEVRPT-REC.
           WRITE DEVRPT-REC.
           PERFORM 3250-TRIANGLE-ROW-PARA
               VARYING WS-AY-IDX FROM 1 BY 1
               UNTIL WS-AY-IDX > 8.

           PERFORM 3300-FACTOR-COMPUTE-PARA
               VARYING WS-AGE-IDX FROM 1 BY 1
               UNTIL WS-AGE-IDX > 7.
           MOVE 1 TO WS-FAC-ATA(8).
           MOVE 1 TO WS-FAC-CDF(8).
           PERFORM 3400-CDF-COMPUTE-PARA
               VARYING WS-AGE-IDX FROM 7 BY -1
               UNTIL WS-AGE-IDX < 1.

           MOVE SPACES TO WS-TRI-LINE.
           MOVE 'ATA ' TO WS-TL-LABEL.
           PERFORM 3450-FACTOR-COL-PARA
               VARYING WS-AGE-IDX FROM 1 BY 1
               UNTIL WS-AGE-IDX > 7.
           MOVE WS-TRI-LINE TO DEVRPT-REC.
           WRITE DEVRPT-REC.
           MOVE SPACES TO WS-TRI-LINE.
           MOVE 'CDF ' TO WS-TL-LABEL.
           PERFORM 3460-CDF-COL-PARA
               VARYING WS-AGE-IDX FROM 1 BY 1
               UNTIL WS-AGE-IDX > 8.
           MOVE WS-TRI-LINE TO DEVRPT-REC.
           WRITE DEVRPT-REC.

      * ONE ACCIDENT YEAR ACROSS ITS AGES. ONLY AGES UP TO THE
      * VALUATION YEAR CAN HOLD A SNAPSHOT.
       3250-TRIANGLE-ROW-PARA.
           MOVE SPACES TO WS-TRI-LINE.
           COMPUTE WS-AY-YEAR = WS-FIRST-AY + WS-AY-IDX - 1.
           MOVE WS-AY-YEAR TO WS-FORMATTED-YEAR.
           MOVE WS-FORMATTED-YEAR TO WS-TL-LABEL.
           PERFORM 3270-TRIANGLE-CELL-PARA
               VARYING WS-AGE-IDX FROM 1 BY 1
               UNTIL WS-AGE-IDX > 8.
           MOVE WS-TRI-LINE TO DEVRPT-REC.
           WRITE DEVRPT-REC.

       3270-TRIANGLE-CELL-PARA.
           IF WS-TRI-QTR-ID(WS-LOB-IDX, WS-AY-IDX, WS-AGE-IDX) > 0
               PERFORM 3280-CELL-VALUE-PARA
               MOVE WS-CELL-AMT TO WS-TL-AMT(WS-AGE-IDX)
           END-IF.

       3280-CELL-VALUE-PARA.
           IF WS-TRI-PAID-MODE
               MOVE WS-TRI-PAID(WS-LOB-IDX, WS-AY-IDX, WS-AGE-IDX)
                   TO WS-CELL-AMT
           ELSE
               MOVE WS-TRI-INCURRED(WS-LOB-IDX, WS-AY-IDX, WS-AGE-IDX)
                   TO WS-CELL-AMT
           END-IF.

      * AGE-TO-AGE FACTOR FROM WS-AGE-IDX TO THE NEXT AGE, SUMMED
      * OVER THE ACCIDENT YEARS THAT HAVE BOTH. A LATER AGE WHOSE
      * VALUATION YEAR IS STILL RUNNING IS ONLY A PART-YEAR PICTURE
      * AND IS LEFT OUT UNTIL THE YEAR-END QUARTER IS SNAPPED. NO
      * USABLE PAIR GIVES A FACTOR OF ONE.
       3300-FACTOR-COMPUTE-PARA.
           MOVE ZEROES TO WS-FAC-FROM-SUM.
           MOVE ZEROES TO WS-FAC-TO-SUM.
           PERFORM 3350-FACTOR-PAIR-PARA
               VARYING WS-AY-IDX FROM 1 BY 1
               UNTIL WS-AY-IDX > 8.
           IF WS-FAC-FROM-SUM > 0
               COMPUTE WS-FAC-ATA(WS-AGE-IDX) ROUNDED =
                   WS-FAC-TO-SUM / WS-FAC-FROM-SUM
                   ON SIZE ERROR
                       MOVE 1 TO WS-FAC-ATA(WS-AGE-IDX)
               END-COMPUTE
           ELSE
               MOVE 1 TO WS-FAC-ATA(WS-AGE-IDX)
           END-IF.

       3350-FACTOR-PAIR-PARA.
           COMPUTE WS-AY-YEAR = WS-FIRST-AY + WS-AY-IDX - 1.
           IF WS-TRI-QTR-ID(WS-LOB-IDX, WS-AY-IDX, WS-AGE-IDX) > 0
               AND WS-TRI-QTR-ID(WS-LOB-IDX, WS-AY-IDX,
                   WS-AGE-IDX + 1) > 0
               AND (WS-AY-YEAR + WS-AGE-IDX < WS-RUN-YEAR
                   OR WS-VAL-QTR = 4)
               PERFORM 3280-CELL-VALUE-PARA
               ADD WS-CELL-AMT TO WS-FAC-FROM-SUM
               IF WS-TRI-PAID-MODE
                   ADD WS-TRI-PAID(WS-LOB-IDX, WS-AY-IDX,
                       WS-AGE-IDX + 1) TO WS-FAC-TO-SUM
               ELSE
                   ADD WS-TRI-INCURRED(WS-LOB-IDX, WS-AY-IDX,
                       WS-AGE-IDX + 1) TO WS-FAC-TO-SUM
               END-IF
           END-IF.

       3400-CDF-COMPUTE-PARA.
           COMPUTE WS-FAC-CDF(WS-AGE-IDX) ROUNDED =
               WS-FAC-ATA(WS-AGE-IDX) * WS-FAC-CDF(WS-AGE-IDX + 1)
               ON SIZE ERROR
                   MOVE 99999 TO WS-FAC-CDF(WS-AGE-IDX)
           END-COMPUTE.

       3450-FACTOR-COL-PARA.
           MOVE WS-FAC-ATA(WS-AGE-IDX) TO WS-TL-FAC(WS-AGE-IDX).

       3460-CDF-COL-PARA.
           MOVE WS-FAC-CDF(WS-AGE-IDX) TO WS-TL-FAC(WS-AGE-IDX).

      * PROJECTED ULTIMATE PER ACCIDENT YEAR: THE LATEST INCURRED ON
      * THE DIAGONAL TIMES THE INCURRED CUMULATIVE FACTOR FROM ITS
      * AGE. THE CURRENT YEAR'S DIAGONAL IS PROJECTED WITH THE
      * YEAR-END FACTORS. THE LOB'S IBNR GOES TO THE ESTIMATE FILE.
       3500-ULTIMATE-PRINT-PARA.
           MOVE ZEROES TO WS-LOB-IBNR.
           MOVE SPACES TO DEVRPT-REC.
           WRITE DEVRPT-REC.
           MOVE SPACES TO DEVRPT-REC.
           STRING 'PROJECTED ULTIMATE - LOB ' DELIMITED BY SIZE
               WS-TRI-LOBCODE(WS-LOB-IDX) DELIMITED BY SIZE
               INTO DEVRPT-REC.
           WRITE DEVRPT-REC.
           MOVE SPACES TO DEVRPT-REC.
           STRING 'ACYR LATEST INCURRED       CDF' DELIMITED BY SIZE
               '      ULTIMATE           IBNR' DELIMITED BY SIZE
               INTO DEVRPT-REC.
           WRITE DEVRPT-REC.
           PERFORM 3550-ULTIMATE-ROW-PARA
               VARYING WS-AY-IDX FROM 1 BY 1
               UNTIL WS-AY-IDX > 8.

           MOVE WS-LOB-IBNR TO WS-FORMATTED-IBNR.
           MOVE SPACES TO DEVRPT-REC.
           STRING 'IBNR ESTIMATE LOB ' DELIMITED BY SIZE
               WS-TRI-LOBCODE(WS-LOB-IDX) DELIMITED BY SIZE
               ': ' DELIMITED BY SIZE
               WS-FORMATTED-IBNR DELIMITED BY SIZE
               INTO DEVRPT-REC.
           WRITE DEVRPT-REC.
           ADD WS-LOB-IBNR TO WS-TOTAL-IBNR.

           MOVE SPACES TO IBNRFL-REC.
           MOVE WS-RUN-DATE TO IBN-VALUATION-DATE.
           MOVE WS-TRI-LOBCODE(WS-LOB-IDX) TO IBN-LOBCODE.
           MOVE WS-LOB-IBNR TO IBN-AMOUNT.
           WRITE IBNRFL-REC.

       3550-ULTIMATE-ROW-PARA.
           COMPUTE WS-AY-YEAR = WS-FIRST-AY + WS-AY-IDX - 1.
           COMPUTE WS-LATEST-AGE = WS-RUN-YEAR - WS-AY-YEAR + 1.
           IF WS-TRI-QTR-ID(WS-LOB-IDX, WS-AY-IDX, WS-LATEST-AGE) > 0
               MOVE WS-TRI-INCURRED(WS-LOB-IDX, WS-AY-IDX,
                   WS-LATEST-AGE) TO WS-LATEST-INCURRED
               COMPUTE WS-ULTIMATE ROUNDED =
                   WS-LATEST-INCURRED * WS-FAC-CDF(WS-LATEST-AGE)
                   ON SIZE ERROR
                       MOVE WS-LATEST-INCURRED TO WS-ULTIMATE
               END-COMPUTE
               COMPUTE WS-AY-IBNR = WS-ULTIMATE - WS-LATEST-INCURRED
               ADD WS-AY-IBNR TO WS-LOB-IBNR
               MOVE WS-AY-YEAR TO WS-FORMATTED-YEAR
               MOVE WS-LATEST-INCURRED TO WS-FORMATTED-INCURRED
               MOVE WS-FAC-CDF(WS-LATEST-AGE) TO WS-FORMATTED-CDF
               MOVE WS-ULTIMATE TO WS-FORMATTED-ULTIMATE
               MOVE WS-AY-IBNR TO WS-FORMATTED-IBNR
               MOVE SPACES TO DEVRPT-REC
               STRING WS-FORMATTED-YEAR DELIMITED BY SIZE
                   '   ' DELIMITED BY SIZE
                   WS-FORMATTED-INCURRED DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-FORMATTED-CDF DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-FORMATTED-ULTIMATE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-FORMATTED-IBNR DELIMITED BY SIZE
                   INTO DEVRPT-REC
               WRITE DEVRPT-REC
           END-IF.

       3900-FILES-CLOSE-PARA.
           IF WS-CLMMAST-STATUS = '00' OR WS-CLMMAST-STATUS = '10'
               CLOSE CLMMAST
           END-IF.
           CLOSE DEVRPT.
           CLOSE IBNRFL.

      * RESOLVES EVERY FILE ASSIGNMENT FROM THE EXTERNAL FILE
      * CONFIGURATION BEFORE ANYTHING IS OPENED, REPORTING EACH
      * RESOLVED PATH. A LOGICAL NAME MISSING FROM THE
      * CONFIGURATION ENDS THE RUN CLEANLY WITH RC 16 BEFORE ANY
      * FILE IS TOUCHED.
       0050-FILECFG-LOAD-PARA.
           MOVE 'CLAIMMASTER' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-CLMMAST-PATH.
           MOVE 'CLMSNAPHIST' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-SNAPHIST-PATH.
           MOVE 'LOSSDEVRPT' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-DEVRPT-PATH.
           MOVE 'IBNRESTIMATE' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-IBNRFL-PATH.
           MOVE 'RUNPARM' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-RUNPARM-PATH.

       0060-FILECFG-ONE-PARA.
           CALL 'FILECFG' USING WS-CFG-NAME, WS-CFG-PATH,
               WS-CFG-RESULT.
           IF WS-CFG-RESULT NOT = 'Y'
               DISPLAY 'FILE PATH NOT CONFIGURED: ' WS-CFG-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'USING ' WS-CFG-NAME ' AT ' WS-CFG-PATH.

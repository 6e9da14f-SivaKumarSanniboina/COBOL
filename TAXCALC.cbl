       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXCALC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * INCOME TAX SLAB TABLE: ONE LINE PER BAND PER TAX YEAR, THE
      * INCOME THE BAND STARTS AT AND THE RATE ON INCOME ABOVE IT.
      * A YEAR'S BANDS ARE KEPT IN ASCENDING ORDER OF STARTING
      * INCOME, THE FIRST NORMALLY STARTING AT ZERO; EACH BAND ENDS
      * WHERE THE NEXT BEGINS AND THE LAST IS OPEN-ENDED.
           SELECT TAXSLAB ASSIGN TO DYNAMIC WS-TAXSLAB-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-TAXSLAB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TAXSLAB.
       01  TAXSLAB-REC.
           05  TSL-TAX-YEAR            PIC 9(04).
           05  TSL-FROM-INCOME         PIC 9(09)V99.
           05  TSL-RATE                PIC 9(02)V99.
           05  FILLER                  PIC X(61).

       WORKING-STORAGE SECTION.
      * RESOLVED FILE PATH, FROM THE EXTERNAL FILE CONFIGURATION
      * (FILECFG) ON THE FIRST CALL.
       77  WS-TAXSLAB-PATH             PIC X(80) VALUE SPACES.
       77  WS-CFG-NAME             PIC X(12)   VALUE SPACES.
       77  WS-CFG-PATH             PIC X(80)   VALUE SPACES.
       77  WS-CFG-RESULT           PIC X(01)   VALUE 'N'.

       01  WS-FILE-STATUS.
           05  WS-TAXSLAB-STATUS       PIC X(2).

      * THE SLAB FILE IS LOADED ONCE, ON THE FIRST CALL, AND HELD
      * FOR THE REST OF THE CALLER'S RUN.
       01  WS-SWITCHES.
           05  WS-LOADED-SW            PIC X(01)   VALUE 'N'.
               88  WS-LOADED                       VALUE 'Y'.
           05  WS-TAXSLAB-EOF-SW       PIC X(01)   VALUE 'N'.
               88  TAXSLAB-EOF                     VALUE 'Y'.

      * EVERY BAND ON FILE, ALL YEARS, IN FILE ORDER.
       01  WS-SLAB-TABLE.
           05  WS-SLAB-ENTRY OCCURS 200 TIMES.
               10  WS-SLAB-YEAR         PIC 9(04).
               10  WS-SLAB-FROM         PIC 9(09)V99.
               10  WS-SLAB-RATE         PIC 9(02)V99.
       77  WS-SLAB-CNT                 PIC 9(3)    VALUE ZEROES.
       77  WS-SLAB-IDX                 PIC 9(3)    VALUE ZEROES.
       77  WS-BAND-IDX                 PIC 9(2)    VALUE ZEROES.

       LINKAGE SECTION.
       COPY 'TAXCOPY'.

       PROCEDURE DIVISION USING TXC-AREA.
       0000-MAIN-PARA.
           IF NOT WS-LOADED
               PERFORM 1000-SLABS-LOAD-PARA
           END-IF.
           PERFORM 2000-LIABILITY-COMPUTE-PARA.
           GOBACK.

      * A SERVICE SUBPROGRAM DOES NOT PULL DOWN ITS CALLER: A SLAB
      * FILE THAT IS NOT CONFIGURED OR CANNOT BE OPENED MAKES EVERY
      * CALL COME BACK WITH NO SLABS, AND THE CALLER FALLS BACK.
       1000-SLABS-LOAD-PARA.
           SET WS-LOADED TO TRUE.
           MOVE 'TAXSLABS' TO WS-CFG-NAME.
           CALL 'FILECFG' USING WS-CFG-NAME, WS-CFG-PATH,
               WS-CFG-RESULT.
           IF WS-CFG-RESULT NOT = 'Y'
               DISPLAY 'TAXCALC: FILE PATH NOT CONFIGURED: '
                   WS-CFG-NAME
           ELSE
               MOVE WS-CFG-PATH TO WS-TAXSLAB-PATH
               OPEN INPUT TAXSLAB
               IF WS-TAXSLAB-STATUS = '00'
                   PERFORM 1100-TAXSLAB-READ-PARA UNTIL TAXSLAB-EOF
                   CLOSE TAXSLAB
               ELSE
                   DISPLAY 'TAXCALC: TAX SLAB FILE NOT FOUND, '
                       'STATUS ' WS-TAXSLAB-STATUS
               END-IF
           END-IF.

       1100-TAXSLAB-READ-PARA.
           READ TAXSLAB
               AT END
                   SET TAXSLAB-EOF TO TRUE
               NOT AT END
                   IF TSL-TAX-YEAR NOT NUMERIC
                       OR TSL-FROM-INCOME NOT NUMERIC
                       OR TSL-RATE NOT NUMERIC
                       DISPLAY 'TAXCALC: INVALID SLAB LINE IGNORED: '
                           TAXSLAB-REC(1:19)
                   ELSE
                       IF WS-SLAB-CNT < 200
                           ADD 1 TO WS-SLAB-CNT
                           MOVE TSL-TAX-YEAR TO
                               WS-SLAB-YEAR(WS-SLAB-CNT)
                           MOVE TSL-FROM-INCOME TO
                               WS-SLAB-FROM(WS-SLAB-CNT)
                           MOVE TSL-RATE TO
                               WS-SLAB-RATE(WS-SLAB-CNT)
                       ELSE
                           DISPLAY 'WS-SLAB-TABLE FULL, ENTRY '
                               'IGNORED: ' TSL-TAX-YEAR
                       END-IF
                   END-IF
           END-READ.

      * PICKS THE YEAR'S BANDS, CLOSES EACH AT THE START OF THE NEXT,
      * THEN TAXES THE SLICE OF INCOME THAT FALLS IN EACH BAND.
       2000-LIABILITY-COMPUTE-PARA.
           MOVE ZEROES TO TXC-LIABILITY.
           MOVE ZEROES TO TXC-BAND-CNT.
           PERFORM 2100-BAND-PICK-PARA
               VARYING WS-SLAB-IDX FROM 1 BY 1
               UNTIL WS-SLAB-IDX > WS-SLAB-CNT.
           IF TXC-BAND-CNT = 0
               SET TXC-NO-SLABS TO TRUE
           ELSE
               SET TXC-COMPUTED TO TRUE
               PERFORM 2200-BAND-TAX-PARA
                   VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > TXC-BAND-CNT
           END-IF.

       2100-BAND-PICK-PARA.
           IF WS-SLAB-YEAR(WS-SLAB-IDX) = TXC-TAX-YEAR
               IF TXC-BAND-CNT < 10
                   ADD 1 TO TXC-BAND-CNT
                   MOVE WS-SLAB-FROM(WS-SLAB-IDX) TO
                       TXC-BAND-FROM(TXC-BAND-CNT)
                   MOVE WS-SLAB-RATE(WS-SLAB-IDX) TO
                       TXC-BAND-RATE(TXC-BAND-CNT)
                   MOVE ZEROES TO TXC-BAND-TO(TXC-BAND-CNT)
                   MOVE ZEROES TO TXC-BAND-INCOME(TXC-BAND-CNT)
                   MOVE ZEROES TO TXC-BAND-TAX(TXC-BAND-CNT)
               ELSE
                   DISPLAY 'TAXCALC: MORE THAN 10 BANDS FOR TAX YEAR '
                       TXC-TAX-YEAR ', BAND IGNORED'
               END-IF
           END-IF.

       2200-BAND-TAX-PARA.
           IF WS-BAND-IDX < TXC-BAND-CNT
               MOVE TXC-BAND-FROM(WS-BAND-IDX + 1) TO
                   TXC-BAND-TO(WS-BAND-IDX)
           END-IF.
           IF TXC-TAXABLE > TXC-BAND-FROM(WS-BAND-IDX)
               IF TXC-BAND-TO(WS-BAND-IDX) = 0
                   OR TXC-TAXABLE < TXC-BAND-TO(WS-BAND-IDX)
                   COMPUTE TXC-BAND-INCOME(WS-BAND-IDX) =
                       TXC-TAXABLE - TXC-BAND-FROM(WS-BAND-IDX)
               ELSE
                   COMPUTE TXC-BAND-INCOME(WS-BAND-IDX) =
                       TXC-BAND-TO(WS-BAND-IDX)
                       - TXC-BAND-FROM(WS-BAND-IDX)
               END-IF
               COMPUTE TXC-BAND-TAX(WS-BAND-IDX) ROUNDED =
                   TXC-BAND-INCOME(WS-BAND-IDX)
                   * TXC-BAND-RATE(WS-BAND-IDX) / 100
               ADD TXC-BAND-TAX(WS-BAND-IDX) TO TXC-LIABILITY
           END-IF.

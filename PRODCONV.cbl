       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODCONV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE OLD SEQUENTIAL PRODUCT MASTER, AS LAST WRITTEN BY THE
      * TABLE-THEN-REWRITE PROGRAMS. READ ONCE, TOP TO BOTTOM.
           SELECT PRODSEQ ASSIGN TO DYNAMIC WS-PRODSEQ-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-PRODSEQ-STATUS.

      * SAME ASSIGN/LAYOUT/KEY AS ARR2.CBL'S PRODFL. BUILT HERE FROM
      * PRODSEQ, THEN READ BACK IN KEY ORDER TO PROVE THE LOAD.
           SELECT PRODFL ASSIGN TO DYNAMIC WS-PRODFL-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRODFL-CODE
           FILE STATUS WS-PRODFL-STATUS.

      * THE PROOF: RECORD COUNT, QUANTITY ON HAND AND VALUE AT
      * AVERAGE COST, BEFORE AND AFTER, WITH ANY REJECTED RECORDS
      * LISTED.
           SELECT CONVRPT ASSIGN TO DYNAMIC WS-CONVRPT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-CONVRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * SAME LAYOUT AS ARR2.CBL'S PRODFL-REC.
       FD  PRODSEQ.
       01  PRODSEQ-REC.
           05  SEQ-CODE                PIC X(3).
           05  SEQ-NAME                PIC X(15).
           05  SEQ-PRICE               PIC 9(5)V99.
           05  SEQ-QTY-ON-HAND         PIC 9(5).
           05  SEQ-AVG-COST            PIC 9(5)V99.

      * SAME LAYOUT AS ARR2.CBL'S PRODFL-REC.
       FD  PRODFL.
       01  PRODFL-REC.
           05  PRODFL-CODE             PIC X(3).
           05  PRODFL-NAME             PIC X(15).
           05  PRODFL-PRICE            PIC 9(5)V99.
           05  PRODFL-QTY-ON-HAND      PIC 9(5).
           05  PRODFL-AVG-COST         PIC 9(5)V99.

       FD  CONVRPT.
       01  CONVRPT-REC                 PIC X(80).

       WORKING-STORAGE SECTION.
      * RESOLVED FILE PATHS. EVERY ASSIGNMENT COMES FROM THE
      * EXTERNAL FILE CONFIGURATION (FILECFG) AT STARTUP -- SEE
      * 0050-FILECFG-LOAD-PARA -- SO A DISK MOVE OR A TEST RUN
      * NEVER MEANS EDITING AND RECOMPILING THIS PROGRAM.
       77  WS-PRODSEQ-PATH             PIC X(80) VALUE SPACES.
       77  WS-PRODFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-CONVRPT-PATH             PIC X(80) VALUE SPACES.
       77  WS-CFG-NAME             PIC X(12)   VALUE SPACES.
       77  WS-CFG-PATH             PIC X(80)   VALUE SPACES.
       77  WS-CFG-RESULT           PIC X(01)   VALUE 'N'.

       01  WS-FILE-STATUS.
           05  WS-PRODSEQ-STATUS       PIC X(2).
           05  WS-PRODFL-STATUS        PIC X(2).
           05  WS-CONVRPT-STATUS       PIC X(2).

       01  WS-EOF-SWITCHES.
           05  WS-PRODSEQ-EOF-SW       PIC X(01)   VALUE 'N'.
               88  PRODSEQ-EOF                     VALUE 'Y'.
           05  WS-PRODFL-EOF-SW        PIC X(01)   VALUE 'N'.
               88  PRODFL-EOF                      VALUE 'Y'.

      * SET WHEN THE INDEXED MASTER ALREADY HOLDS PRODUCTS: IT IS
      * LIVE, AND LOADING OVER IT WOULD LOSE EVERY MOVEMENT POSTED
      * SINCE THE CONVERSION.
       77  WS-ALREADY-LOADED-SW        PIC X(01)   VALUE 'N'.
           88  WS-ALREADY-LOADED                   VALUE 'Y'.

      * BEFORE: EVERY RECORD ON THE SEQUENTIAL FILE, AND THE SUBSET
      * ACCEPTED ONTO THE MASTER. AFTER: WHAT THE MASTER HOLDS WHEN
      * READ BACK. ACCEPTED AND AFTER MUST AGREE EXACTLY.
       01  WS-COUNTERS.
           05  WS-SEQ-RD-CNT           PIC 9(6)    VALUE ZEROES.
           05  WS-REJECT-CNT           PIC 9(6)    VALUE ZEROES.
           05  WS-ACCEPT-CNT           PIC 9(6)    VALUE ZEROES.
           05  WS-AFTER-CNT            PIC 9(6)    VALUE ZEROES.
           05  WS-NO-COST-CNT          PIC 9(6)    VALUE ZEROES.

       01  WS-TOTALS.
           05  WS-SEQ-QTY-TOTAL        PIC 9(11)   VALUE ZEROES.
           05  WS-SEQ-VALUE-TOTAL      PIC 9(13)V99 VALUE ZEROES.
           05  WS-ACCEPT-QTY-TOTAL     PIC 9(11)   VALUE ZEROES.
           05  WS-ACCEPT-VALUE-TOTAL   PIC 9(13)V99 VALUE ZEROES.
           05  WS-AFTER-QTY-TOTAL      PIC 9(11)   VALUE ZEROES.
           05  WS-AFTER-VALUE-TOTAL    PIC 9(13)V99 VALUE ZEROES.

       77  WS-LINE-VALUE               PIC 9(11)V99 VALUE ZEROES.
       77  WS-PROOF-LABEL              PIC X(24)   VALUE SPACES.
       77  WS-PROOF-CNT                PIC 9(6)    VALUE ZEROES.
       77  WS-PROOF-QTY                PIC 9(11)   VALUE ZEROES.
       77  WS-PROOF-VALUE              PIC 9(13)V99 VALUE ZEROES.
       77  WS-FORMATTED-CNT            PIC Z(5)9.
       77  WS-FORMATTED-QTY            PIC Z(10)9.
       77  WS-FORMATTED-VALUE          PIC Z(12)9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0050-FILECFG-LOAD-PARA.
           OPEN OUTPUT CONVRPT.
           MOVE 'PRODUCT MASTER CONVERSION TO INDEXED' TO CONVRPT-REC.
           WRITE CONVRPT-REC.
           PERFORM 1000-ALREADY-LOADED-CHECK-PARA.
           IF WS-ALREADY-LOADED
               MOVE 'INDEXED PRODUCT MASTER ALREADY LOADED, NOTHING '
                   TO CONVRPT-REC
               WRITE CONVRPT-REC
               MOVE 'CONVERTED.' TO CONVRPT-REC
               WRITE CONVRPT-REC
               DISPLAY 'INDEXED PRODUCT MASTER ALREADY LOADED, '
                   'NOTHING CONVERTED.'
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 1500-FILES-OPEN-PARA
               IF WS-PRODSEQ-STATUS = '00'
                       AND WS-PRODFL-STATUS = '00' THEN
                   PERFORM 2000-PRODSEQ-READ-PARA UNTIL PRODSEQ-EOF
                   CLOSE PRODSEQ
                   CLOSE PRODFL
                   PERFORM 3000-PRODFL-PROVE-PARA
                   PERFORM 4000-PROOF-REPORT-PARA
               ELSE
                   DISPLAY 'SEQUENTIAL OR INDEXED PRODUCT MASTER '
                       'CANNOT BE OPENED.'
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.
           CLOSE CONVRPT.

           DISPLAY 'SEQUENTIAL RECORDS READ: ', WS-SEQ-RD-CNT.
           DISPLAY 'RECORDS REJECTED: ', WS-REJECT-CNT.
           DISPLAY 'RECORDS LOADED: ', WS-ACCEPT-CNT.
           DISPLAY 'RECORDS ON INDEXED MASTER: ', WS-AFTER-CNT.
           STOP RUN.

      * A MISSING INDEXED MASTER IS THE NORMAL CASE; ONE THAT OPENS
      * AND YIELDS EVEN ONE RECORD HAS ALREADY BEEN CONVERTED.
       1000-ALREADY-LOADED-CHECK-PARA.
           OPEN INPUT PRODFL.
           IF WS-PRODFL-STATUS = '00'
               READ PRODFL NEXT
                   AT END
                       CONTINUE
                   NOT AT END
                       SET WS-ALREADY-LOADED TO TRUE
               END-READ
               CLOSE PRODFL
           END-IF.

       1500-FILES-OPEN-PARA.
           OPEN INPUT PRODSEQ.
           DISPLAY 'FILE STATUS FOR PRODSEQ:', WS-PRODSEQ-STATUS.

           OPEN OUTPUT PRODFL.
           DISPLAY 'FILE STATUS FOR PRODFL:', WS-PRODFL-STATUS.

      * EVERY SEQUENTIAL RECORD COUNTS IN THE BEFORE TOTALS. A
      * DUPLICATE PRODUCT CODE CANNOT GO ON A KEYED FILE: THE FIRST
      * ONE STANDS AND LATER ONES ARE LISTED AND LEFT OUT OF THE
      * ACCEPTED TOTALS. AN AVERAGE COST THAT WAS NEVER SET IS
      * CARRIED AS ZERO, AS EVERY INVENTORY PROGRAM ALREADY READS IT.
       2000-PRODSEQ-READ-PARA.
           READ PRODSEQ
               AT END
                   SET PRODSEQ-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-SEQ-RD-CNT
                   MOVE PRODSEQ-REC TO PRODFL-REC
                   IF PRODFL-AVG-COST NOT NUMERIC
                       ADD 1 TO WS-NO-COST-CNT
                       MOVE ZEROES TO PRODFL-AVG-COST
                   END-IF
                   COMPUTE WS-LINE-VALUE =
                       PRODFL-QTY-ON-HAND * PRODFL-AVG-COST
                   ADD PRODFL-QTY-ON-HAND TO WS-SEQ-QTY-TOTAL
                   ADD WS-LINE-VALUE TO WS-SEQ-VALUE-TOTAL
                   PERFORM 2100-PRODFL-WRITE-PARA
           END-READ.

       2100-PRODFL-WRITE-PARA.
           WRITE PRODFL-REC
               INVALID KEY
                   PERFORM 2150-REJECT-LINE-PARA
               NOT INVALID KEY
                   ADD 1 TO WS-ACCEPT-CNT
                   ADD PRODFL-QTY-ON-HAND TO WS-ACCEPT-QTY-TOTAL
                   ADD WS-LINE-VALUE TO WS-ACCEPT-VALUE-TOTAL
           END-WRITE.

       2150-REJECT-LINE-PARA.
           ADD 1 TO WS-REJECT-CNT.
           MOVE SPACES TO CONVRPT-REC.
           STRING 'REJECTED, DUPLICATE PRODUCT CODE: '
               DELIMITED BY SIZE
               PRODSEQ-REC DELIMITED BY SIZE
               INTO CONVRPT-REC.
           WRITE CONVRPT-REC.

      * THE MASTER IS READ BACK IN KEY ORDER AND TOTALLED THE SAME
      * WAY, SO THE PROOF IS AGAINST WHAT IS ACTUALLY ON DISK.
       3000-PRODFL-PROVE-PARA.
           OPEN INPUT PRODFL.
           IF WS-PRODFL-STATUS NOT = '00'
               DISPLAY 'INDEXED PRODUCT MASTER CANNOT BE REOPENED, '
                   'STATUS ' WS-PRODFL-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 3100-PRODFL-READ-PARA UNTIL PRODFL-EOF
               CLOSE PRODFL
           END-IF.

       3100-PRODFL-READ-PARA.
           READ PRODFL NEXT
               AT END
                   SET PRODFL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-AFTER-CNT
                   COMPUTE WS-LINE-VALUE =
                       PRODFL-QTY-ON-HAND * PRODFL-AVG-COST
                   ADD PRODFL-QTY-ON-HAND TO WS-AFTER-QTY-TOTAL
                   ADD WS-LINE-VALUE TO WS-AFTER-VALUE-TOTAL
           END-READ.

      * BEFORE, REJECTED, ACCEPTED AND AFTER FIGURES, THEN THE
      * VERDICT. ANY DIFFERENCE BETWEEN ACCEPTED AND AFTER FAILS THE
      * RUN WITH RC 16; REJECTS ALONE ARE A WARNING, RC 8.
       4000-PROOF-REPORT-PARA.
           MOVE 'SEQUENTIAL FILE (BEFORE)' TO WS-PROOF-LABEL.
           MOVE WS-SEQ-RD-CNT TO WS-PROOF-CNT.
           MOVE WS-SEQ-QTY-TOTAL TO WS-PROOF-QTY.
           MOVE WS-SEQ-VALUE-TOTAL TO WS-PROOF-VALUE.
           PERFORM 4100-PROOF-LINE-PARA.
           MOVE 'LOADED ONTO MASTER' TO WS-PROOF-LABEL.
           MOVE WS-ACCEPT-CNT TO WS-PROOF-CNT.
           MOVE WS-ACCEPT-QTY-TOTAL TO WS-PROOF-QTY.
           MOVE WS-ACCEPT-VALUE-TOTAL TO WS-PROOF-VALUE.
           PERFORM 4100-PROOF-LINE-PARA.
           MOVE 'INDEXED MASTER (AFTER)' TO WS-PROOF-LABEL.
           MOVE WS-AFTER-CNT TO WS-PROOF-CNT.
           MOVE WS-AFTER-QTY-TOTAL TO WS-PROOF-QTY.
           MOVE WS-AFTER-VALUE-TOTAL TO WS-PROOF-VALUE.
           PERFORM 4100-PROOF-LINE-PARA.

           MOVE WS-REJECT-CNT TO WS-FORMATTED-CNT.
           MOVE SPACES TO CONVRPT-REC.
           STRING 'RECORDS REJECTED: ' DELIMITED BY SIZE
               WS-FORMATTED-CNT DELIMITED BY SIZE
               INTO CONVRPT-REC.
           WRITE CONVRPT-REC.
           MOVE WS-NO-COST-CNT TO WS-FORMATTED-CNT.
           MOVE SPACES TO CONVRPT-REC.
           STRING 'AVERAGE COSTS NEVER SET, CARRIED AS ZERO: '
               DELIMITED BY SIZE
               WS-FORMATTED-CNT DELIMITED BY SIZE
               INTO CONVRPT-REC.
           WRITE CONVRPT-REC.

           IF WS-AFTER-CNT = WS-ACCEPT-CNT
                   AND WS-AFTER-QTY-TOTAL = WS-ACCEPT-QTY-TOTAL
                   AND WS-AFTER-VALUE-TOTAL = WS-ACCEPT-VALUE-TOTAL
               MOVE 'PROOF AGREES: MASTER MATCHES RECORDS LOADED.'
                   TO CONVRPT-REC
               IF WS-REJECT-CNT > 0
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           ELSE
               MOVE 'PROOF FAILED: MASTER DOES NOT MATCH RECORDS '
                   TO CONVRPT-REC
               WRITE CONVRPT-REC
               MOVE 'LOADED. DO NOT RUN THE INVENTORY PROGRAMS.'
                   TO CONVRPT-REC
               DISPLAY 'CONVERSION PROOF FAILED.'
               MOVE 16 TO RETURN-CODE
           END-IF.
           WRITE CONVRPT-REC.

       4100-PROOF-LINE-PARA.
           MOVE WS-PROOF-CNT TO WS-FORMATTED-CNT.
           MOVE WS-PROOF-QTY TO WS-FORMATTED-QTY.
           MOVE WS-PROOF-VALUE TO WS-FORMATTED-VALUE.
           MOVE SPACES TO CONVRPT-REC.
           STRING WS-PROOF-LABEL DELIMITED BY SIZE
               ' RECS ' DELIMITED BY SIZE
               WS-FORMATTED-CNT DELIMITED BY SIZE
               ' QTY ' DELIMITED BY SIZE
               WS-FORMATTED-QTY DELIMITED BY SIZE
               ' VAL ' DELIMITED BY SIZE
               WS-FORMATTED-VALUE DELIMITED BY SIZE
               INTO CONVRPT-REC.
           WRITE CONVRPT-REC.

      * RESOLVES EVERY FILE ASSIGNMENT FROM THE EXTERNAL FILE
      * CONFIGURATION BEFORE ANYTHING IS OPENED, REPORTING EACH
      * RESOLVED PATH. A LOGICAL NAME MISSING FROM THE
      * CONFIGURATION ENDS THE RUN CLEANLY WITH RC 16 BEFORE ANY
      * FILE IS TOUCHED.
       0050-FILECFG-LOAD-PARA.
           MOVE 'PRODMASTSEQ' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-PRODSEQ-PATH.
           MOVE 'PRODUCTMASTE' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-PRODFL-PATH.
           MOVE 'PRODCONVRPT' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-CONVRPT-PATH.

       0060-FILECFG-ONE-PARA.
           CALL 'FILECFG' USING WS-CFG-NAME, WS-CFG-PATH,
               WS-CFG-RESULT.
           IF WS-CFG-RESULT NOT = 'Y'
               DISPLAY 'FILE PATH NOT CONFIGURED: ' WS-CFG-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'USING ' WS-CFG-NAME ' AT ' WS-CFG-PATH.

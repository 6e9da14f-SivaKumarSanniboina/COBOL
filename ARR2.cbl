       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * PRODUCT MASTER, KEYED ON PRODUCT CODE. EVERY INVENTORY
      * PROGRAM READS AND REWRITES SINGLE RECORDS BY KEY, SO THE
      * CATALOG IS NOT CAPPED BY ANY TABLE AND TWO PROGRAMS NEVER
      * OVERWRITE EACH OTHER'S CHANGES. BUILT ONCE FROM THE OLD
      * SEQUENTIAL FILE BY PRODCONV.CBL.
           SELECT PRODFL ASSIGN TO DYNAMIC WS-PRODFL-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRODFL-CODE
           FILE STATUS WS-PRODFL-STATUS.

      * SORT WORK FILE AND ITS SORTED OUTPUT FOR THE PRICE RANK
      * REPORT, THE SAME WAY RECONPOL.CBL SORTS ITS MASTERS.
           SELECT SORTWK ASSIGN TO DYNAMIC WS-SORTWK-PATH.

           SELECT RANKFL ASSIGN TO DYNAMIC WS-RANKFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-RANKFL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODFL.
       01  PRODFL-REC.
           05  PRODFL-CODE             PIC X(3).
           05  PRODFL-QTY-ON-HAND      PIC 9(5).
           05  PRODFL-AVG-COST         PIC 9(5)V99.

       SD  SORTWK.
       01  SORTWK-REC.
           05  FILLER                  PIC X(18).
           05  SRT-PRICE               PIC 9(5)V99.
           05  FILLER                  PIC X(12).

      * SORTED COPY OF PRODFL, HIGHEST PRICE FIRST.
       FD  RANKFL.
       01  RANKFL-REC.
           05  RANK-CODE               PIC X(3).
           05  RANK-NAME               PIC X(15).
           05  RANK-PRICE              PIC 9(5)V99.
           05  FILLER                  PIC X(12).

       WORKING-STORAGE SECTION.
      * RESOLVED FILE PATHS. EVERY ASSIGNMENT COMES FROM THE
      * EXTERNAL FILE CONFIGURATION (FILECFG) AT STARTUP -- SEE
      * 0050-FILECFG-LOAD-PARA -- SO A DISK MOVE OR A TEST RUN
      * NEVER MEANS EDITING AND RECOMPILING THIS PROGRAM.
       77  WS-PRODFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-SORTWK-PATH              PIC X(80) VALUE SPACES.
       77  WS-RANKFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-CFG-NAME             PIC X(12)   VALUE SPACES.
       77  WS-CFG-PATH             PIC X(80)   VALUE SPACES.
       77  WS-CFG-RESULT           PIC X(01)   VALUE 'N'.
       77  WS-PRODFL-STATUS            PIC X(2).
       77  WS-PRODFL-EOF               PIC X(1)   VALUE 'N'.
           88  PRODFL-EOF                         VALUE 'Y'.
       77  WS-PRODFL-OPEN-SW           PIC X(1)   VALUE 'N'.
           88  PRODFL-WAS-OPEN                    VALUE 'Y'.
       77  WS-RANKFL-STATUS            PIC X(2).
       77  WS-RANKFL-EOF               PIC X(1)   VALUE 'N'.
           88  RANKFL-EOF                         VALUE 'Y'.

      * ANY PRODUCT WITH QUANTITY-ON-HAND BELOW THIS THRESHOLD IS
      * LISTED BY 7000-REORDER-ALERT-PARA.
       77  WS-REORDER-MIN-QTY       PIC  9(5)        VALUE 10.

       77  PRICE                  PIC  9(5)V99      VALUE ZEROES.
       77  PCODE                   PIC X(3).
       77  PNAME                   PIC X(15).
       88  FOUND                                   VALUE 'Y'.
       88  NOT-FOUND                               VALUE 'N'.

      * PRICE-UPDATE MAINTENANCE CONTROLS FOR 5000-MAINTAIN-PRICE-PARA.
       77  WS-MAINT-CODE           PIC  X(3).
       77  WS-MAINT-PRICE          PIC  9(5)V99.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0050-FILECFG-LOAD-PARA.
           PERFORM 1000-OPEN-PRODUCT-PARA.
           IF PRODFL-WAS-OPEN
               PERFORM 1100-PRODFL-READ-PARA UNTIL PRODFL-EOF
               DISPLAY PCODE, PNAME, PRICE

               DISPLAY 'ENTER PRODUCT CODE TO SEARCH'
               ACCEPT PCODE
               PERFORM 3000-SEARCH-PRODUCT-PARA
               IF NOT-FOUND THEN
                   DISPLAY PCODE, ' DOESNT EXIST'
               END-IF
               PERFORM 5000-MAINTAIN-PRICE-PARA
               CLOSE PRODFL
               PERFORM 6000-PRICE-RANK-REPORT-PARA
               PERFORM 7000-REORDER-ALERT-PARA
           END-IF.

           STOP RUN.

      * THE MASTER IS OPENED FOR UPDATE: LOOKUPS ARE KEYED READS AND
      * A PRICE CHANGE IS REWRITTEN IN PLACE.
       1000-OPEN-PRODUCT-PARA.
           OPEN I-O PRODFL.
           IF WS-PRODFL-STATUS NOT = '00' THEN
               DISPLAY 'PRODFL CANNOT BE OPENED, STATUS '
                   WS-PRODFL-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               SET PRODFL-WAS-OPEN TO TRUE
           END-IF.

      * ONE PASS OF THE MASTER IN KEY ORDER FOR THE COSTLIEST
      * PRODUCT.
       1100-PRODFL-READ-PARA.
           READ PRODFL NEXT
               AT END
                   SET PRODFL-EOF TO TRUE
               NOT AT END
                   PERFORM 2000-COSTLIEST-PRODUCT-PARA
           END-READ.

       2000-COSTLIEST-PRODUCT-PARA.
           IF PRODFL-PRICE > PRICE THEN
               MOVE PRODFL-PRICE TO PRICE
               MOVE PRODFL-CODE TO PCODE
               MOVE PRODFL-NAME TO PNAME
           END-IF.
       3000-SEARCH-PRODUCT-PARA.
           MOVE PCODE TO PRODFL-CODE.
           READ PRODFL
               INVALID KEY
                   SET NOT-FOUND TO TRUE
               NOT INVALID KEY
                   DISPLAY 'FOUND:', PRODFL-NAME
                   SET FOUND TO TRUE
           END-READ.

      * UPDATES THE UNIT PRICE OF ONE PRODUCT BY PRODUCT CODE,
      * REWRITING JUST THAT RECORD ON THE MASTER.
       5000-MAINTAIN-PRICE-PARA.
           DISPLAY 'ENTER PRODUCT CODE TO UPDATE PRICE'.
           ACCEPT WS-MAINT-CODE.
           DISPLAY 'ENTER NEW UNIT PRICE'.
           ACCEPT WS-MAINT-PRICE.

           MOVE WS-MAINT-CODE TO PRODFL-CODE.
           READ PRODFL
               INVALID KEY
                   DISPLAY WS-MAINT-CODE, ' NOT FOUND, NO UPDATE MADE'
               NOT INVALID KEY
                   MOVE WS-MAINT-PRICE TO PRODFL-PRICE
                   PERFORM 5200-PRODFL-REWRITE-PARA
           END-READ.

       5200-PRODFL-REWRITE-PARA.
           REWRITE PRODFL-REC
               INVALID KEY
                   DISPLAY WS-MAINT-CODE, ' REWRITE FAILED, STATUS '
                       WS-PRODFL-STATUS
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   DISPLAY WS-MAINT-CODE, ' PRICE UPDATED'
           END-REWRITE.

      * FULL PRODUCT-PRICE REPORT, DESCENDING BY UNIT PRICE, FROM A
      * SORTED COPY OF THE MASTER.
       6000-PRICE-RANK-REPORT-PARA.
           SORT SORTWK
               ON DESCENDING KEY SRT-PRICE
               USING PRODFL
               GIVING RANKFL.
           DISPLAY 'PRODUCT PRICE REPORT (HIGHEST TO LOWEST)'.
           OPEN INPUT RANKFL.
           IF WS-RANKFL-STATUS NOT = '00'
               DISPLAY 'RANKFL CANNOT BE OPENED, STATUS '
                   WS-RANKFL-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 6300-RANK-REPORT-LINE-PARA UNTIL RANKFL-EOF
               CLOSE RANKFL
           END-IF.

       6300-RANK-REPORT-LINE-PARA.
           READ RANKFL
               AT END
                   SET RANKFL-EOF TO TRUE
               NOT AT END
                   DISPLAY RANK-CODE ' ' RANK-NAME ' ' RANK-PRICE
           END-READ.

      * LISTS EVERY PRODUCT WHOSE QUANTITY-ON-HAND IS BELOW
      * WS-REORDER-MIN-QTY, IN A SECOND PASS OF THE MASTER.
       7000-REORDER-ALERT-PARA.
           DISPLAY 'REORDER ALERTS (QUANTITY BELOW '
               WS-REORDER-MIN-QTY ')'.
           MOVE 'N' TO WS-PRODFL-EOF.
           OPEN INPUT PRODFL.
           IF WS-PRODFL-STATUS = '00'
               PERFORM 7100-REORDER-ALERT-LINE-PARA UNTIL PRODFL-EOF
               CLOSE PRODFL
           END-IF.

       7100-REORDER-ALERT-LINE-PARA.
           READ PRODFL NEXT
               AT END
                   SET PRODFL-EOF TO TRUE
               NOT AT END
                   IF PRODFL-QTY-ON-HAND < WS-REORDER-MIN-QTY
                       DISPLAY PRODFL-CODE ' ' PRODFL-NAME
                           ' ON HAND: ' PRODFL-QTY-ON-HAND
                   END-IF
           END-READ.

      * RESOLVES EVERY FILE ASSIGNMENT FROM THE EXTERNAL FILE
      * CONFIGURATION BEFORE ANYTHING IS OPENED, REPORTING EACH
           MOVE 'PRODUCTMASTE' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-PRODFL-PATH.
           MOVE 'PRODRANKWK' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-SORTWK-PATH.
           MOVE 'PRODRANKED' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-RANKFL-PATH.

       0060-FILECFG-ONE-PARA.
           CALL 'FILECFG' USING WS-CFG-NAME, WS-CFG-PATH,

           ALTERNATE RECORD KEY IS CUSTOMERID WITH DUPLICATES
           FILE STATUS WS-POLICYFYL-STATUS.

      * SAME ASSIGN/LAYOUT/KEY AS CUSTMAINT.CBL'S CUSTFL, READ RANDOM
      * FOR THE REGION ASSIGNED TO EACH POLICY'S CUSTOMER.
           SELECT CUSTFL ASSIGN TO DYNAMIC
           WS-CUSTFL-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CUST-CUSTOMERID
           FILE STATUS WS-CUSTFL-STATUS.

      * PERSISTENCY REPORT: RETAINED VERSUS LAPSED BY LOB, BY AGENT
      * AND BY REGION, WITH AGENTS WHOSE BOOK IS BLEEDING FLAGGED --
      * THE NUMBER MANAGEMENT AND THE REINSURERS KEEP ASKING FOR.
           SELECT PERSRPT ASSIGN TO DYNAMIC WS-PERSRPT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-PERSRPT-STATUS.
           05  POLICY-STATUS   PIC     X(01).
           05  FILLER          PIC     X(54).

      * SAME LAYOUT AS CUSTMAINT.CBL'S CUSTFL-REC.
       FD  CUSTFL.
       01  CUSTFL-REC.
           05  CUST-CUSTOMERID PIC     X(08).
           05  CUST-CUSTNAME   PIC     X(30).
           05  CUST-CUSTADDR   PIC     X(40).
           05  CUST-ADDR-HOLD  PIC     X(01).
           05  CUST-HOLD-RSN   PIC     X(01).
           05  CUST-HOLD-DATE  PIC     X(08).
           05  CUST-POSTCODE   PIC     X(06).
           05  CUST-REGION     PIC     X(04).
           05  CUST-ADDR-STAT  PIC     X(01).
               88  CUST-ADDR-VALIDATED         VALUE 'V'.
           05  FILLER          PIC     X(01).

       FD  PERSRPT.
       01  PERSRPT-REC                 PIC X(80).

      * 0050-FILECFG-LOAD-PARA -- SO A DISK MOVE OR A TEST RUN
      * NEVER MEANS EDITING AND RECOMPILING THIS PROGRAM.
       77  WS-POLICYFYL-PATH           PIC X(80) VALUE SPACES.
       77  WS-CUSTFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-PERSRPT-PATH             PIC X(80) VALUE SPACES.
       77  WS-PERSHIST-PATH            PIC X(80) VALUE SPACES.
       77  WS-RUNPARM-PATH             PIC X(80) VALUE SPACES.

       01  WS-FILE-STATUS.
           05  WS-POLICYFYL-STATUS     PIC X(2).
           05  WS-CUSTFL-STATUS        PIC X(2).
           05  WS-PERSRPT-STATUS       PIC X(2).
           05  WS-PERSHIST-STATUS      PIC X(2).
           05  WS-RUNPARM-STATUS       PIC X(2).
           88  WS-AGT-FOUND                        VALUE 'Y'.
       77  WS-AGT-IDX                  PIC 9(4)    VALUE ZEROES.

      * THE SAME SPLIT BY THE REGION OF THE POLICY'S CUSTOMER. A
      * CUSTOMER NOT ON THE MASTER, OR WHOSE ADDRESS HAS NOT BEEN
      * STRUCTURED YET, COUNTS UNDER UNKN.
       01  WS-RGN-TABLE.
           05  WS-RGN-ENTRY OCCURS 50 TIMES.
               10  WS-RGN-CODE          PIC X(04).
               10  WS-RGN-RETAINED      PIC 9(06).
               10  WS-RGN-LAPSED        PIC 9(06).
       77  WS-RGN-CNT                  PIC 9(2)    VALUE ZEROES.
       77  WS-RGN-SRCH-IDX             PIC 9(2)    VALUE ZEROES.
       77  WS-RGN-FOUND-SW             PIC X(01)   VALUE 'N'.
           88  WS-RGN-FOUND                        VALUE 'Y'.
       77  WS-RGN-IDX                  PIC 9(2)    VALUE ZEROES.
       77  WS-FIND-REGION              PIC X(04)   VALUE SPACES.
       77  WS-CUSTFL-AVAIL-SW          PIC X(01)   VALUE 'N'.
           88  CUSTFL-AVAILABLE                    VALUE 'Y'.

      * AN AGENT RETAINING LESS THAN THIS SHARE OF THE BOOK IS
      * FLAGGED AS BLEEDING.
       77  WS-BLEED-PCT                PIC 9(3)    VALUE 50.
               PERFORM 2000-POLICYFYL-READ-PARA UNTIL POLICYFYL-EOF
               PERFORM 3000-LOB-REPORT-PARA
               PERFORM 3200-AGENT-REPORT-PARA
               PERFORM 3400-REGION-REPORT-PARA
               PERFORM 3500-TREND-PARA
           ELSE
               DISPLAY 'POLICYFYL CANNOT BE OPENED.'
           OPEN INPUT POLICYFYL.
           DISPLAY 'FILE STATUS FOR POLICYFYL:', WS-POLICYFYL-STATUS.

           OPEN INPUT CUSTFL.
           DISPLAY 'FILE STATUS FOR CUSTFL:', WS-CUSTFL-STATUS.
           IF WS-CUSTFL-STATUS = '00'
               SET CUSTFL-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'CUSTOMER MASTER NOT FOUND, REGIONS UNKNOWN.'
           END-IF.

           PERFORM 1050-RUNPARM-LOAD-PARA.

           OPEN OUTPUT PERSRPT.
       2100-RETENTION-COUNT-PARA.
           PERFORM 2200-LOB-FIND-PARA.
           PERFORM 2300-AGENT-FIND-PARA.
           PERFORM 2400-REGION-GET-PARA.
           PERFORM 2450-REGION-FIND-PARA.
           IF POLICY-STATUS OF POLICY_REC = 'L'
               ADD 1 TO WS-LAPSED-TOTAL
               IF WS-LOB-SRCH-IDX <= WS-LOB-CNT
               IF WS-AGT-SRCH-IDX <= WS-AGT-CNT
                   ADD 1 TO WS-AGT-LAPSED(WS-AGT-SRCH-IDX)
               END-IF
               IF WS-RGN-SRCH-IDX <= WS-RGN-CNT
                   ADD 1 TO WS-RGN-LAPSED(WS-RGN-SRCH-IDX)
               END-IF
           ELSE
               ADD 1 TO WS-RETAINED-TOTAL
               IF WS-LOB-SRCH-IDX <= WS-LOB-CNT
               IF WS-AGT-SRCH-IDX <= WS-AGT-CNT
                   ADD 1 TO WS-AGT-RETAINED(WS-AGT-SRCH-IDX)
               END-IF
               IF WS-RGN-SRCH-IDX <= WS-RGN-CNT
                   ADD 1 TO WS-RGN-RETAINED(WS-RGN-SRCH-IDX)
               END-IF
           END-IF.

       2200-LOB-FIND-PARA.
               ADD 1 TO WS-AGT-SRCH-IDX
           END-IF.

      * SETS WS-FIND-REGION FROM THE CUSTOMER MASTER FOR THE POLICY
      * NOW IN POLICY_REC.
       2400-REGION-GET-PARA.
           MOVE 'UNKN' TO WS-FIND-REGION.
           IF CUSTFL-AVAILABLE
               MOVE CUSTOMERID OF POLICY_REC TO CUST-CUSTOMERID
               READ CUSTFL
                   INVALID KEY
                       MOVE 'UNKN' TO WS-FIND-REGION
                   NOT INVALID KEY
                       IF CUST-ADDR-VALIDATED
                           MOVE CUST-REGION TO WS-FIND-REGION
                       END-IF
               END-READ
           END-IF.

       2450-REGION-FIND-PARA.
           MOVE 'N' TO WS-RGN-FOUND-SW.
           MOVE 1 TO WS-RGN-SRCH-IDX.
           PERFORM 2460-REGION-FIND-ONE-PARA
               UNTIL WS-RGN-SRCH-IDX > WS-RGN-CNT
                  OR WS-RGN-FOUND.
           IF NOT WS-RGN-FOUND
               IF WS-RGN-CNT < 50
                   ADD 1 TO WS-RGN-CNT
                   MOVE WS-RGN-CNT TO WS-RGN-SRCH-IDX
                   MOVE WS-FIND-REGION TO WS-RGN-CODE(WS-RGN-SRCH-IDX)
                   MOVE ZEROES TO WS-RGN-RETAINED(WS-RGN-SRCH-IDX)
                   MOVE ZEROES TO WS-RGN-LAPSED(WS-RGN-SRCH-IDX)
               END-IF
           END-IF.

       2460-REGION-FIND-ONE-PARA.
           IF WS-RGN-CODE(WS-RGN-SRCH-IDX) = WS-FIND-REGION
               SET WS-RGN-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-RGN-SRCH-IDX
           END-IF.

       3000-LOB-REPORT-PARA.
           MOVE 'RETENTION BY LOB' TO PERSRPT-REC.
           WRITE PERSRPT-REC.
           WRITE PERSRPT-REC.
           ADD 1 TO WS-AGT-IDX.

       3400-REGION-REPORT-PARA.
           MOVE 'RETENTION BY REGION' TO PERSRPT-REC.
           WRITE PERSRPT-REC.
           MOVE 1 TO WS-RGN-IDX.
           PERFORM 3450-REGION-LINE-PARA
               UNTIL WS-RGN-IDX > WS-RGN-CNT.

       3450-REGION-LINE-PARA.
           IF WS-RGN-RETAINED(WS-RGN-IDX) +
                   WS-RGN-LAPSED(WS-RGN-IDX) > 0
               COMPUTE WS-RETENTION-PCT ROUNDED =
                   WS-RGN-RETAINED(WS-RGN-IDX) * 100 /
                   (WS-RGN-RETAINED(WS-RGN-IDX) +
                    WS-RGN-LAPSED(WS-RGN-IDX))
           ELSE
               MOVE ZEROES TO WS-RETENTION-PCT
           END-IF.
           MOVE WS-RETENTION-PCT TO WS-FORMATTED-PCT.
           MOVE SPACES TO PERSRPT-REC.
           STRING 'REGION ' DELIMITED BY SIZE
               WS-RGN-CODE(WS-RGN-IDX) DELIMITED BY SIZE
               ' RETAINED ' DELIMITED BY SIZE
               WS-RGN-RETAINED(WS-RGN-IDX) DELIMITED BY SIZE
               ' LAPSED ' DELIMITED BY SIZE
               WS-RGN-LAPSED(WS-RGN-IDX) DELIMITED BY SIZE
               ' RETENTION ' DELIMITED BY SIZE
               WS-FORMATTED-PCT DELIMITED BY SIZE
               ' PCT' DELIMITED BY SIZE
               INTO PERSRPT-REC.
           WRITE PERSRPT-REC.
           ADD 1 TO WS-RGN-IDX.

      * THE PERIOD-OVER-PERIOD TREND: EARLIER SUMMARY LINES ECHO
      * ONTO THE REPORT, THEN THIS PERIOD'S SUMMARY JOINS THE
      * HISTORY.
           IF WS-POLICYFYL-STATUS = '00' OR WS-POLICYFYL-STATUS = '10'
               CLOSE POLICYFYL
           END-IF.
           IF CUSTFL-AVAILABLE
               CLOSE CUSTFL
           END-IF.
           CLOSE PERSRPT.

      * RESOLVES EVERY FILE ASSIGNMENT FROM THE EXTERNAL FILE
           MOVE 'POLICYFILE' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-POLICYFYL-PATH.
           MOVE 'CUSTOMERMAST' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-CUSTFL-PATH.
           MOVE 'PERSISTRPT' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-PERSRPT-PATH.

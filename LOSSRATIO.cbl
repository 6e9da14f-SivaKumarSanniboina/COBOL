      * SAME ASSIGN/LAYOUT/KEY AS POLICY.CBL'S POLICYFYL, SCANNED TOP
      * TO BOTTOM FOR THE PER-LOB WRITTEN-PREMIUM SIDE OF THE RATIO,
      * THE SAME ACCUMULATION POLICY.CBL KEEPS IN WS-LOB-SUMMARY-TABLE.
      * DYNAMIC ACCESS SO EACH CLAIM'S POLICY CAN ALSO BE READ BY KEY
      * FOR ITS CUSTOMER'S REGION.
           SELECT POLICYFYL ASSIGN TO DYNAMIC
           WS-POLICYFYL-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS POLICYNO
           ALTERNATE RECORD KEY IS CUSTOMERID WITH DUPLICATES
           FILE STATUS WS-POLICYFYL-STATUS.
           ALTERNATE RECORD KEY IS CLM-POLICYNO WITH DUPLICATES
           FILE STATUS WS-CLMMAST-STATUS.

      * SAME ASSIGN/LAYOUT/KEY AS CUSTMAINT.CBL'S CUSTFL, READ RANDOM
      * FOR THE REGION ASSIGNED TO EACH POLICY'S CUSTOMER.
           SELECT CUSTFL ASSIGN TO DYNAMIC
           WS-CUSTFL-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CUST-CUSTOMERID
           FILE STATUS WS-CUSTFL-STATUS.

      * LOSS RATIO BY LOB AND BY REGION: CLAIMS INCURRED AGAINST
      * WRITTEN PREMIUM.
           SELECT LOSSRPT ASSIGN TO DYNAMIC
           WS-LOSSRPT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           05  CLM-PAID        PIC     9(7)V99.
           05  FILLER          PIC     X(27).

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

       FD  LOSSRPT.
       01  LOSSRPT-REC                 PIC X(80).

      * NEVER MEANS EDITING AND RECOMPILING THIS PROGRAM.
       77  WS-POLICYFYL-PATH           PIC X(80) VALUE SPACES.
       77  WS-CLMMAST-PATH             PIC X(80) VALUE SPACES.
       77  WS-CUSTFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-LOSSRPT-PATH             PIC X(80) VALUE SPACES.
       77  WS-LOSSEXTR-PATH            PIC X(80) VALUE SPACES.
       77  WS-CFG-NAME             PIC X(12)   VALUE SPACES.
       01  WS-FILE-STATUS.
           05  WS-POLICYFYL-STATUS     PIC X(2).
           05  WS-CLMMAST-STATUS       PIC X(2).
           05  WS-CUSTFL-STATUS        PIC X(2).
           05  WS-LOSSRPT-STATUS       PIC X(2).
           05  WS-LOSSEXTR-STATUS      PIC X(2).

           88  WS-LOB-FOUND                        VALUE 'Y'.
       77  WS-FIND-LOBCODE             PIC X(01)   VALUE SPACES.

      * THE SAME PREMIUM AND CLAIMS SPLIT BY THE REGION OF THE
      * POLICY'S CUSTOMER. A CUSTOMER NOT ON THE MASTER, OR WHOSE
      * ADDRESS HAS NOT BEEN STRUCTURED YET, COUNTS UNDER UNKN.
       01  WS-RGN-RATIO-TABLE.
           05  WS-RGN-RATIO-ENTRY OCCURS 50 TIMES.
               10  WS-RR-REGION         PIC X(04).
               10  WS-RR-POLICY-CNT     PIC 9(6).
               10  WS-RR-PREMIUM        PIC 9(9)V99.
               10  WS-RR-CLAIM-CNT      PIC 9(6).
               10  WS-RR-CLAIMS         PIC 9(9)V99.
       77  WS-RGN-RATIO-CNT            PIC 9(4)    VALUE ZEROES.
       77  WS-RGN-SRCH-IDX             PIC 9(4)    VALUE ZEROES.
       77  WS-RGN-FOUND-SW             PIC X(01)   VALUE 'N'.
           88  WS-RGN-FOUND                        VALUE 'Y'.
       77  WS-FIND-REGION              PIC X(04)   VALUE SPACES.
       77  WS-CUSTFL-AVAIL-SW          PIC X(01)   VALUE 'N'.
           88  CUSTFL-AVAILABLE                    VALUE 'Y'.
       77  WS-CLAIM-INCURRED           PIC 9(9)V99 VALUE ZEROES.

       01  WS-COUNTERS.
           05  WS-POLICYFYL-RD-CNT     PIC 9(6)    VALUE ZEROES.
           05  WS-CLMMAST-RD-CNT       PIC 9(6)    VALUE ZEROES.
               SET CLMMAST-EOF TO TRUE
           END-IF.

           OPEN INPUT CUSTFL.
           DISPLAY 'FILE STATUS FOR CUSTFL:', WS-CUSTFL-STATUS.
           IF WS-CUSTFL-STATUS = '00'
               SET CUSTFL-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'CUSTOMER MASTER NOT FOUND, REGIONS UNKNOWN.'
           END-IF.

           OPEN OUTPUT LOSSRPT.
           DISPLAY 'FILE STATUS FOR LOSSRPT:', WS-LOSSRPT-STATUS.

           DISPLAY 'FILE STATUS FOR LOSSEXTR:', WS-LOSSEXTR-STATUS.

       2000-POLICYFYL-READ-PARA.
           READ POLICYFYL NEXT RECORD
               AT END
                   SET POLICYFYL-EOF TO TRUE
               NOT AT END
                       ADD 1 TO WS-LR-POLICY-CNT(WS-LOB-SRCH-IDX)
                       ADD PREMIUM-NUM OF POLICY_REC TO
                           WS-LR-PREMIUM(WS-LOB-SRCH-IDX)
                       PERFORM 2700-REGION-GET-PARA
                       PERFORM 2750-REGION-FIND-PARA
                       ADD 1 TO WS-RR-POLICY-CNT(WS-RGN-SRCH-IDX)
                       ADD PREMIUM-NUM OF POLICY_REC TO
                           WS-RR-PREMIUM(WS-RGN-SRCH-IDX)
                   END-IF
           END-READ.

                   PERFORM 2100-LOB-FIND-PARA
                   ADD 1 TO WS-LR-CLAIM-CNT(WS-LOB-SRCH-IDX)
                   PERFORM 2550-CLAIM-INCURRED-PARA
                   ADD WS-CLAIM-INCURRED TO
                       WS-LR-CLAIMS(WS-LOB-SRCH-IDX)
                   PERFORM 2600-CLAIM-REGION-PARA
                   PERFORM 2750-REGION-FIND-PARA
                   ADD 1 TO WS-RR-CLAIM-CNT(WS-RGN-SRCH-IDX)
                   ADD WS-CLAIM-INCURRED TO
                       WS-RR-CLAIMS(WS-RGN-SRCH-IDX)
           END-READ.

       2550-CLAIM-INCURRED-PARA.
           MOVE ZEROES TO WS-CLAIM-INCURRED.
           IF CLM-PAID NUMERIC AND CLM-RESERVE NUMERIC
               IF NOT CLM-DENIED
                   ADD CLM-PAID TO WS-CLAIM-INCURRED
                   ADD CLM-RESERVE TO WS-CLAIM-INCURRED
               END-IF
           ELSE
               MOVE CLM-AMOUNT TO WS-CLAIM-INCURRED
           END-IF.

      * A CLAIM TAKES THE REGION OF ITS POLICY'S CUSTOMER AS THE
      * POLICY NOW STANDS.
       2600-CLAIM-REGION-PARA.
           MOVE CLM-POLICYNO TO POLICYNO OF POLICY_REC.
           READ POLICYFYL
               INVALID KEY
                   MOVE 'UNKN' TO WS-FIND-REGION
               NOT INVALID KEY
                   PERFORM 2700-REGION-GET-PARA
           END-READ.

      * SETS WS-FIND-REGION FROM THE CUSTOMER MASTER FOR THE POLICY
      * NOW IN POLICY_REC.
       2700-REGION-GET-PARA.
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

      * FINDS (OR ADDS) THE TABLE ENTRY FOR WS-FIND-REGION, LEAVING
      * WS-RGN-SRCH-IDX POINTED AT IT. ONCE THE TABLE IS FULL A NEW
      * REGION IS FOLDED INTO THE LAST ENTRY.
       2750-REGION-FIND-PARA.
           MOVE 'N' TO WS-RGN-FOUND-SW.
           MOVE 1 TO WS-RGN-SRCH-IDX.
           PERFORM 2760-REGION-FIND-ONE-PARA
               UNTIL WS-RGN-SRCH-IDX > WS-RGN-RATIO-CNT
                  OR WS-RGN-FOUND.
           IF NOT WS-RGN-FOUND
               IF WS-RGN-RATIO-CNT < 50
                   ADD 1 TO WS-RGN-RATIO-CNT
                   MOVE WS-RGN-RATIO-CNT TO WS-RGN-SRCH-IDX
                   MOVE WS-FIND-REGION TO WS-RR-REGION(WS-RGN-SRCH-IDX)
                   MOVE ZEROES TO WS-RR-POLICY-CNT(WS-RGN-SRCH-IDX)
                   MOVE ZEROES TO WS-RR-PREMIUM(WS-RGN-SRCH-IDX)
                   MOVE ZEROES TO WS-RR-CLAIM-CNT(WS-RGN-SRCH-IDX)
                   MOVE ZEROES TO WS-RR-CLAIMS(WS-RGN-SRCH-IDX)
               ELSE
                   MOVE 50 TO WS-RGN-SRCH-IDX
               END-IF
           END-IF.

       2760-REGION-FIND-ONE-PARA.
           IF WS-RR-REGION(WS-RGN-SRCH-IDX) = WS-FIND-REGION
               SET WS-RGN-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-RGN-SRCH-IDX
           END-IF.

      * ONE LINE PER LOB: POLICIES, PREMIUM, CLAIMS, AND THE LOSS
           PERFORM 3550-RATIO-LINE-PARA
               UNTIL WS-LOB-SRCH-IDX > WS-LOB-RATIO-CNT.

           PERFORM 3700-REGION-REPORT-PARA.

       3550-RATIO-LINE-PARA.
           MOVE WS-LR-PREMIUM(WS-LOB-SRCH-IDX) TO WS-FORMATTED-PREMIUM.
           MOVE WS-LR-CLAIMS(WS-LOB-SRCH-IDX)  TO WS-FORMATTED-CLAIMS.
           END-IF.
           WRITE LOSSEXTR-REC.

      * THE SAME RATIO BY REGION, ON THE REPORT ONLY: THE EXTRACT
      * FEEDING RATEIND.CBL STAYS ONE RECORD PER LOB.
       3700-REGION-REPORT-PARA.
           MOVE 'LOSS RATIO BY REGION (CLAIMS / WRITTEN PREMIUM)'
               TO LOSSRPT-REC.
           WRITE LOSSRPT-REC.

           MOVE 1 TO WS-RGN-SRCH-IDX.
           PERFORM 3750-REGION-LINE-PARA
               UNTIL WS-RGN-SRCH-IDX > WS-RGN-RATIO-CNT.

       3750-REGION-LINE-PARA.
           MOVE WS-RR-PREMIUM(WS-RGN-SRCH-IDX) TO WS-FORMATTED-PREMIUM.
           MOVE WS-RR-CLAIMS(WS-RGN-SRCH-IDX)  TO WS-FORMATTED-CLAIMS.
           MOVE SPACES TO LOSSRPT-REC.
           IF WS-RR-PREMIUM(WS-RGN-SRCH-IDX) > 0
               COMPUTE WS-LOSS-RATIO-PCT =
                   WS-RR-CLAIMS(WS-RGN-SRCH-IDX) * 100
                   / WS-RR-PREMIUM(WS-RGN-SRCH-IDX)
               MOVE WS-LOSS-RATIO-PCT TO WS-FORMATTED-PCT
               STRING 'REGION ' DELIMITED BY SIZE
                   WS-RR-REGION(WS-RGN-SRCH-IDX) DELIMITED BY SIZE
                   ' PREMIUM: ' DELIMITED BY SIZE
                   WS-FORMATTED-PREMIUM DELIMITED BY SIZE
                   ' CLAIMS: ' DELIMITED BY SIZE
                   WS-FORMATTED-CLAIMS DELIMITED BY SIZE
                   ' RATIO: ' DELIMITED BY SIZE
                   WS-FORMATTED-PCT DELIMITED BY SIZE
                   ' PCT' DELIMITED BY SIZE
                   INTO LOSSRPT-REC
           ELSE
               STRING 'REGION ' DELIMITED BY SIZE
                   WS-RR-REGION(WS-RGN-SRCH-IDX) DELIMITED BY SIZE
                   ' CLAIMS: ' DELIMITED BY SIZE
                   WS-FORMATTED-CLAIMS DELIMITED BY SIZE
                   ' NO WRITTEN PREMIUM - RATIO NOT COMPUTED'
                   DELIMITED BY SIZE
                   INTO LOSSRPT-REC
           END-IF.
           WRITE LOSSRPT-REC.
           ADD 1 TO WS-RGN-SRCH-IDX.

       3900-FILES-CLOSE-PARA.
           IF WS-POLICYFYL-STATUS = '00'
               CLOSE POLICYFYL
           IF WS-CLMMAST-STATUS = '00'
               CLOSE CLMMAST
           END-IF.
           IF CUSTFL-AVAILABLE
               CLOSE CUSTFL
           END-IF.
           CLOSE LOSSRPT.
           CLOSE LOSSEXTR.

           MOVE 'CLAIMMASTER' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-CLMMAST-PATH.
           MOVE 'CUSTOMERMAST' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-CUSTFL-PATH.
           MOVE 'LOSSRATIO' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-LOSSRPT-PATH.

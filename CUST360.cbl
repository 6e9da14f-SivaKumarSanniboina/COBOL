           ALTERNATE RECORD KEY IS CLM-POLICYNO WITH DUPLICATES
           FILE STATUS WS-CLMMAST-STATUS.

      * NOMINEE MASTER (NOMMAINT.CBL'S NOMMAST), EACH POLICY'S SET
      * READ FROM SEQUENCE 00 UNTIL THE POLICY NUMBER CHANGES.
           SELECT NOMMAST ASSIGN TO DYNAMIC
           WS-NOMMAST-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOM-KEY
           FILE STATUS WS-NOMMAST-STATUS.

      * ARREARS LEDGER BUILT BY RECEIPTS.CBL, ROLLED UP PER POLICY
      * FOR THE MONEY POSITION.
           SELECT LEDGFL ASSIGN TO DYNAMIC WS-LEDGFL-PATH
           05  CLM-PAID        PIC     9(7)V99.
           05  FILLER          PIC     X(27).

      * SAME LAYOUT AS NOMMAINT.CBL'S NOMMAST-REC.
       FD  NOMMAST.
       01  NOMMAST-REC.
           05  NOM-KEY.
               10  NOM-POLICYNO    PIC X(08).
               10  NOM-SEQ         PIC 9(02).
           05  NOM-NAME            PIC X(30).
           05  NOM-RELATION        PIC X(10).
           05  NOM-SHARE-PCT       PIC 9(3)V99.
           05  NOM-BIRTH-DATE      PIC 9(08).
           05  NOM-APPOINTEE       PIC X(30).
           05  NOM-APPT-RELATION   PIC X(10).
           05  NOM-ACCOUNT         PIC X(16).
           05  NOM-BANK-CODE       PIC X(08).
           05  FILLER              PIC X(13).

      * SAME LAYOUT AS RECEIPTS.CBL'S LEDGFL-REC.
       FD  LEDGFL.
       01  LEDGFL-REC.
       77  WS-POLICYFYL-PATH           PIC X(80) VALUE SPACES.
       77  WS-CUSTFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-CLMMAST-PATH             PIC X(80) VALUE SPACES.
       77  WS-NOMMAST-PATH             PIC X(80) VALUE SPACES.
       77  WS-LEDGFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-ENDHFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-C360FL-PATH              PIC X(80) VALUE SPACES.
           05  WS-POLICYFYL-STATUS     PIC X(2).
           05  WS-CUSTFL-STATUS        PIC X(2).
           05  WS-CLMMAST-STATUS       PIC X(2).
           05  WS-NOMMAST-STATUS       PIC X(2).
           05  WS-LEDGFL-STATUS        PIC X(2).
           05  WS-ENDHFL-STATUS        PIC X(2).
           05  WS-C360FL-STATUS        PIC X(2).
               88  CLM-CHAIN-ENDED                 VALUE 'Y'.
           05  WS-CLMMAST-AVAIL-SW     PIC X(01)   VALUE 'N'.
               88  CLMMAST-AVAILABLE               VALUE 'Y'.
           05  WS-NOM-CHAIN-END-SW     PIC X(01)   VALUE 'N'.
               88  NOM-CHAIN-ENDED                 VALUE 'Y'.
           05  WS-NOMMAST-AVAIL-SW     PIC X(01)   VALUE 'N'.
               88  NOMMAST-AVAILABLE               VALUE 'Y'.

      * OUTSTANDING ARREARS ROLLED UP PER POLICY, KEYED ON THE
      * MASTER'S 8-BYTE KEY (LEDGER KEY ZERO-PADDED, THE SAME

       77  WS-FORMATTED-AMOUNT         PIC Z(6)9.99.
       77  WS-FORMATTED-PAID           PIC Z(6)9.99.
       77  WS-FORMATTED-SHARE          PIC ZZ9.99.
       77  WS-NOMINEE-CNT              PIC 9(3)    VALUE ZEROES.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
               SET CLMMAST-AVAILABLE TO TRUE
           END-IF.

           OPEN INPUT NOMMAST.
           IF WS-NOMMAST-STATUS NOT = '00'
               DISPLAY 'NOMINEE MASTER NOT FOUND, NO NOMINEES SHOWN.'
           ELSE
               SET NOMMAST-AVAILABLE TO TRUE
           END-IF.

           OPEN INPUT LEDGFL.
           IF WS-LEDGFL-STATUS NOT = '00'
               DISPLAY 'ARREARS LEDGER NOT FOUND, NO ARREARS SHOWN.'
           WRITE C360FL-REC.

           PERFORM 2750-ARREARS-LINE-PARA.
           IF NOMMAST-AVAILABLE
               PERFORM 2760-NOMINEE-CHAIN-PARA
           END-IF.
           IF CLMMAST-AVAILABLE
               PERFORM 2780-CLAIM-CHAIN-PARA
           END-IF.
               WRITE C360FL-REC
           END-IF.

      * THE POLICY'S NOMINEES WITH THEIR SHARES, AND THE APPOINTEE
      * FOR ANY NOMINEE WHO HAS ONE. A POLICY WITH NO NOMINEE ON FILE
      * SAYS SO -- THAT IS A GAP SERVICING NEEDS TO CLOSE.
       2760-NOMINEE-CHAIN-PARA.
           MOVE ZEROES TO WS-NOMINEE-CNT.
           MOVE 'N' TO WS-NOM-CHAIN-END-SW.
           MOVE POLICYNO OF POLICY_REC TO NOM-POLICYNO.
           MOVE ZEROES TO NOM-SEQ.
           START NOMMAST KEY >= NOM-KEY
               INVALID KEY
                   SET NOM-CHAIN-ENDED TO TRUE
           END-START.
           PERFORM 2770-NOMINEE-LINE-PARA UNTIL NOM-CHAIN-ENDED.
           IF WS-NOMINEE-CNT = 0
               MOVE '  NO NOMINEE ON FILE' TO C360FL-REC
               WRITE C360FL-REC
           END-IF.

       2770-NOMINEE-LINE-PARA.
           READ NOMMAST NEXT
               AT END
                   SET NOM-CHAIN-ENDED TO TRUE
               NOT AT END
                   IF NOM-POLICYNO NOT = POLICYNO OF POLICY_REC
                       SET NOM-CHAIN-ENDED TO TRUE
                   ELSE
                       ADD 1 TO WS-NOMINEE-CNT
                       MOVE NOM-SHARE-PCT TO WS-FORMATTED-SHARE
                       MOVE SPACES TO C360FL-REC
                       STRING '  NOMINEE ' DELIMITED BY SIZE
                           NOM-NAME DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           NOM-RELATION DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           WS-FORMATTED-SHARE DELIMITED BY SIZE
                           '% BORN ' DELIMITED BY SIZE
                           NOM-BIRTH-DATE DELIMITED BY SIZE
                           INTO C360FL-REC
                       WRITE C360FL-REC
                       IF NOM-APPOINTEE NOT = SPACES
                           MOVE SPACES TO C360FL-REC
                           STRING '    APPOINTEE ' DELIMITED BY SIZE
                               NOM-APPOINTEE DELIMITED BY SIZE
                               ' ' DELIMITED BY SIZE
                               NOM-APPT-RELATION DELIMITED BY SIZE
                               INTO C360FL-REC
                           WRITE C360FL-REC
                       END-IF
                   END-IF
           END-READ.

      * WALKS THE CLM-POLICYNO ALTERNATE CHAIN FOR THE POLICY IN
      * POLICY_REC; THE CHAIN ENDS AT FILE END OR AT THE FIRST CLAIM
      * BELONGING TO A DIFFERENT POLICY.
           IF CLMMAST-AVAILABLE
               CLOSE CLMMAST
           END-IF.
           IF NOMMAST-AVAILABLE
               CLOSE NOMMAST
           END-IF.
           IF WS-LEDGFL-STATUS = '00' OR WS-LEDGFL-STATUS = '10'
               CLOSE LEDGFL
           END-IF.
           MOVE 'CLAIMMASTER' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-CLMMAST-PATH.
           MOVE 'NOMINEEMAST' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-NOMMAST-PATH.
           MOVE 'ARREARSLEDGE' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-LEDGFL-PATH.

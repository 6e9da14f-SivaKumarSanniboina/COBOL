           RECORD KEY IS CUST-CUSTOMERID
           FILE STATUS WS-CUSTFL-STATUS.

      * NOMINEE MASTER (NOMMAINT.CBL'S NOMMAST). OPTIONAL -- WHEN
      * ABSENT THE STATEMENT IS PRINTED WITHOUT NOMINEE LINES.
           SELECT NOMMAST ASSIGN TO DYNAMIC
           WS-NOMMAST-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOM-KEY
           FILE STATUS WS-NOMMAST-STATUS.

      * OPTIONAL REQUEST FILE: ONE CUSTOMER ID PER LINE. WHEN ABSENT
      * THE PROGRAM FALLS BACK TO A SINGLE OPERATOR ACCEPT, THE SAME
      * DEFAULTING POLLOOKUP.CBL USES FOR ITS REQUEST FILE.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-STMTFL-STATUS.

      * NO-VALID-ADDRESS EXCEPTION LIST: ONE LINE PER STATEMENT NOT
      * PRODUCED BECAUSE THE CUSTOMER IS ON RETURNED-MAIL ADDRESS
      * HOLD (RETMAIL.CBL).
           SELECT NOADDRFL ASSIGN TO DYNAMIC
           WS-NOADDRFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-NOADDRFL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * SAME LAYOUT AS POLICY.CBL'S POLICY_REC.
           05  CUST-CUSTOMERID PIC     X(08).
           05  CUST-CUSTNAME   PIC     X(30).
           05  CUST-CUSTADDR   PIC     X(40).
           05  CUST-ADDR-PARTS REDEFINES CUST-CUSTADDR.
               10  CUST-ADDR-LINES PIC X(26).
               10  CUST-ADDR-CITY  PIC X(14).
           05  CUST-ADDR-HOLD  PIC     X(01).
               88  CUST-ADDRESS-HELD           VALUE 'H'.
           05  CUST-HOLD-RSN   PIC     X(01).
           05  CUST-HOLD-DATE  PIC     X(08).
           05  CUST-POSTCODE   PIC     X(06).
           05  CUST-REGION     PIC     X(04).
           05  CUST-ADDR-STAT  PIC     X(01).
               88  CUST-ADDR-VALIDATED         VALUE 'V'.
               88  CUST-ADDR-UNRESOLVED        VALUE 'U'.
           05  FILLER          PIC     X(01).

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

       FD  CUSTREQ.
       01  CUSTREQ-REC.
       FD  STMTFL.
       01  STMTFL-REC                  PIC X(100).

       FD  NOADDRFL.
       01  NOADDRFL-REC                PIC X(80).

       WORKING-STORAGE SECTION.
      * RESOLVED FILE PATHS. EVERY ASSIGNMENT COMES FROM THE
      * EXTERNAL FILE CONFIGURATION (FILECFG) AT STARTUP -- SEE
       77  WS-POLICYFYL-PATH           PIC X(80) VALUE SPACES.
       77  WS-CUSTFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-CUSTREQ-PATH             PIC X(80) VALUE SPACES.
       77  WS-NOMMAST-PATH             PIC X(80) VALUE SPACES.
       77  WS-STMTFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-NOADDRFL-PATH            PIC X(80) VALUE SPACES.
       77  WS-CFG-NAME             PIC X(12)   VALUE SPACES.
       77  WS-CFG-PATH             PIC X(80)   VALUE SPACES.
       77  WS-CFG-RESULT           PIC X(01)   VALUE 'N'.
           05  WS-POLICYFYL-STATUS     PIC X(2).
           05  WS-CUSTFL-STATUS        PIC X(2).
           05  WS-CUSTREQ-STATUS       PIC X(2).
           05  WS-NOMMAST-STATUS       PIC X(2).
           05  WS-STMTFL-STATUS        PIC X(2).
           05  WS-NOADDRFL-STATUS      PIC X(2).

       01  WS-EOF-SWITCHES.
           05  WS-CUSTREQ-EOF-SW       PIC X(01)   VALUE 'N'.
               88  CUSTREQ-EOF                     VALUE 'Y'.
           05  WS-CHAIN-END-SW         PIC X(01)   VALUE 'N'.
               88  CHAIN-ENDED                     VALUE 'Y'.
           05  WS-NOM-CHAIN-END-SW     PIC X(01)   VALUE 'N'.
               88  NOM-CHAIN-ENDED                 VALUE 'Y'.
           05  WS-NOMMAST-AVAIL-SW     PIC X(01)   VALUE 'N'.
               88  NOMMAST-AVAILABLE               VALUE 'Y'.

       77  WS-STMT-CUSTOMERID          PIC X(08)   VALUE SPACES.
       77  WS-CUST-FOUND-SW            PIC X(01)   VALUE 'N'.
           88  WS-CUST-FOUND                       VALUE 'Y'.
       77  WS-POLICY-CNT               PIC 9(4)    VALUE ZEROES.
       77  WS-PREMIUM-TOTAL            PIC 9(9)V99 VALUE ZEROES.
       77  WS-FORMATTED-TOTAL          PIC Z(8)9.99.
       77  WS-FORMATTED-SHARE          PIC ZZ9.99.

       01  WS-COUNTERS.
           05  WS-REQUEST-CNT          PIC 9(5)    VALUE ZEROES.
           05  WS-STMT-CNT             PIC 9(5)    VALUE ZEROES.
           05  WS-ADDR-HELD-CNT        PIC 9(5)    VALUE ZEROES.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.

           DISPLAY 'CUSTOMERS REQUESTED: ', WS-REQUEST-CNT.
           DISPLAY 'STATEMENTS WRITTEN: ', WS-STMT-CNT.
           DISPLAY 'STATEMENTS HELD, NO VALID ADDRESS: ',
               WS-ADDR-HELD-CNT.
           STOP RUN.

       1000-FILES-OPEN-PARA.
               DISPLAY 'CUSTOMER MASTER NOT FOUND, NAMES NOT ADDED.'
           END-IF.

           OPEN INPUT NOMMAST.
           IF WS-NOMMAST-STATUS NOT = '00'
               DISPLAY 'NOMINEE MASTER NOT FOUND, NOMINEES NOT SHOWN.'
           ELSE
               SET NOMMAST-AVAILABLE TO TRUE
           END-IF.

           OPEN INPUT CUSTREQ.

           OPEN OUTPUT STMTFL.
           DISPLAY 'FILE STATUS FOR STMTFL:', WS-STMTFL-STATUS.

           OPEN OUTPUT NOADDRFL.
           DISPLAY 'FILE STATUS FOR NOADDRFL:', WS-NOADDRFL-STATUS.
           MOVE 'NO VALID ADDRESS - PORTFOLIO STATEMENTS NOT MAILED'
               TO NOADDRFL-REC.
           WRITE NOADDRFL-REC.

       2000-REQUEST-READ-PARA.
           READ CUSTREQ
               AT END
                   PERFORM 2500-STATEMENT-PARA
           END-READ.

      * A CUSTOMER ON ADDRESS HOLD GETS NO STATEMENT AT THE DEAD
      * ADDRESS; THE REQUEST GOES TO THE EXCEPTION LIST INSTEAD.
       2500-STATEMENT-PARA.
           MOVE 'N' TO WS-CUST-FOUND-SW.
           IF WS-CUSTFL-STATUS = '00'
               MOVE WS-STMT-CUSTOMERID TO CUST-CUSTOMERID
               READ CUSTFL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-CUST-FOUND TO TRUE
               END-READ
           END-IF.
           IF WS-CUST-FOUND AND CUST-ADDRESS-HELD
               ADD 1 TO WS-ADDR-HELD-CNT
               MOVE SPACES TO NOADDRFL-REC
               STRING 'CUSTOMER ' DELIMITED BY SIZE
                   CUST-CUSTOMERID DELIMITED BY SIZE
                   ' HOLD ' DELIMITED BY SIZE
                   CUST-HOLD-RSN DELIMITED BY SIZE
                   ' SINCE ' DELIMITED BY SIZE
                   CUST-HOLD-DATE DELIMITED BY SIZE
                   ' PORTFOLIO STATEMENT' DELIMITED BY SIZE
                   INTO NOADDRFL-REC
               WRITE NOADDRFL-REC
           ELSE
               PERFORM 2550-STATEMENT-PRINT-PARA
           END-IF.

      * ONE STATEMENT: NAME/ADDRESS HEAD FROM THE CUSTOMER MASTER,
      * THEN EVERY POLICY ON THE CUSTOMERID ALTERNATE-INDEX CHAIN,
      * THEN THE POLICY COUNT AND PREMIUM TOTAL.
       2550-STATEMENT-PRINT-PARA.
           MOVE ALL '=' TO STMTFL-REC.
           WRITE STMTFL-REC.
           PERFORM 2600-CUSTOMER-HEAD-PARA.
           WRITE STMTFL-REC.

           IF WS-CUSTFL-STATUS = '00'
               IF WS-CUST-FOUND
                   MOVE CUST-CUSTNAME TO STMTFL-REC
                   WRITE STMTFL-REC
                   MOVE SPACES TO STMTFL-REC
                   STRING CUST-CUSTADDR DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       CUST-POSTCODE DELIMITED BY SIZE
                       INTO STMTFL-REC
                   WRITE STMTFL-REC
               ELSE
                   MOVE 'NAME/ADDRESS NOT ON CUSTOMER MASTER'
                       TO STMTFL-REC
                   WRITE STMTFL-REC
               END-IF
           END-IF.

      * WALKS THE ALTERNATE-INDEX CHAIN. THE CHAIN ENDS AT FILE END
               PREMIUM OF POLICY_REC DELIMITED BY SIZE
               INTO STMTFL-REC.
           WRITE STMTFL-REC.
           IF NOMMAST-AVAILABLE
               MOVE 'N' TO WS-NOM-CHAIN-END-SW
               MOVE POLICYNO OF POLICY_REC TO NOM-POLICYNO
               MOVE ZEROES TO NOM-SEQ
               START NOMMAST KEY >= NOM-KEY
                   INVALID KEY
                       SET NOM-CHAIN-ENDED TO TRUE
               END-START
               PERFORM 2850-NOMINEE-LINE-PARA UNTIL NOM-CHAIN-ENDED
           END-IF.

      * ONE LINE PER NOMINEE UNDER THE POLICY, WITH THE APPOINTEE
      * BENEATH ANY NOMINEE WHO HAS ONE.
       2850-NOMINEE-LINE-PARA.
           READ NOMMAST NEXT
               AT END
                   SET NOM-CHAIN-ENDED TO TRUE
               NOT AT END
                   IF NOM-POLICYNO NOT = POLICYNO OF POLICY_REC
                       SET NOM-CHAIN-ENDED TO TRUE
                   ELSE
                       MOVE NOM-SHARE-PCT TO WS-FORMATTED-SHARE
                       MOVE SPACES TO STMTFL-REC
                       STRING '  NOMINEE ' DELIMITED BY SIZE
                           NOM-NAME DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           NOM-RELATION DELIMITED BY SIZE
                           ' SHARE ' DELIMITED BY SIZE
                           WS-FORMATTED-SHARE DELIMITED BY SIZE
                           '%' DELIMITED BY SIZE
                           INTO STMTFL-REC
                       WRITE STMTFL-REC
                       IF NOM-APPOINTEE NOT = SPACES
                           MOVE SPACES TO STMTFL-REC
                           STRING '    APPOINTEE ' DELIMITED BY SIZE
                               NOM-APPOINTEE DELIMITED BY SIZE
                               ' ' DELIMITED BY SIZE
                               NOM-APPT-RELATION DELIMITED BY SIZE
                               INTO STMTFL-REC
                           WRITE STMTFL-REC
                       END-IF
                   END-IF
           END-READ.

       3900-FILES-CLOSE-PARA.
           IF WS-POLICYFYL-STATUS = '00'
           IF WS-CUSTFL-STATUS = '00'
               CLOSE CUSTFL
           END-IF.
           IF NOMMAST-AVAILABLE
               CLOSE NOMMAST
           END-IF.
           CLOSE STMTFL.
           CLOSE NOADDRFL.

      * RESOLVES EVERY FILE ASSIGNMENT FROM THE EXTERNAL FILE
      * CONFIGURATION BEFORE ANYTHING IS OPENED, REPORTING EACH
           MOVE 'CUSTOMERMAST' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-CUSTFL-PATH.
           MOVE 'NOMINEEMAST' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-NOMMAST-PATH.
           MOVE 'CUSTREQUEST' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-CUSTREQ-PATH.
           MOVE 'PORTFOLIO' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-STMTFL-PATH.
           MOVE 'STMTNOADDR' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-NOADDRFL-PATH.

       0060-FILECFG-ONE-PARA.
           CALL 'FILECFG' USING WS-CFG-NAME, WS-CFG-PATH,

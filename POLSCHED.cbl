       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLSCHED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * SAME ASSIGN/LAYOUT/KEY AS POLICY.CBL'S CUSTFL, READ RANDOM
      * FOR THE SCHEDULE'S NAME/ADDRESS HEAD.
           SELECT CUSTFL ASSIGN TO DYNAMIC
           WS-CUSTFL-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CUST-CUSTOMERID
           FILE STATUS WS-CUSTFL-STATUS.

      * APPROVED LOB CODE LIST, THE SAME FILE PROPINTK.CBL AND
      * REFAUDIT.CBL EDIT AGAINST, CARRYING THE LOB DESCRIPTION
      * PRINTED ON THE SCHEDULE AFTER THE CODE.
           SELECT LOBCODES ASSIGN TO DYNAMIC
           WS-LOBCODES-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-LOBCODES-STATUS.

      * SAME ASSIGN/LAYOUT AS AGENTCOM.CBL'S AGENTFL, FOR THE
      * SERVICING AGENT'S NAME AND LICENSE NUMBER.
           SELECT AGENTFL ASSIGN TO DYNAMIC
           WS-AGENTFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-AGENTFL-STATUS.

      * SAME ASSIGN/LAYOUT AS BILLGEN.CBL'S BILLFL, FOR THE
      * INSTALLMENTS BILLED AGAINST THE POLICY'S CURRENT TERM.
           SELECT BILLFL ASSIGN TO DYNAMIC
           WS-BILLFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-BILLFL-STATUS.

      * NOMINEE MASTER (NOMMAINT.CBL'S NOMMAST), THE POLICY'S SET
      * READ FROM SEQUENCE 00 UNTIL THE POLICY NUMBER CHANGES.
           SELECT NOMMAST ASSIGN TO DYNAMIC
           WS-NOMMAST-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOM-KEY
           FILE STATUS WS-NOMMAST-STATUS.

      * THE SCHEDULE PRINT FILE: ONE BLOCK PER POLICY IN THE SAME
      * BURSTABLE LAYOUT AS RENEWLTR.CBL'S NOTICES AND INVGEN.CBL'S
      * INVOICES. WHICH FILE IS THE CALLER'S CHOICE.
           SELECT SCHDFL ASSIGN TO DYNAMIC
           WS-SCHDFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-SCHDFL-STATUS.

      * NO-VALID-ADDRESS EXCEPTION LIST: ONE LINE PER SCHEDULE NOT
      * MAILED BECAUSE THE CUSTOMER IS ON RETURNED-MAIL ADDRESS HOLD
      * (RETMAIL.CBL). WHICH FILE IS AGAIN THE CALLER'S CHOICE.
           SELECT NOADDRFL ASSIGN TO DYNAMIC
           WS-NOADDRFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-NOADDRFL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTFL.
       01  CUSTFL-REC.
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

      * THE CODE-ONLY READERS TAKE COLUMN 1 AND IGNORE THE REST.
       FD  LOBCODES.
       01  LOBCODES-REC.
           05  LOBC-CODE       PIC     X(01).
           05  LOBC-DESC       PIC     X(20).
           05  FILLER          PIC     X(59).

      * THE LEADING FIELDS OF AGENTCOM.CBL'S AGENTFL-REC.
       FD  AGENTFL.
       01  AGENTFL-REC.
           05  AGT-ID          PIC     X(05).
           05  AGT-NAME        PIC     X(30).
           05  AGT-GRADE       PIC     X(01).
           05  AGT-LICENSE-NO  PIC     X(10).
           05  AGT-LICENSE-EXP PIC     9(08).
           05  FILLER          PIC     X(26).

      * SAME LAYOUT AS BILLGEN.CBL'S BILLFL-REC.
       FD  BILLFL.
       01  BILLFL-REC.
           05  BILL-POLICYNO       PIC 9(07).
           05  BILL-INST-NO        PIC 9(02).
           05  BILL-DUE-DATE       PIC 9(08).
           05  BILL-AMOUNT         PIC 9(8)V99.
           05  BILL-INVOICE-NO     PIC 9(08).
           05  BILL-TAX-RATE       PIC 9(2)V99.
           05  BILL-TAX-AMOUNT     PIC 9(8)V99.
           05  FILLER              PIC X(31).

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

       FD  SCHDFL.
       01  SCHDFL-REC                  PIC X(80).

       FD  NOADDRFL.
       01  NOADDRFL-REC                PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-CUSTFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-LOBCODES-PATH            PIC X(80) VALUE SPACES.
       77  WS-AGENTFL-PATH             PIC X(80) VALUE SPACES.
       77  WS-BILLFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-NOMMAST-PATH             PIC X(80) VALUE SPACES.
       77  WS-SCHDFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-NOADDRFL-PATH            PIC X(80) VALUE SPACES.
       77  WS-CFG-NAME             PIC X(12)   VALUE SPACES.
       77  WS-CFG-PATH             PIC X(80)   VALUE SPACES.
       77  WS-CFG-RESULT           PIC X(01)   VALUE 'N'.

       01  WS-FILE-STATUS.
           05  WS-CUSTFL-STATUS        PIC X(2).
           05  WS-LOBCODES-STATUS      PIC X(2).
           05  WS-AGENTFL-STATUS       PIC X(2).
           05  WS-BILLFL-STATUS        PIC X(2).
           05  WS-NOMMAST-STATUS       PIC X(2).
           05  WS-SCHDFL-STATUS        PIC X(2).
           05  WS-NOADDRFL-STATUS      PIC X(2).

      * THE FILES ARE OPENED AND THE TABLES LOADED ONCE, ON THE
      * FIRST CALL, AND HELD FOR THE REST OF THE CALLER'S RUN. ONLY
      * THE PRINT FILE IS ESSENTIAL; A MISSING REFERENCE FILE PRINTS
      * THE SCHEDULE WITH THAT DETAIL SHOWN AS NOT ON FILE.
       01  WS-SWITCHES.
           05  WS-OPENED-SW            PIC X(01)   VALUE 'N'.
               88  WS-OPENED                       VALUE 'Y'.
           05  WS-SCHDFL-AVAIL-SW      PIC X(01)   VALUE 'N'.
               88  SCHDFL-AVAILABLE                VALUE 'Y'.
           05  WS-NOADDRFL-AVAIL-SW    PIC X(01)   VALUE 'N'.
               88  NOADDRFL-AVAILABLE              VALUE 'Y'.
           05  WS-CUSTFL-AVAIL-SW      PIC X(01)   VALUE 'N'.
               88  CUSTFL-AVAILABLE                VALUE 'Y'.
           05  WS-NOMMAST-AVAIL-SW     PIC X(01)   VALUE 'N'.
               88  NOMMAST-AVAILABLE               VALUE 'Y'.
           05  WS-LOBCODES-EOF-SW      PIC X(01)   VALUE 'N'.
               88  LOBCODES-EOF                    VALUE 'Y'.
           05  WS-AGENTFL-EOF-SW       PIC X(01)   VALUE 'N'.
               88  AGENTFL-EOF                     VALUE 'Y'.
           05  WS-BILLFL-EOF-SW        PIC X(01)   VALUE 'N'.
               88  BILLFL-EOF                      VALUE 'Y'.
           05  WS-NOM-CHAIN-END-SW     PIC X(01)   VALUE 'N'.
               88  NOM-CHAIN-ENDED                 VALUE 'Y'.

      * LOB DESCRIPTIONS.
       01  WS-LOB-TABLE.
           05  WS-LOB-ENTRY OCCURS 20 TIMES.
               10  WS-LOB-CODE          PIC X(01).
               10  WS-LOB-DESC          PIC X(20).
       77  WS-LOB-CNT                  PIC 9(2)    VALUE ZEROES.
       77  WS-LOB-IDX                  PIC 9(2)    VALUE ZEROES.
       77  WS-LOB-FOUND-SW             PIC X(01)   VALUE 'N'.
           88  WS-LOB-FOUND                        VALUE 'Y'.

      * AGENT NAMES AND LICENSE NUMBERS.
       01  WS-AGENT-TABLE.
           05  WS-AGENT-ENTRY OCCURS 500 TIMES.
               10  WS-AGT-ID            PIC X(05).
               10  WS-AGT-NAME          PIC X(30).
               10  WS-AGT-LICENSE-NO    PIC X(10).
       77  WS-AGENT-CNT                PIC 9(4)    VALUE ZEROES.
       77  WS-AGENT-SRCH-IDX           PIC 9(4)    VALUE ZEROES.
       77  WS-AGENT-FOUND-SW           PIC X(01)   VALUE 'N'.
           88  WS-AGENT-FOUND                      VALUE 'Y'.

      * BILLED INSTALLMENTS, THE SAME TABLE SHAPE INVGEN.CBL LOADS.
       01  WS-BILL-TABLE.
           05  WS-BILL-ENTRY OCCURS 5000 TIMES.
               10  WS-BILL-POLICYNO     PIC 9(07).
               10  WS-BILL-INST-NO      PIC 9(02).
               10  WS-BILL-DUE-DATE     PIC 9(08).
               10  WS-BILL-AMOUNT       PIC 9(8)V99.
               10  WS-BILL-TAX-AMOUNT   PIC 9(8)V99.
       77  WS-BILL-CNT                 PIC 9(4)    VALUE ZEROES.
       77  WS-BILL-IDX                 PIC 9(4)    VALUE ZEROES.
       77  WS-INST-CNT                 PIC 9(3)    VALUE ZEROES.

      * THE MASTER'S 8-BYTE KEY AGAINST THE BILLING FILE'S 7-DIGIT
      * NUMERIC ONE: THE LEADING ZERO DROPPED, THE REVERSE OF THE
      * NORMALIZATION RENEWEXEC.CBL APPLIES.
       01  WS-BILL-KEY-X.
           05  WS-BILL-KEY-NUM         PIC 9(07).
       77  WS-BILL-KEY-OK-SW           PIC X(01)   VALUE 'N'.
           88  WS-BILL-KEY-OK                      VALUE 'Y'.
       77  WS-TERM-START               PIC 9(08)   VALUE ZEROES.
       77  WS-TERM-END                 PIC 9(08)   VALUE ZEROES.

       77  WS-CUST-FOUND-SW            PIC X(01)   VALUE 'N'.
           88  WS-CUST-FOUND                       VALUE 'Y'.
       77  WS-NOMINEE-CNT              PIC 9(3)    VALUE ZEROES.
       77  WS-FORMATTED-PREMIUM        PIC Z(7)9.99.
       77  WS-FORMATTED-TAX            PIC Z(7)9.99.
       77  WS-FORMATTED-SHARE          PIC ZZ9.99.

       LINKAGE SECTION.
       COPY 'SCHDCOPY'.

       PROCEDURE DIVISION USING SCHD-AREA.
       0000-MAIN-PARA.
           EVALUATE SCHD-FUNCTION
               WHEN 'P'
                   IF NOT WS-OPENED
                       PERFORM 1000-FILES-OPEN-PARA
                   END-IF
                   PERFORM 2000-SCHEDULE-PRINT-PARA
               WHEN 'C'
                   PERFORM 3000-FILES-CLOSE-PARA
               WHEN OTHER
                   DISPLAY 'POLSCHED: UNKNOWN FUNCTION ' SCHD-FUNCTION
           END-EVALUATE.
           GOBACK.

      * A SERVICE SUBPROGRAM DOES NOT PULL DOWN ITS CALLER: A PRINT
      * FILE THAT IS NOT CONFIGURED OR CANNOT BE OPENED MAKES EVERY
      * CALL COME BACK UNPRINTED, AND THE CALLER COUNTS IT.
       1000-FILES-OPEN-PARA.
           SET WS-OPENED TO TRUE.

           MOVE SCHD-PRINT-NAME TO WS-CFG-NAME.
           PERFORM 1050-FILECFG-ONE-PARA.
           IF WS-CFG-RESULT = 'Y'
               MOVE WS-CFG-PATH TO WS-SCHDFL-PATH
               OPEN OUTPUT SCHDFL
               IF WS-SCHDFL-STATUS = '00'
                   SET SCHDFL-AVAILABLE TO TRUE
               ELSE
                   DISPLAY 'POLSCHED: SCHEDULE FILE CANNOT BE OPENED, '
                       'STATUS ' WS-SCHDFL-STATUS
               END-IF
           END-IF.

           MOVE SCHD-NOADDR-NAME TO WS-CFG-NAME.
           PERFORM 1050-FILECFG-ONE-PARA.
           IF WS-CFG-RESULT = 'Y'
               MOVE WS-CFG-PATH TO WS-NOADDRFL-PATH
               OPEN OUTPUT NOADDRFL
               IF WS-NOADDRFL-STATUS = '00'
                   SET NOADDRFL-AVAILABLE TO TRUE
                   MOVE 'NO VALID ADDRESS - POLICY SCHEDULES NOT MAILED'
                       TO NOADDRFL-REC
                   WRITE NOADDRFL-REC
               END-IF
           END-IF.

           MOVE 'CUSTOMERMAST' TO WS-CFG-NAME.
           PERFORM 1050-FILECFG-ONE-PARA.
           IF WS-CFG-RESULT = 'Y'
               MOVE WS-CFG-PATH TO WS-CUSTFL-PATH
               OPEN INPUT CUSTFL
               IF WS-CUSTFL-STATUS = '00'
                   SET CUSTFL-AVAILABLE TO TRUE
               END-IF
           END-IF.

           MOVE 'NOMINEEMAST' TO WS-CFG-NAME.
           PERFORM 1050-FILECFG-ONE-PARA.
           IF WS-CFG-RESULT = 'Y'
               MOVE WS-CFG-PATH TO WS-NOMMAST-PATH
               OPEN INPUT NOMMAST
               IF WS-NOMMAST-STATUS = '00'
                   SET NOMMAST-AVAILABLE TO TRUE
               END-IF
           END-IF.

           MOVE 'LOBCODES' TO WS-CFG-NAME.
           PERFORM 1050-FILECFG-ONE-PARA.
           IF WS-CFG-RESULT = 'Y'
               MOVE WS-CFG-PATH TO WS-LOBCODES-PATH
               OPEN INPUT LOBCODES
               IF WS-LOBCODES-STATUS = '00'
                   PERFORM 1100-LOBCODES-LOAD-PARA UNTIL LOBCODES-EOF
                   CLOSE LOBCODES
               END-IF
           END-IF.

           MOVE 'AGENTMASTER' TO WS-CFG-NAME.
           PERFORM 1050-FILECFG-ONE-PARA.
           IF WS-CFG-RESULT = 'Y'
               MOVE WS-CFG-PATH TO WS-AGENTFL-PATH
               OPEN INPUT AGENTFL
               IF WS-AGENTFL-STATUS = '00'
                   PERFORM 1200-AGENTFL-LOAD-PARA UNTIL AGENTFL-EOF
                   CLOSE AGENTFL
               END-IF
           END-IF.

           MOVE 'BILLING' TO WS-CFG-NAME.
           PERFORM 1050-FILECFG-ONE-PARA.
           IF WS-CFG-RESULT = 'Y'
               MOVE WS-CFG-PATH TO WS-BILLFL-PATH
               OPEN INPUT BILLFL
               IF WS-BILLFL-STATUS = '00'
                   PERFORM 1300-BILLFL-LOAD-PARA UNTIL BILLFL-EOF
                   CLOSE BILLFL
               END-IF
           END-IF.

       1050-FILECFG-ONE-PARA.
           CALL 'FILECFG' USING WS-CFG-NAME, WS-CFG-PATH,
               WS-CFG-RESULT.
           IF WS-CFG-RESULT NOT = 'Y'
               DISPLAY 'POLSCHED: FILE PATH NOT CONFIGURED: '
                   WS-CFG-NAME
           END-IF.

       1100-LOBCODES-LOAD-PARA.
           READ LOBCODES
               AT END
                   SET LOBCODES-EOF TO TRUE
               NOT AT END
                   IF WS-LOB-CNT < 20
                       ADD 1 TO WS-LOB-CNT
                       MOVE LOBC-CODE TO WS-LOB-CODE(WS-LOB-CNT)
                       MOVE LOBC-DESC TO WS-LOB-DESC(WS-LOB-CNT)
                   END-IF
           END-READ.

       1200-AGENTFL-LOAD-PARA.
           READ AGENTFL
               AT END
                   SET AGENTFL-EOF TO TRUE
               NOT AT END
                   IF WS-AGENT-CNT < 500
                       ADD 1 TO WS-AGENT-CNT
                       MOVE AGT-ID TO WS-AGT-ID(WS-AGENT-CNT)
                       MOVE AGT-NAME TO WS-AGT-NAME(WS-AGENT-CNT)
                       MOVE AGT-LICENSE-NO TO
                           WS-AGT-LICENSE-NO(WS-AGENT-CNT)
                   ELSE
                       DISPLAY 'POLSCHED: WS-AGENT-TABLE FULL, ENTRY '
                           'IGNORED: ' AGT-ID
                   END-IF
           END-READ.

       1300-BILLFL-LOAD-PARA.
           READ BILLFL
               AT END
                   SET BILLFL-EOF TO TRUE
               NOT AT END
                   IF WS-BILL-CNT < 5000
                       ADD 1 TO WS-BILL-CNT
                       MOVE BILL-POLICYNO TO
                           WS-BILL-POLICYNO(WS-BILL-CNT)
                       MOVE BILL-INST-NO TO
                           WS-BILL-INST-NO(WS-BILL-CNT)
                       MOVE BILL-DUE-DATE TO
                           WS-BILL-DUE-DATE(WS-BILL-CNT)
                       MOVE BILL-AMOUNT TO WS-BILL-AMOUNT(WS-BILL-CNT)
                       MOVE BILL-TAX-AMOUNT TO
                           WS-BILL-TAX-AMOUNT(WS-BILL-CNT)
                   ELSE
                       DISPLAY 'POLSCHED: WS-BILL-TABLE FULL, '
                           'INSTALLMENT IGNORED: ' BILL-POLICYNO
                   END-IF
           END-READ.

      * ONE SCHEDULE BLOCK: SEPARATOR, CUSTOMER NAME/ADDRESS HEAD,
      * THE SCHEDULE TITLE (AND A WELCOME FOR NEW BUSINESS), THE
      * POLICY, COVER AND PREMIUM, THE INSTALLMENTS, THE SERVICING
      * AGENT, AND THE NOMINEES. A CUSTOMER ON ADDRESS HOLD IS NOT
      * MAILED AT THE DEAD ADDRESS; THE SCHEDULE GOES TO THE
      * EXCEPTION LIST AND CAN BE REPRINTED ONCE THE HOLD CLEARS.
       2000-SCHEDULE-PRINT-PARA.
           PERFORM 2050-CUSTOMER-LOOKUP-PARA.
           EVALUATE TRUE
               WHEN NOT SCHDFL-AVAILABLE
                   SET SCHD-NOT-PRINTED TO TRUE
               WHEN WS-CUST-FOUND AND CUST-ADDRESS-HELD
                   PERFORM 2060-NOADDR-WRITE-PARA
                   SET SCHD-ADDRESS-HELD TO TRUE
               WHEN OTHER
                   PERFORM 2070-SCHEDULE-BLOCK-PARA
                   SET SCHD-PRINTED TO TRUE
           END-EVALUATE.

       2050-CUSTOMER-LOOKUP-PARA.
           MOVE 'N' TO WS-CUST-FOUND-SW.
           IF CUSTFL-AVAILABLE
               MOVE SCHD-CUSTOMERID TO CUST-CUSTOMERID
               READ CUSTFL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-CUST-FOUND TO TRUE
               END-READ
           END-IF.

       2060-NOADDR-WRITE-PARA.
           IF NOADDRFL-AVAILABLE
               MOVE SPACES TO NOADDRFL-REC
               STRING 'CUSTOMER ' DELIMITED BY SIZE
                   CUST-CUSTOMERID DELIMITED BY SIZE
                   ' POLICY ' DELIMITED BY SIZE
                   SCHD-POLICYNO DELIMITED BY SIZE
                   ' HOLD ' DELIMITED BY SIZE
                   CUST-HOLD-RSN DELIMITED BY SIZE
                   ' SINCE ' DELIMITED BY SIZE
                   CUST-HOLD-DATE DELIMITED BY SIZE
                   ' POLICY SCHEDULE' DELIMITED BY SIZE
                   INTO NOADDRFL-REC
               WRITE NOADDRFL-REC
           END-IF.

       2070-SCHEDULE-BLOCK-PARA.
           MOVE ALL '-' TO SCHDFL-REC.
           WRITE SCHDFL-REC.
           PERFORM 2100-CUSTOMER-HEAD-PARA.
           PERFORM 2200-POLICY-LINES-PARA.
           PERFORM 2300-INSTALLMENT-LINES-PARA.
           PERFORM 2400-AGENT-LINE-PARA.
           PERFORM 2500-NOMINEE-LINES-PARA.

       2100-CUSTOMER-HEAD-PARA.
           IF WS-CUST-FOUND
               MOVE CUST-CUSTNAME TO SCHDFL-REC
               WRITE SCHDFL-REC
               MOVE SPACES TO SCHDFL-REC
               STRING CUST-CUSTADDR DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   CUST-POSTCODE DELIMITED BY SIZE
                   INTO SCHDFL-REC
               WRITE SCHDFL-REC
           ELSE
               MOVE SPACES TO SCHDFL-REC
               STRING 'CUSTOMER ' DELIMITED BY SIZE
                   SCHD-CUSTOMERID DELIMITED BY SIZE
                   ' - NAME/ADDRESS NOT ON MASTER' DELIMITED BY SIZE
                   INTO SCHDFL-REC
               WRITE SCHDFL-REC
           END-IF.
           MOVE SPACES TO SCHDFL-REC.
           WRITE SCHDFL-REC.

       2200-POLICY-LINES-PARA.
           EVALUATE TRUE
               WHEN SCHD-NEW-BUSINESS
                   MOVE 'POLICY SCHEDULE - NEW POLICY' TO SCHDFL-REC
                   WRITE SCHDFL-REC
                   MOVE 'WELCOME, AND THANK YOU FOR INSURING WITH US.'
                       TO SCHDFL-REC
                   WRITE SCHDFL-REC
                   MOVE 'PLEASE KEEP THIS SCHEDULE WITH YOUR POLICY.'
                       TO SCHDFL-REC
                   WRITE SCHDFL-REC
               WHEN SCHD-RENEWAL
                   MOVE 'POLICY SCHEDULE - RENEWAL' TO SCHDFL-REC
                   WRITE SCHDFL-REC
               WHEN OTHER
                   MOVE 'POLICY SCHEDULE - DUPLICATE COPY'
                       TO SCHDFL-REC
                   WRITE SCHDFL-REC
           END-EVALUATE.

           MOVE SPACES TO SCHDFL-REC.
           STRING 'POLICY NUMBER   ' DELIMITED BY SIZE
               SCHD-POLICYNO DELIMITED BY SIZE
               INTO SCHDFL-REC.
           WRITE SCHDFL-REC.

           MOVE 'N' TO WS-LOB-FOUND-SW.
           MOVE 1 TO WS-LOB-IDX.
           PERFORM 2250-LOB-FIND-ONE-PARA
               UNTIL WS-LOB-IDX > WS-LOB-CNT
                  OR WS-LOB-FOUND.
           MOVE SPACES TO SCHDFL-REC.
           IF WS-LOB-FOUND
               STRING 'COVER           ' DELIMITED BY SIZE
                   SCHD-LOBCODE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-LOB-DESC(WS-LOB-IDX) DELIMITED BY SIZE
                   INTO SCHDFL-REC
           ELSE
               STRING 'COVER           ' DELIMITED BY SIZE
                   SCHD-LOBCODE DELIMITED BY SIZE
                   INTO SCHDFL-REC
           END-IF.
           WRITE SCHDFL-REC.

           MOVE SPACES TO SCHDFL-REC.
           STRING 'PERIOD OF COVER ' DELIMITED BY SIZE
               SCHD-START-DATE DELIMITED BY SIZE
               ' TO ' DELIMITED BY SIZE
               SCHD-END-DATE DELIMITED BY SIZE
               INTO SCHDFL-REC.
           WRITE SCHDFL-REC.

           MOVE SPACES TO SCHDFL-REC.
           IF SCHD-PREMIUM-NUM NUMERIC
               MOVE SCHD-PREMIUM-NUM TO WS-FORMATTED-PREMIUM
               STRING 'PREMIUM         ' DELIMITED BY SIZE
                   WS-FORMATTED-PREMIUM DELIMITED BY SIZE
                   INTO SCHDFL-REC
           ELSE
               STRING 'PREMIUM         ' DELIMITED BY SIZE
                   SCHD-PREMIUM DELIMITED BY SIZE
                   INTO SCHDFL-REC
           END-IF.
           WRITE SCHDFL-REC.

       2250-LOB-FIND-ONE-PARA.
           IF WS-LOB-CODE(WS-LOB-IDX) = SCHD-LOBCODE
               SET WS-LOB-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-LOB-IDX
           END-IF.

      * THE INSTALLMENTS BILLED FOR THE CURRENT TERM. A POLICY JUST
      * ISSUED OR RENEWED IS NOT BILLED UNTIL BILLGEN.CBL'S NEXT RUN,
      * SO ITS SCHEDULE SAYS THE INSTALLMENTS FOLLOW ON THE FIRST
      * BILL; A REPRINT AFTER BILLING SHOWS THEM IN FULL.
       2300-INSTALLMENT-LINES-PARA.
           MOVE 'INSTALLMENTS' TO SCHDFL-REC.
           WRITE SCHDFL-REC.
           MOVE ZEROES TO WS-INST-CNT.
           MOVE 'N' TO WS-BILL-KEY-OK-SW.
           IF SCHD-POLICYNO(1:1) = '0'
                   AND SCHD-POLICYNO(2:7) NUMERIC
                   AND SCHD-START-DATE NUMERIC
                   AND SCHD-END-DATE NUMERIC
               MOVE SCHD-POLICYNO(2:7) TO WS-BILL-KEY-X
               MOVE SCHD-START-DATE TO WS-TERM-START
               MOVE SCHD-END-DATE TO WS-TERM-END
               SET WS-BILL-KEY-OK TO TRUE
           END-IF.
           IF WS-BILL-KEY-OK
               PERFORM 2350-INSTALLMENT-ONE-PARA
                   VARYING WS-BILL-IDX FROM 1 BY 1
                   UNTIL WS-BILL-IDX > WS-BILL-CNT
           END-IF.
           IF WS-INST-CNT = 0
               MOVE '  INSTALLMENTS FOLLOW WITH YOUR FIRST BILL.'
                   TO SCHDFL-REC
               WRITE SCHDFL-REC
           END-IF.

       2350-INSTALLMENT-ONE-PARA.
           IF WS-BILL-POLICYNO(WS-BILL-IDX) = WS-BILL-KEY-NUM
                   AND WS-BILL-DUE-DATE(WS-BILL-IDX) >= WS-TERM-START
                   AND WS-BILL-DUE-DATE(WS-BILL-IDX) <= WS-TERM-END
               ADD 1 TO WS-INST-CNT
               MOVE WS-BILL-AMOUNT(WS-BILL-IDX) TO WS-FORMATTED-PREMIUM
               MOVE WS-BILL-TAX-AMOUNT(WS-BILL-IDX) TO WS-FORMATTED-TAX
               MOVE SPACES TO SCHDFL-REC
               STRING '  NO ' DELIMITED BY SIZE
                   WS-BILL-INST-NO(WS-BILL-IDX) DELIMITED BY SIZE
                   ' DUE ' DELIMITED BY SIZE
                   WS-BILL-DUE-DATE(WS-BILL-IDX) DELIMITED BY SIZE
                   ' PREMIUM ' DELIMITED BY SIZE
                   WS-FORMATTED-PREMIUM DELIMITED BY SIZE
                   ' TAX ' DELIMITED BY SIZE
                   WS-FORMATTED-TAX DELIMITED BY SIZE
                   INTO SCHDFL-REC
               WRITE SCHDFL-REC
           END-IF.

       2400-AGENT-LINE-PARA.
           MOVE 'N' TO WS-AGENT-FOUND-SW.
           MOVE 1 TO WS-AGENT-SRCH-IDX.
           PERFORM 2450-AGENT-FIND-ONE-PARA
               UNTIL WS-AGENT-SRCH-IDX > WS-AGENT-CNT
                  OR WS-AGENT-FOUND.
           MOVE SPACES TO SCHDFL-REC.
           IF WS-AGENT-FOUND
               STRING 'AGENT ' DELIMITED BY SIZE
                   SCHD-AGENT-ID DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-AGT-NAME(WS-AGENT-SRCH-IDX) DELIMITED BY SIZE
                   ' LICENSE ' DELIMITED BY SIZE
                   WS-AGT-LICENSE-NO(WS-AGENT-SRCH-IDX)
                       DELIMITED BY SIZE
                   INTO SCHDFL-REC
           ELSE
               STRING 'AGENT ' DELIMITED BY SIZE
                   SCHD-AGENT-ID DELIMITED BY SIZE
                   ' - NOT ON AGENT MASTER' DELIMITED BY SIZE
                   INTO SCHDFL-REC
           END-IF.
           WRITE SCHDFL-REC.

       2450-AGENT-FIND-ONE-PARA.
           IF WS-AGT-ID(WS-AGENT-SRCH-IDX) = SCHD-AGENT-ID
               SET WS-AGENT-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-AGENT-SRCH-IDX
           END-IF.

      * THE SAME NOMINEE LINES CUST360.CBL PRINTS, WITH THE
      * APPOINTEE UNDER ANY NOMINEE WHO HAS ONE.
       2500-NOMINEE-LINES-PARA.
           MOVE 'NOMINEES' TO SCHDFL-REC.
           WRITE SCHDFL-REC.
           MOVE ZEROES TO WS-NOMINEE-CNT.
           IF NOMMAST-AVAILABLE
               MOVE 'N' TO WS-NOM-CHAIN-END-SW
               MOVE SCHD-POLICYNO TO NOM-POLICYNO
               MOVE ZEROES TO NOM-SEQ
               START NOMMAST KEY >= NOM-KEY
                   INVALID KEY
                       SET NOM-CHAIN-ENDED TO TRUE
               END-START
               PERFORM 2550-NOMINEE-LINE-PARA UNTIL NOM-CHAIN-ENDED
           END-IF.
           IF WS-NOMINEE-CNT = 0
               MOVE '  NO NOMINEE ON FILE' TO SCHDFL-REC
               WRITE SCHDFL-REC
           END-IF.

       2550-NOMINEE-LINE-PARA.
           READ NOMMAST NEXT
               AT END
                   SET NOM-CHAIN-ENDED TO TRUE
               NOT AT END
                   IF NOM-POLICYNO NOT = SCHD-POLICYNO
                       SET NOM-CHAIN-ENDED TO TRUE
                   ELSE
                       ADD 1 TO WS-NOMINEE-CNT
                       MOVE NOM-SHARE-PCT TO WS-FORMATTED-SHARE
                       MOVE SPACES TO SCHDFL-REC
                       STRING '  ' DELIMITED BY SIZE
                           NOM-NAME DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           NOM-RELATION DELIMITED BY SIZE
                           ' SHARE ' DELIMITED BY SIZE
                           WS-FORMATTED-SHARE DELIMITED BY SIZE
                           '%' DELIMITED BY SIZE
                           INTO SCHDFL-REC
                       WRITE SCHDFL-REC
                       IF NOM-APPOINTEE NOT = SPACES
                           MOVE SPACES TO SCHDFL-REC
                           STRING '    APPOINTEE ' DELIMITED BY SIZE
                               NOM-APPOINTEE DELIMITED BY SIZE
                               ' ' DELIMITED BY SIZE
                               NOM-APPT-RELATION DELIMITED BY SIZE
                               INTO SCHDFL-REC
                           WRITE SCHDFL-REC
                       END-IF
                   END-IF
           END-READ.

       3000-FILES-CLOSE-PARA.
           IF SCHDFL-AVAILABLE
               CLOSE SCHDFL
           END-IF.
           IF NOADDRFL-AVAILABLE
               CLOSE NOADDRFL
           END-IF.
           IF CUSTFL-AVAILABLE
               CLOSE CUSTFL
           END-IF.
           IF NOMMAST-AVAILABLE
               CLOSE NOMMAST
           END-IF.
           MOVE 'N' TO WS-OPENED-SW.
           MOVE 'N' TO WS-SCHDFL-AVAIL-SW.
           MOVE 'N' TO WS-NOADDRFL-AVAIL-SW.
           MOVE 'N' TO WS-CUSTFL-AVAIL-SW.
           MOVE 'N' TO WS-NOMMAST-AVAIL-SW.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDRESPONSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE BANK'S RESPONSE TO DDPRESENT.CBL'S PRESENTATION FILE: ONE
      * LINE PER DEBIT ECHOING THE PRESENTED MANDATE, POLICY, DUE
      * DATE, AMOUNT AND INVOICE, WITH THE OUTCOME AND, FOR A FAILED
      * DEBIT, THE BANK'S REASON CODE.
           SELECT DDRESP ASSIGN TO DYNAMIC WS-DDRESP-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-DDRESP-STATUS.

      * SAME ASSIGN/LAYOUT AS DDPRESENT.CBL'S MANDFL. LOADED WHOLE,
      * FAILURE COUNTS AND STATUSES UPDATED IN THE TABLE, THEN
      * REWRITTEN, THE SAME WAY RCPTNUM.CBL REWRITES THE RECEIPTS
      * FEED.
           SELECT MANDFL ASSIGN TO DYNAMIC WS-MANDFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-MANDFL-STATUS.

      * SAME ASSIGN/LAYOUT AS RECEIPTS.CBL'S RCPTFL. A SUCCESSFUL
      * DEBIT IS APPENDED UNNUMBERED; RCPTNUM.CBL ISSUES ITS RECEIPT
      * NUMBER BEFORE RECEIPTS.CBL POSTS IT TO THE LEDGER, EXACTLY AS
      * FOR A BRANCH RECEIPT.
           SELECT RCPTFL ASSIGN TO DYNAMIC WS-RCPTFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-RCPTFL-STATUS.

      * FAILED DEBITS WITH THE BANK'S REASON CODE, APPENDED EACH RUN
      * AND READ BY DUNNING.CBL SO THE ARREARS NOTICE CAN TELL THE
      * CUSTOMER WHY THE COLLECTION DID NOT GO THROUGH.
           SELECT DDFAIL ASSIGN TO DYNAMIC WS-DDFAIL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-DDFAIL-STATUS.

      * SAME ASSIGN/LAYOUT AS DDPRESENT.CBL'S DDPARM: THE FAILURE
      * LIMIT THAT SUSPENDS A MANDATE.
           SELECT DDPARM ASSIGN TO DYNAMIC WS-DDPARM-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-DDPARM-STATUS.

      * ONE LINE PER RESPONSE AND PER MANDATE SUSPENDED, WITH RUN
      * TOTALS, FOR THE COLLECTIONS DESK.
           SELECT DDRESPREG ASSIGN TO DYNAMIC WS-DDRESPREG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-DDRESPREG-STATUS.

      * EXTERNALLY-SUPPLIED RUN DATE (RUNPARM.CPY), STAMPED ON EACH
      * FAILURE AND ON THE MANDATE'S LAST-FAILURE DATE.
           SELECT RUNPARM ASSIGN TO DYNAMIC WS-RUNPARM-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-RUNPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DDRESP.
       01  DDRESP-REC.
           05  RSP-REFERENCE       PIC X(18).
           05  RSP-POLICYNO        PIC 9(07).
           05  RSP-DUE-DATE        PIC 9(08).
           05  RSP-AMOUNT          PIC 9(8)V99.
           05  RSP-INVOICE-NO      PIC 9(08).
           05  RSP-RESULT          PIC X(01).
               88  RSP-PAID                    VALUE 'P'.
               88  RSP-FAILED                  VALUE 'F'.
           05  RSP-REASON          PIC X(04).
           05  FILLER              PIC X(24).

      * SAME LAYOUT AS DDPRESENT.CBL'S MANDFL-REC.
       FD  MANDFL.
       01  MANDFL-REC.
           05  MND-CUSTOMERID      PIC X(08).
           05  MND-BANK-CODE       PIC X(08).
           05  MND-ACCOUNT         PIC X(16).
           05  MND-REFERENCE       PIC X(18).
           05  MND-STATUS          PIC X(01).
               88  MND-ACTIVE                  VALUE 'A'.
               88  MND-SUSPENDED               VALUE 'S'.
               88  MND-CANCELLED               VALUE 'C'.
           05  MND-FAIL-CNT        PIC 9(02).
           05  MND-LAST-FAIL-DATE  PIC 9(08).
           05  MND-LAST-REASON     PIC X(04).
           05  FILLER              PIC X(15).

      * SAME LAYOUT AS RECEIPTS.CBL'S RCPTFL-REC.
       FD  RCPTFL.
       01  RCPTFL-REC.
           05  RCPT-POLICYNO       PIC 9(07).
           05  RCPT-DUE-DATE       PIC 9(08).
           05  RCPT-AMOUNT         PIC 9(8)V99.
           05  RCPT-INVOICE-NO     PIC 9(08).
           05  RCPT-RECEIPT-NO     PIC 9(08).
           05  FILLER              PIC X(39).

       FD  DDFAIL.
       01  DDFAIL-REC.
           05  FLR-POLICYNO        PIC 9(07).
           05  FLR-DUE-DATE        PIC 9(08).
           05  FLR-AMOUNT          PIC 9(8)V99.
           05  FLR-REASON          PIC X(04).
           05  FLR-FAIL-DATE       PIC 9(08).
           05  FLR-REFERENCE       PIC X(18).
           05  FILLER              PIC X(25).

      * SAME LAYOUT AS DDPRESENT.CBL'S DDPARM-REC.
       FD  DDPARM.
       01  DDPARM-REC.
           05  DDP-LEAD-DAYS       PIC 9(03).
           05  DDP-MAX-FAILS       PIC 9(02).
           05  FILLER              PIC X(75).

       FD  DDRESPREG.
       01  DDRESPREG-REC           PIC X(80).

       FD  RUNPARM.
       COPY 'RUNPARM'.

       WORKING-STORAGE SECTION.
      * RESOLVED FILE PATHS. EVERY ASSIGNMENT COMES FROM THE
      * EXTERNAL FILE CONFIGURATION (FILECFG) AT STARTUP -- SEE
      * 0050-FILECFG-LOAD-PARA -- SO A DISK MOVE OR A TEST RUN
      * NEVER MEANS EDITING AND RECOMPILING THIS PROGRAM.
       77  WS-DDRESP-PATH              PIC X(80) VALUE SPACES.
       77  WS-MANDFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-RCPTFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-DDFAIL-PATH              PIC X(80) VALUE SPACES.
       77  WS-DDPARM-PATH              PIC X(80) VALUE SPACES.
       77  WS-DDRESPREG-PATH           PIC X(80) VALUE SPACES.
       77  WS-RUNPARM-PATH             PIC X(80) VALUE SPACES.
       77  WS-CFG-NAME             PIC X(12)   VALUE SPACES.
       77  WS-CFG-PATH             PIC X(80)   VALUE SPACES.
       77  WS-CFG-RESULT           PIC X(01)   VALUE 'N'.

       01  WS-FILE-STATUS.
           05  WS-DDRESP-STATUS        PIC X(2).
           05  WS-MANDFL-STATUS        PIC X(2).
           05  WS-RCPTFL-STATUS        PIC X(2).
           05  WS-DDFAIL-STATUS        PIC X(2).
           05  WS-DDPARM-STATUS        PIC X(2).
           05  WS-DDRESPREG-STATUS     PIC X(2).
           05  WS-RUNPARM-STATUS       PIC X(2).

       01  WS-EOF-SWITCHES.
           05  WS-DDRESP-EOF-SW        PIC X(01)   VALUE 'N'.
               88  DDRESP-EOF                      VALUE 'Y'.
           05  WS-MANDFL-EOF-SW        PIC X(01)   VALUE 'N'.
               88  MANDFL-EOF                      VALUE 'Y'.

      * THE WHOLE MANDATE MASTER, HELD AS RAW RECORDS SO FIELDS THIS
      * PROGRAM DOES NOT MAINTAIN ARE REWRITTEN UNTOUCHED.
       01  WS-MANDATE-TABLE.
           05  WS-MND-ENTRY OCCURS 2000 TIMES PIC X(80).
       77  WS-MND-CNT                  PIC 9(4)    VALUE ZEROES.
       77  WS-MND-IDX                  PIC 9(4)    VALUE ZEROES.
       77  WS-MND-SRCH-IDX             PIC 9(4)    VALUE ZEROES.
       77  WS-MND-FOUND-SW             PIC X(01)   VALUE 'N'.
           88  WS-MND-FOUND                        VALUE 'Y'.
       77  WS-MND-FULL-SW              PIC X(01)   VALUE 'N'.
           88  WS-MND-TABLE-FULL                   VALUE 'Y'.

      * CONSECUTIVE FAILURES THAT SUSPEND A MANDATE. THE DEFAULT
      * HOLDS WHEN DDPARM IS MISSING.
       77  WS-MAX-FAILS                PIC 9(2)    VALUE 2.

       77  WS-RUN-DATE                 PIC 9(8)    VALUE ZEROES.

       01  WS-COUNTERS.
           05  WS-DDRESP-RD-CNT        PIC 9(6)    VALUE ZEROES.
           05  WS-PAID-CNT             PIC 9(6)    VALUE ZEROES.
           05  WS-FAILED-CNT           PIC 9(6)    VALUE ZEROES.
           05  WS-REJECTED-CNT         PIC 9(6)    VALUE ZEROES.
           05  WS-NO-MANDATE-CNT       PIC 9(6)    VALUE ZEROES.
           05  WS-SUSPENDED-CNT        PIC 9(6)    VALUE ZEROES.

       77  WS-PAID-TOTAL               PIC 9(9)V99 VALUE ZEROES.
       77  WS-FAILED-TOTAL             PIC 9(9)V99 VALUE ZEROES.
       77  WS-RESULT-TEXT              PIC X(10)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0050-FILECFG-LOAD-PARA.
           PERFORM 1000-FILES-OPEN-PARA.
           EVALUATE TRUE
               WHEN WS-DDRESP-STATUS NOT = '00'
                   DISPLAY 'BANK RESPONSE FILE CANNOT BE OPENED.'
                   MOVE 16 TO RETURN-CODE
               WHEN WS-RCPTFL-STATUS NOT = '00'
                   DISPLAY 'RECEIPTS FEED CANNOT BE EXTENDED.'
                   MOVE 16 TO RETURN-CODE
               WHEN WS-DDFAIL-STATUS NOT = '00'
                   DISPLAY 'FAILED DEBIT FILE CANNOT BE EXTENDED.'
                   MOVE 16 TO RETURN-CODE
               WHEN WS-MND-TABLE-FULL
                   DISPLAY 'MANDATE MASTER TOO LARGE, NOT PROCESSED.'
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   PERFORM 2000-DDRESP-READ-PARA UNTIL DDRESP-EOF
                   PERFORM 3500-MANDFL-REWRITE-PARA
           END-EVALUATE.
           PERFORM 3900-FILES-CLOSE-PARA.

           DISPLAY 'BANK RESPONSES READ: ', WS-DDRESP-RD-CNT.
           DISPLAY 'DEBITS PAID: ', WS-PAID-CNT.
           DISPLAY 'DEBITS FAILED: ', WS-FAILED-CNT.
           DISPLAY 'RESPONSES REJECTED: ', WS-REJECTED-CNT.
           DISPLAY 'MANDATE NOT ON MASTER: ', WS-NO-MANDATE-CNT.
           DISPLAY 'MANDATES SUSPENDED: ', WS-SUSPENDED-CNT.
           STOP RUN.

       1000-FILES-OPEN-PARA.
           PERFORM 1050-RUNPARM-LOAD-PARA.
           PERFORM 1100-DDPARM-LOAD-PARA.
           PERFORM 1200-MANDFL-LOAD-PARA.

           OPEN INPUT DDRESP.
           DISPLAY 'FILE STATUS FOR DDRESP:', WS-DDRESP-STATUS.
           IF WS-DDRESP-STATUS NOT = '00'
               SET DDRESP-EOF TO TRUE
           END-IF.

           OPEN EXTEND RCPTFL.
           DISPLAY 'FILE STATUS FOR RCPTFL:', WS-RCPTFL-STATUS.

           OPEN EXTEND DDFAIL.
           DISPLAY 'FILE STATUS FOR DDFAIL:', WS-DDFAIL-STATUS.

           OPEN OUTPUT DDRESPREG.
           DISPLAY 'FILE STATUS FOR DDRESPREG:', WS-DDRESPREG-STATUS.
           MOVE SPACES TO DDRESPREG-REC.
           STRING 'DIRECT DEBIT RESPONSE REGISTER - RUN '
               DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO DDRESPREG-REC.
           WRITE DDRESPREG-REC.

       1050-RUNPARM-LOAD-PARA.
           OPEN INPUT RUNPARM.
           IF WS-RUNPARM-STATUS NOT = '00' THEN
               DISPLAY 'RUNPARM NOT FOUND, DEFAULTING RUN DATE.'
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ELSE
               READ RUNPARM
                   AT END
                       DISPLAY 'RUNPARM EMPTY, DEFAULTING RUN DATE.'
                       ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
                   NOT AT END
                       MOVE RUNPARM-RUN-DATE TO WS-RUN-DATE
               END-READ
               CLOSE RUNPARM
           END-IF.

       1100-DDPARM-LOAD-PARA.
           OPEN INPUT DDPARM.
           IF WS-DDPARM-STATUS NOT = '00' THEN
               DISPLAY 'DDPARM NOT FOUND, DEFAULT FAILURE LIMIT USED.'
           ELSE
               READ DDPARM
                   AT END
                       DISPLAY 'DDPARM EMPTY, DEFAULT FAILURE LIMIT '
                           'USED.'
                   NOT AT END
                       IF DDP-MAX-FAILS NUMERIC
                           AND DDP-MAX-FAILS > 0
                           MOVE DDP-MAX-FAILS TO WS-MAX-FAILS
                       ELSE
                           DISPLAY 'DDPARM MALFORMED, DEFAULT '
                               'FAILURE LIMIT USED.'
                       END-IF
               END-READ
               CLOSE DDPARM
           END-IF.

      * A MASTER THAT WILL NOT FIT IS NOT PROCESSED AT ALL: REWRITING
      * A TRUNCATED TABLE WOULD DROP MANDATES.
       1200-MANDFL-LOAD-PARA.
           OPEN INPUT MANDFL.
           IF WS-MANDFL-STATUS NOT = '00' THEN
               DISPLAY 'MANDATE MASTER NOT FOUND.'
               SET MANDFL-EOF TO TRUE
           ELSE
               PERFORM 1250-MANDFL-READ-PARA UNTIL MANDFL-EOF
               CLOSE MANDFL
           END-IF.

       1250-MANDFL-READ-PARA.
           READ MANDFL
               AT END
                   SET MANDFL-EOF TO TRUE
               NOT AT END
                   IF WS-MND-CNT < 2000
                       ADD 1 TO WS-MND-CNT
                       MOVE MANDFL-REC TO WS-MND-ENTRY(WS-MND-CNT)
                   ELSE
                       DISPLAY 'WS-MANDATE-TABLE FULL, ENTRY '
                           'IGNORED: ' MND-CUSTOMERID
                       SET WS-MND-TABLE-FULL TO TRUE
                   END-IF
           END-READ.

       2000-DDRESP-READ-PARA.
           READ DDRESP
               AT END
                   SET DDRESP-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-DDRESP-RD-CNT
                   PERFORM 2100-RESPONSE-POST-PARA
           END-READ.

      * A PAID DEBIT BECOMES A RECEIPT AND CLEARS THE MANDATE'S RUN
      * OF FAILURES; A FAILED ONE IS LOGGED WITH THE BANK'S REASON
      * FOR DUNNING AND COUNTS TOWARDS SUSPENSION.
       2100-RESPONSE-POST-PARA.
           MOVE SPACES TO WS-RESULT-TEXT.
           EVALUATE TRUE
               WHEN RSP-POLICYNO NOT NUMERIC
                 OR RSP-DUE-DATE NOT NUMERIC
                 OR RSP-AMOUNT NOT NUMERIC
                   MOVE 'REJECTED' TO WS-RESULT-TEXT
                   ADD 1 TO WS-REJECTED-CNT
               WHEN RSP-PAID
                   PERFORM 2200-MANDATE-FIND-PARA
                   PERFORM 2300-RECEIPT-WRITE-PARA
                   IF WS-MND-FOUND
                       MOVE WS-MND-ENTRY(WS-MND-SRCH-IDX) TO MANDFL-REC
                       MOVE ZEROES TO MND-FAIL-CNT
                       MOVE MANDFL-REC TO WS-MND-ENTRY(WS-MND-SRCH-IDX)
                   END-IF
               WHEN RSP-FAILED
                   PERFORM 2200-MANDATE-FIND-PARA
                   PERFORM 2400-FAILURE-WRITE-PARA
                   IF WS-MND-FOUND
                       PERFORM 2500-MANDATE-FAIL-PARA
                   END-IF
               WHEN OTHER
                   MOVE 'REJECTED' TO WS-RESULT-TEXT
                   ADD 1 TO WS-REJECTED-CNT
           END-EVALUATE.
           PERFORM 2800-REGISTER-LINE-PARA.

       2200-MANDATE-FIND-PARA.
           MOVE 'N' TO WS-MND-FOUND-SW.
           MOVE 1 TO WS-MND-SRCH-IDX.
           PERFORM 2250-MANDATE-FIND-ONE-PARA
               UNTIL WS-MND-SRCH-IDX > WS-MND-CNT
                  OR WS-MND-FOUND.
           IF NOT WS-MND-FOUND
               ADD 1 TO WS-NO-MANDATE-CNT
           END-IF.

       2250-MANDATE-FIND-ONE-PARA.
           MOVE WS-MND-ENTRY(WS-MND-SRCH-IDX) TO MANDFL-REC.
           IF MND-REFERENCE = RSP-REFERENCE
               SET WS-MND-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-MND-SRCH-IDX
           END-IF.

      * THE MONEY HAS BEEN COLLECTED WHETHER OR NOT THE MANDATE IS
      * STILL ON FILE, SO THE RECEIPT IS ALWAYS RAISED. RECEIPT
      * NUMBER ZERO LEAVES NUMBERING TO RCPTNUM.CBL.
       2300-RECEIPT-WRITE-PARA.
           MOVE SPACES TO RCPTFL-REC.
           MOVE RSP-POLICYNO TO RCPT-POLICYNO.
           MOVE RSP-DUE-DATE TO RCPT-DUE-DATE.
           MOVE RSP-AMOUNT TO RCPT-AMOUNT.
           MOVE RSP-INVOICE-NO TO RCPT-INVOICE-NO.
           MOVE ZEROES TO RCPT-RECEIPT-NO.
           WRITE RCPTFL-REC.
           MOVE 'PAID' TO WS-RESULT-TEXT.
           ADD 1 TO WS-PAID-CNT.
           ADD RSP-AMOUNT TO WS-PAID-TOTAL.

       2400-FAILURE-WRITE-PARA.
           MOVE SPACES TO DDFAIL-REC.
           MOVE RSP-POLICYNO TO FLR-POLICYNO.
           MOVE RSP-DUE-DATE TO FLR-DUE-DATE.
           MOVE RSP-AMOUNT TO FLR-AMOUNT.
           MOVE RSP-REASON TO FLR-REASON.
           MOVE WS-RUN-DATE TO FLR-FAIL-DATE.
           MOVE RSP-REFERENCE TO FLR-REFERENCE.
           WRITE DDFAIL-REC.
           MOVE 'FAILED' TO WS-RESULT-TEXT.
           ADD 1 TO WS-FAILED-CNT.
           ADD RSP-AMOUNT TO WS-FAILED-TOTAL.

      * CONSECUTIVE FAILURES REACHING THE LIMIT SUSPEND AN ACTIVE
      * MANDATE, SO DDPRESENT.CBL STOPS PRESENTING IT UNTIL THE
      * COLLECTIONS DESK REINSTATES IT ON THE MASTER.
       2500-MANDATE-FAIL-PARA.
           MOVE WS-MND-ENTRY(WS-MND-SRCH-IDX) TO MANDFL-REC.
           IF MND-FAIL-CNT NOT NUMERIC
               MOVE ZEROES TO MND-FAIL-CNT
           END-IF.
           IF MND-FAIL-CNT < 99
               ADD 1 TO MND-FAIL-CNT
           END-IF.
           MOVE WS-RUN-DATE TO MND-LAST-FAIL-DATE.
           MOVE RSP-REASON TO MND-LAST-REASON.
           IF MND-ACTIVE AND MND-FAIL-CNT NOT < WS-MAX-FAILS
               SET MND-SUSPENDED TO TRUE
               ADD 1 TO WS-SUSPENDED-CNT
               MOVE SPACES TO DDRESPREG-REC
               STRING 'MANDATE SUSPENDED ' DELIMITED BY SIZE
                   MND-REFERENCE DELIMITED BY SIZE
                   ' CUSTOMER ' DELIMITED BY SIZE
                   MND-CUSTOMERID DELIMITED BY SIZE
                   ' FAILURES ' DELIMITED BY SIZE
                   MND-FAIL-CNT DELIMITED BY SIZE
                   INTO DDRESPREG-REC
               END-STRING
               WRITE DDRESPREG-REC
           END-IF.
           MOVE MANDFL-REC TO WS-MND-ENTRY(WS-MND-SRCH-IDX).

       2800-REGISTER-LINE-PARA.
           MOVE SPACES TO DDRESPREG-REC.
           STRING RSP-REFERENCE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               RSP-POLICYNO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               RSP-DUE-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               RSP-AMOUNT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-RESULT-TEXT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               RSP-REASON DELIMITED BY SIZE
               INTO DDRESPREG-REC
           END-STRING.
           WRITE DDRESPREG-REC.

       3500-MANDFL-REWRITE-PARA.
           IF WS-MND-CNT > 0
               OPEN OUTPUT MANDFL
               IF WS-MANDFL-STATUS NOT = '00'
                   DISPLAY 'MANDATE MASTER CANNOT BE REWRITTEN, '
                       'STATUS ' WS-MANDFL-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE 1 TO WS-MND-IDX
                   PERFORM 3550-MANDFL-WRITE-ONE-PARA
                       UNTIL WS-MND-IDX > WS-MND-CNT
                   CLOSE MANDFL
               END-IF
           END-IF.

       3550-MANDFL-WRITE-ONE-PARA.
           MOVE WS-MND-ENTRY(WS-MND-IDX) TO MANDFL-REC.
           WRITE MANDFL-REC.
           ADD 1 TO WS-MND-IDX.

       3900-FILES-CLOSE-PARA.
           MOVE SPACES TO DDRESPREG-REC.
           STRING 'PAID ' DELIMITED BY SIZE
               WS-PAID-CNT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-PAID-TOTAL DELIMITED BY SIZE
               '  FAILED ' DELIMITED BY SIZE
               WS-FAILED-CNT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-FAILED-TOTAL DELIMITED BY SIZE
               INTO DDRESPREG-REC
           END-STRING.
           WRITE DDRESPREG-REC.
           CLOSE DDRESPREG.
           IF WS-DDRESP-STATUS = '00'
               CLOSE DDRESP
           END-IF.
           IF WS-RCPTFL-STATUS = '00'
               CLOSE RCPTFL
           END-IF.
           IF WS-DDFAIL-STATUS = '00'
               CLOSE DDFAIL
           END-IF.

      * RESOLVES EVERY FILE ASSIGNMENT FROM THE EXTERNAL FILE
      * CONFIGURATION BEFORE ANYTHING IS OPENED, REPORTING EACH
      * RESOLVED PATH. A LOGICAL NAME MISSING FROM THE
      * CONFIGURATION ENDS THE RUN CLEANLY WITH RC 16 BEFORE ANY
      * FILE IS TOUCHED.
       0050-FILECFG-LOAD-PARA.
           MOVE 'DDRESPONSE' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-DDRESP-PATH.
           MOVE 'DDMANDATE' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-MANDFL-PATH.
           MOVE 'RECEIPTS' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-RCPTFL-PATH.
           MOVE 'DDFAILURES' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-DDFAIL-PATH.
           MOVE 'DDPARM' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-DDPARM-PATH.
           MOVE 'DDRESPREG' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-DDRESPREG-PATH.
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETMAIL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * RETURNED-MAIL TRANSACTIONS KEYED BY CUSTOMERID: ONE LINE PER
      * LETTER THE POST OFFICE SENT BACK, WITH THE RETURN REASON, THE
      * DATE IT CAME BACK, AND WHICH DOCUMENT IT WAS.
           SELECT RMTRAN ASSIGN TO DYNAMIC
           WS-RMTRAN-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-RMTRAN-STATUS.

      * SAME ASSIGN/LAYOUT/KEY AS CUSTMAINT.CBL'S CUSTFL. THE HOLD IS
      * SET IN PLACE WITH A REWRITE; CUSTMAINT.CBL CLEARS IT WHEN IT
      * APPLIES AN ADDRESS CHANGE.
           SELECT CUSTFL ASSIGN TO DYNAMIC
           WS-CUSTFL-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CUST-CUSTOMERID
           FILE STATUS WS-CUSTFL-STATUS.

      * APPLIED/REJECTED REGISTER, ONE LINE PER TRANSACTION.
           SELECT RMREG ASSIGN TO DYNAMIC
           WS-RMREG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-RMREG-STATUS.

      * EXTERNALLY-SUPPLIED RUN DATE (RUNPARM.CPY), SAME MISSING-FILE
      * DEFAULTING AS POLICY.CBL.
           SELECT RUNPARM ASSIGN TO DYNAMIC
           WS-RUNPARM-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-RUNPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RMTRAN.
       01  RMTRAN-REC.
           05  RMT-CUSTOMERID  PIC     X(08).
           05  RMT-REASON      PIC     X(01).
               88  RMT-GONE-AWAY               VALUE 'G'.
               88  RMT-ADDRESSEE-UNKNOWN       VALUE 'U'.
               88  RMT-INCOMPLETE-ADDRESS      VALUE 'I'.
               88  RMT-NO-SUCH-ADDRESS         VALUE 'N'.
               88  RMT-REFUSED                 VALUE 'R'.
               88  RMT-VALID-REASON            VALUES 'G' 'U' 'I'
                                                      'N' 'R'.
           05  RMT-RETURN-DATE PIC     X(08).
           05  RMT-DOCUMENT    PIC     X(12).
           05  FILLER          PIC     X(51).

      * SAME LAYOUT AS CUSTMAINT.CBL'S CUSTFL-REC.
       FD  CUSTFL.
       01  CUSTFL-REC.
           05  CUST-CUSTOMERID PIC     X(08).
           05  CUST-CUSTNAME   PIC     X(30).
           05  CUST-CUSTADDR   PIC     X(40).
           05  CUST-ADDR-HOLD  PIC     X(01).
               88  CUST-ADDRESS-HELD           VALUE 'H'.
           05  CUST-HOLD-RSN   PIC     X(01).
           05  CUST-HOLD-DATE  PIC     X(08).
           05  FILLER          PIC     X(12).

       FD  RMREG.
       01  RMREG-REC                   PIC X(80).

       FD  RUNPARM.
       COPY 'RUNPARM'.

       WORKING-STORAGE SECTION.
      * RESOLVED FILE PATHS. EVERY ASSIGNMENT COMES FROM THE
      * EXTERNAL FILE CONFIGURATION (FILECFG) AT STARTUP -- SEE
      * 0050-FILECFG-LOAD-PARA -- SO A DISK MOVE OR A TEST RUN
      * NEVER MEANS EDITING AND RECOMPILING THIS PROGRAM.
       77  WS-RMTRAN-PATH              PIC X(80) VALUE SPACES.
       77  WS-CUSTFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-RMREG-PATH               PIC X(80) VALUE SPACES.
       77  WS-RUNPARM-PATH             PIC X(80) VALUE SPACES.
       77  WS-CFG-NAME             PIC X(12)   VALUE SPACES.
       77  WS-CFG-PATH             PIC X(80)   VALUE SPACES.
       77  WS-CFG-RESULT           PIC X(01)   VALUE 'N'.

       01  WS-FILE-STATUS.
           05  WS-RMTRAN-STATUS        PIC X(2).
           05  WS-CUSTFL-STATUS        PIC X(2).
           05  WS-RMREG-STATUS         PIC X(2).
           05  WS-RUNPARM-STATUS       PIC X(2).

       77  WS-RMTRAN-EOF-SW            PIC X(01)       VALUE 'N'.
           88  RMTRAN-EOF                              VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-RMTRAN-RD-CNT        PIC 9(6)        VALUE ZEROES.
           05  WS-HELD-CNT             PIC 9(6)        VALUE ZEROES.
           05  WS-ALREADY-HELD-CNT     PIC 9(6)        VALUE ZEROES.
           05  WS-REJECTED-CNT         PIC 9(6)        VALUE ZEROES.

       77  WS-TRN-RESULT               PIC X(08)       VALUE SPACES.
       77  WS-TRN-REASON               PIC X(30)       VALUE SPACES.
       77  WS-TRN-VALID-SW             PIC X(01)       VALUE 'Y'.
           88  WS-TRN-VALID                            VALUE 'Y'.

      * STAGING FIELDS FOR THE CALL TO DATEVAL. A RETURN DATE MUST
      * BE A REAL DATE AND NOT AFTER THE RUN DATE.
       77  WS-DATEVAL-DATE              PIC X(08)       VALUE SPACES.
       77  WS-DATEVAL-RESULT            PIC X(01)       VALUE 'N'.

       77  WS-RUN-DATE                  PIC 9(8)        VALUE ZEROES.
       77  WS-RUN-DATE-X REDEFINES WS-RUN-DATE
                                        PIC X(8).

      * MASTER RECOVERY JOURNAL ENTRY FOR EACH CUSTOMER PUT ON
      * ADDRESS HOLD (SEE MSTJRNW.CBL).
       77  WS-JRN-MASTER               PIC X(12) VALUE 'CUSTOMERMAST'.
       77  WS-JRN-SOURCE               PIC X(12) VALUE 'RETMAILTRAN'.
       77  WS-JRN-PROGRAM              PIC X(10) VALUE 'RETMAIL'.
       77  WS-JRN-ACTION               PIC X(01)   VALUE 'R'.
       77  WS-JRN-IMAGE                PIC X(103)  VALUE SPACES.
       77  WS-JRN-RESULT               PIC X(01)   VALUE SPACE.
      * RETURN-CODE AS IT STOOD BEFORE THE CALL, WHICH RESETS IT.
       77  WS-JRN-HOLD-RC              PIC S9(4) COMP  VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0050-FILECFG-LOAD-PARA.
           PERFORM 1000-FILES-OPEN-PARA.
           IF WS-CUSTFL-STATUS = '00'
                   AND WS-RMTRAN-STATUS = '00' THEN
               PERFORM 2000-RMTRAN-READ-PARA UNTIL RMTRAN-EOF
           ELSE
               DISPLAY 'MASTER OR TRANSACTION FILE CANNOT BE OPENED.'
               MOVE 16 TO RETURN-CODE
           END-IF.
           PERFORM 3900-FILES-CLOSE-PARA.

           DISPLAY 'RETURNED-MAIL TRANSACTIONS READ: ',
               WS-RMTRAN-RD-CNT.
           DISPLAY 'CUSTOMERS PUT ON ADDRESS HOLD: ', WS-HELD-CNT.
           DISPLAY 'CUSTOMERS ALREADY ON HOLD: ', WS-ALREADY-HELD-CNT.
           DISPLAY 'TRANSACTIONS REJECTED: ', WS-REJECTED-CNT.
           STOP RUN.

       1000-FILES-OPEN-PARA.
           OPEN I-O CUSTFL.
           DISPLAY 'FILE STATUS FOR CUSTFL:', WS-CUSTFL-STATUS.

           OPEN INPUT RMTRAN.
           DISPLAY 'FILE STATUS FOR RMTRAN:', WS-RMTRAN-STATUS.

           OPEN OUTPUT RMREG.
           DISPLAY 'FILE STATUS FOR RMREG:', WS-RMREG-STATUS.

           PERFORM 1050-RUNPARM-LOAD-PARA.
           MOVE SPACES TO RMREG-REC.
           STRING 'RETURNED MAIL / ADDRESS HOLD REGISTER - RUN '
               DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO RMREG-REC.
           WRITE RMREG-REC.

      * LOADS THE RUN DATE FROM THE EXTERNAL RUNPARM FILE, THE SAME
      * MISSING-FILE DEFAULTING POLICY.CBL'S 1050-RUNPARM-LOAD-PARA
      * USES.
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

       2000-RMTRAN-READ-PARA.
           READ RMTRAN
               AT END
                   SET RMTRAN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RMTRAN-RD-CNT
                   PERFORM 2100-TRAN-APPLY-PARA
                   PERFORM 2900-REGISTER-WRITE-PARA
           END-READ.

      * A CUSTOMER ALREADY ON HOLD KEEPS THE ORIGINAL REASON AND
      * DATE: THE HOLD DATES FROM THE FIRST LETTER RETURNED.
       2100-TRAN-APPLY-PARA.
           MOVE SPACES TO WS-TRN-RESULT.
           MOVE SPACES TO WS-TRN-REASON.
           PERFORM 2200-TRAN-VALIDATE-PARA.
           IF NOT WS-TRN-VALID
               MOVE 'REJECTED' TO WS-TRN-RESULT
               ADD 1 TO WS-REJECTED-CNT
           ELSE
               MOVE RMT-CUSTOMERID TO CUST-CUSTOMERID
               READ CUSTFL
                   INVALID KEY
                       MOVE 'REJECTED' TO WS-TRN-RESULT
                       MOVE 'CUSTOMERID NOT FOUND' TO WS-TRN-REASON
                       ADD 1 TO WS-REJECTED-CNT
                   NOT INVALID KEY
                       PERFORM 2300-HOLD-SET-PARA
               END-READ
           END-IF.

       2200-TRAN-VALIDATE-PARA.
           MOVE 'Y' TO WS-TRN-VALID-SW.
           IF NOT RMT-VALID-REASON
               MOVE 'N' TO WS-TRN-VALID-SW
               MOVE 'INVALID RETURN REASON' TO WS-TRN-REASON
           END-IF.
           IF WS-TRN-VALID
               MOVE RMT-RETURN-DATE TO WS-DATEVAL-DATE
               CALL 'DATEVAL' USING WS-DATEVAL-DATE, WS-DATEVAL-RESULT
               IF WS-DATEVAL-RESULT NOT = 'Y'
                   OR RMT-RETURN-DATE > WS-RUN-DATE-X
                   MOVE 'N' TO WS-TRN-VALID-SW
                   MOVE 'INVALID RETURN DATE' TO WS-TRN-REASON
               END-IF
           END-IF.

       2300-HOLD-SET-PARA.
           IF CUST-ADDRESS-HELD
               MOVE 'APPLIED ' TO WS-TRN-RESULT
               MOVE 'ALREADY ON ADDRESS HOLD' TO WS-TRN-REASON
               ADD 1 TO WS-ALREADY-HELD-CNT
           ELSE
               SET CUST-ADDRESS-HELD TO TRUE
               MOVE RMT-REASON TO CUST-HOLD-RSN
               MOVE RMT-RETURN-DATE TO CUST-HOLD-DATE
               REWRITE CUSTFL-REC
               IF WS-CUSTFL-STATUS NOT = '00'
                   DISPLAY 'ADDRESS HOLD REWRITE FAILED, STATUS '
                       WS-CUSTFL-STATUS ' CUSTOMERID ' CUST-CUSTOMERID
                   MOVE 16 TO RETURN-CODE
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   MOVE 'MASTER REWRITE FAILED' TO WS-TRN-REASON
                   ADD 1 TO WS-REJECTED-CNT
               ELSE
                   MOVE 'APPLIED ' TO WS-TRN-RESULT
                   PERFORM 2350-REASON-TEXT-PARA
                   ADD 1 TO WS-HELD-CNT
                   MOVE CUSTFL-REC TO WS-JRN-IMAGE
                   PERFORM 2950-JOURNAL-WRITE-PARA
               END-IF
           END-IF.

       2350-REASON-TEXT-PARA.
           EVALUATE TRUE
               WHEN RMT-GONE-AWAY
                   MOVE 'HELD - GONE AWAY' TO WS-TRN-REASON
               WHEN RMT-ADDRESSEE-UNKNOWN
                   MOVE 'HELD - ADDRESSEE UNKNOWN' TO WS-TRN-REASON
               WHEN RMT-INCOMPLETE-ADDRESS
                   MOVE 'HELD - INCOMPLETE ADDRESS' TO WS-TRN-REASON
               WHEN RMT-NO-SUCH-ADDRESS
                   MOVE 'HELD - NO SUCH ADDRESS' TO WS-TRN-REASON
               WHEN OTHER
                   MOVE 'HELD - REFUSED' TO WS-TRN-REASON
           END-EVALUATE.

       2900-REGISTER-WRITE-PARA.
           MOVE SPACES TO RMREG-REC.
           STRING RMT-CUSTOMERID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               RMT-RETURN-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               RMT-DOCUMENT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-TRN-RESULT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-TRN-REASON DELIMITED BY SIZE
               INTO RMREG-REC.
           WRITE RMREG-REC.

       2950-JOURNAL-WRITE-PARA.
           MOVE RETURN-CODE TO WS-JRN-HOLD-RC.
           CALL 'MSTJRNW' USING WS-JRN-MASTER, WS-JRN-SOURCE,
               WS-JRN-PROGRAM, WS-RUN-DATE, WS-JRN-ACTION,
               WS-JRN-IMAGE, WS-JRN-RESULT.
           MOVE WS-JRN-HOLD-RC TO RETURN-CODE.
           IF WS-JRN-RESULT NOT = 'Y'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       3900-FILES-CLOSE-PARA.
           IF WS-CUSTFL-STATUS = '00'
               CLOSE CUSTFL
           END-IF.
           IF WS-RMTRAN-STATUS = '00'
               CLOSE RMTRAN
           END-IF.
           MOVE SPACES TO RMREG-REC.
           STRING 'READ: ' DELIMITED BY SIZE
               WS-RMTRAN-RD-CNT DELIMITED BY SIZE
               ' HELD: ' DELIMITED BY SIZE
               WS-HELD-CNT DELIMITED BY SIZE
               ' ALREADY HELD: ' DELIMITED BY SIZE
               WS-ALREADY-HELD-CNT DELIMITED BY SIZE
               ' REJECTED: ' DELIMITED BY SIZE
               WS-REJECTED-CNT DELIMITED BY SIZE
               INTO RMREG-REC.
           WRITE RMREG-REC.
           CLOSE RMREG.

      * RESOLVES EVERY FILE ASSIGNMENT FROM THE EXTERNAL FILE
      * CONFIGURATION BEFORE ANYTHING IS OPENED, REPORTING EACH
      * RESOLVED PATH. A LOGICAL NAME MISSING FROM THE
      * CONFIGURATION ENDS THE RUN CLEANLY WITH RC 16 BEFORE ANY
      * FILE IS TOUCHED.
       0050-FILECFG-LOAD-PARA.
           MOVE 'RETMAILTRAN' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-RMTRAN-PATH.
           MOVE 'CUSTOMERMAST' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-CUSTFL-PATH.
           MOVE 'RETMAILREG' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-RMREG-PATH.
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

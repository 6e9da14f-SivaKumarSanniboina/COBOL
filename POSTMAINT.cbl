       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSTMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * ADD/CHANGE/DELETE TRANSACTIONS KEYED BY POSTAL CODE, ONE
      * ACTION CODE FOLLOWED BY A FULL POSTMAST-REC IMAGE PER LINE,
      * THE SAME SHAPE CUSTMAINT.CBL TAKES.
           SELECT POSTTRAN ASSIGN TO DYNAMIC
           WS-POSTTRAN-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-POSTTRAN-STATUS.

      * POSTAL-CODE REFERENCE MASTER: ONE RECORD PER POSTAL CODE
      * WITH ITS CITY, STATE AND SALES REGION. READ RANDOM BY
      * CUSTMAINT.CBL AND ADDRCONV.CBL TO VALIDATE AN ADDRESS AND
      * ASSIGN ITS REGION.
           SELECT POSTMAST ASSIGN TO DYNAMIC
           WS-POSTMAST-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PST-POSTCODE
           FILE STATUS WS-POSTMAST-STATUS.

      * APPLIED/REJECTED MAINTENANCE REGISTER.
           SELECT POSTREG ASSIGN TO DYNAMIC
           WS-POSTREG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-POSTREG-STATUS.

      * EXTERNALLY-SUPPLIED RUN DATE (RUNPARM.CPY), STAMPED ON THE
      * REGISTER HEADER.
           SELECT RUNPARM ASSIGN TO DYNAMIC
           WS-RUNPARM-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-RUNPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POSTTRAN.
       01  POSTTRAN-REC.
           05  PTR-ACTION      PIC     X(01).
               88  PTR-ADD                     VALUE 'A'.
               88  PTR-CHANGE                  VALUE 'C'.
               88  PTR-DELETE                  VALUE 'D'.
           05  PTR-POSTCODE    PIC     X(06).
           05  PTR-CITY        PIC     X(20).
           05  PTR-STATE       PIC     X(20).
           05  PTR-REGION      PIC     X(04).
           05  FILLER          PIC     X(29).

       FD  POSTMAST.
       01  POSTMAST-REC.
           05  PST-POSTCODE    PIC     X(06).
           05  PST-CITY        PIC     X(20).
           05  PST-STATE       PIC     X(20).
           05  PST-REGION      PIC     X(04).
           05  FILLER          PIC     X(30).

       FD  POSTREG.
       01  POSTREG-REC                 PIC X(80).

       FD  RUNPARM.
       COPY 'RUNPARM'.

       WORKING-STORAGE SECTION.
      * RESOLVED FILE PATHS. EVERY ASSIGNMENT COMES FROM THE
      * EXTERNAL FILE CONFIGURATION (FILECFG) AT STARTUP -- SEE
      * 0050-FILECFG-LOAD-PARA -- SO A DISK MOVE OR A TEST RUN
      * NEVER MEANS EDITING AND RECOMPILING THIS PROGRAM.
       77  WS-POSTTRAN-PATH            PIC X(80) VALUE SPACES.
       77  WS-POSTMAST-PATH            PIC X(80) VALUE SPACES.
       77  WS-POSTREG-PATH             PIC X(80) VALUE SPACES.
       77  WS-RUNPARM-PATH             PIC X(80) VALUE SPACES.
       77  WS-CFG-NAME             PIC X(12)   VALUE SPACES.
       77  WS-CFG-PATH             PIC X(80)   VALUE SPACES.
       77  WS-CFG-RESULT           PIC X(01)   VALUE 'N'.

       01  WS-FILE-STATUS.
           05  WS-POSTTRAN-STATUS      PIC X(2).
           05  WS-POSTMAST-STATUS      PIC X(2).
           05  WS-POSTREG-STATUS       PIC X(2).
           05  WS-RUNPARM-STATUS       PIC X(2).

       77  WS-POSTTRAN-EOF-SW          PIC X(01)       VALUE 'N'.
           88  POSTTRAN-EOF                            VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-POSTTRAN-RD-CNT      PIC 9(6)        VALUE ZEROES.
           05  WS-APPLIED-CNT          PIC 9(6)        VALUE ZEROES.
           05  WS-REJECTED-CNT         PIC 9(6)        VALUE ZEROES.

       77  WS-TRN-RESULT               PIC X(08)       VALUE SPACES.
       77  WS-TRN-REASON               PIC X(30)       VALUE SPACES.
       77  WS-TRN-VALID-SW             PIC X(01)       VALUE 'Y'.
           88  WS-TRN-VALID                            VALUE 'Y'.

       77  WS-RUN-DATE                  PIC 9(8)        VALUE ZEROES.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0050-FILECFG-LOAD-PARA.
           PERFORM 1000-FILES-OPEN-PARA.
           IF WS-POSTMAST-STATUS = '00'
                   AND WS-POSTTRAN-STATUS = '00' THEN
               PERFORM 2000-POSTTRAN-READ-PARA UNTIL POSTTRAN-EOF
           ELSE
               DISPLAY 'MASTER OR TRANSACTION FILE CANNOT BE OPENED.'
               MOVE 16 TO RETURN-CODE
           END-IF.
           PERFORM 3900-FILES-CLOSE-PARA.

           DISPLAY 'NO. OF TRANSACTIONS READ: ', WS-POSTTRAN-RD-CNT.
           DISPLAY 'NO. OF TRANSACTIONS APPLIED: ', WS-APPLIED-CNT.
           DISPLAY 'NO. OF TRANSACTIONS REJECTED: ', WS-REJECTED-CNT.
           STOP RUN.

      * A POSTAL-CODE MASTER THAT DOES NOT EXIST YET IS CREATED EMPTY
      * SO THE FIRST MAINTENANCE RUN CAN LOAD IT.
       1000-FILES-OPEN-PARA.
           OPEN I-O POSTMAST.
           IF WS-POSTMAST-STATUS = '35'
               OPEN OUTPUT POSTMAST
               CLOSE POSTMAST
               OPEN I-O POSTMAST
           END-IF.
           DISPLAY 'FILE STATUS FOR POSTMAST:', WS-POSTMAST-STATUS.

           OPEN INPUT POSTTRAN.
           DISPLAY 'FILE STATUS FOR POSTTRAN:', WS-POSTTRAN-STATUS.

           OPEN OUTPUT POSTREG.
           DISPLAY 'FILE STATUS FOR POSTREG:', WS-POSTREG-STATUS.

           PERFORM 1050-RUNPARM-LOAD-PARA.
           MOVE SPACES TO POSTREG-REC.
           STRING 'POSTAL CODE MASTER MAINTENANCE REGISTER - RUN '
               DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO POSTREG-REC.
           WRITE POSTREG-REC.

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

       2000-POSTTRAN-READ-PARA.
           READ POSTTRAN
               AT END
                   SET POSTTRAN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-POSTTRAN-RD-CNT
                   PERFORM 2100-TRAN-APPLY-PARA
                   PERFORM 2900-REGISTER-WRITE-PARA
           END-READ.

       2100-TRAN-APPLY-PARA.
           MOVE SPACES TO WS-TRN-RESULT.
           MOVE SPACES TO WS-TRN-REASON.
           EVALUATE TRUE
               WHEN PTR-ADD
                   PERFORM 2200-TRAN-ADD-PARA
               WHEN PTR-CHANGE
                   PERFORM 2300-TRAN-CHANGE-PARA
               WHEN PTR-DELETE
                   PERFORM 2400-TRAN-DELETE-PARA
               WHEN OTHER
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   MOVE 'INVALID ACTION CODE' TO WS-TRN-REASON
                   ADD 1 TO WS-REJECTED-CNT
           END-EVALUATE.

      * A POSTAL CODE IS SIX DIGITS, AND EVERY CODE NEEDS A CITY AND
      * A REGION: THE CITY IS PRINTED ON THE CUSTOMER'S ADDRESS AND
      * THE REGION DRIVES THE BY-REGION REPORTING.
       2150-TRAN-VALIDATE-PARA.
           MOVE 'Y' TO WS-TRN-VALID-SW.
           EVALUATE TRUE
               WHEN PTR-POSTCODE NOT NUMERIC
                   MOVE 'N' TO WS-TRN-VALID-SW
                   MOVE 'POSTAL CODE NOT 6 DIGITS' TO WS-TRN-REASON
               WHEN PTR-CITY = SPACES
                   MOVE 'N' TO WS-TRN-VALID-SW
                   MOVE 'CITY MISSING' TO WS-TRN-REASON
               WHEN PTR-REGION = SPACES
                   MOVE 'N' TO WS-TRN-VALID-SW
                   MOVE 'REGION MISSING' TO WS-TRN-REASON
           END-EVALUATE.

      * AN ADD FOR A KEY ALREADY ON THE MASTER IS REJECTED BY THE
      * WRITE'S INVALID KEY RATHER THAN A SEPARATE PRE-READ.
       2200-TRAN-ADD-PARA.
           PERFORM 2150-TRAN-VALIDATE-PARA.
           IF NOT WS-TRN-VALID
               MOVE 'REJECTED' TO WS-TRN-RESULT
               ADD 1 TO WS-REJECTED-CNT
           ELSE
               PERFORM 2250-TRAN-FIELDS-MOVE-PARA
               WRITE POSTMAST-REC
                   INVALID KEY
                       MOVE 'REJECTED' TO WS-TRN-RESULT
                       MOVE 'ADD - POSTAL CODE ALREADY EXISTS'
                           TO WS-TRN-REASON
                       ADD 1 TO WS-REJECTED-CNT
                   NOT INVALID KEY
                       MOVE 'APPLIED ' TO WS-TRN-RESULT
                       ADD 1 TO WS-APPLIED-CNT
               END-WRITE
           END-IF.

       2250-TRAN-FIELDS-MOVE-PARA.
           MOVE SPACES TO POSTMAST-REC.
           MOVE PTR-POSTCODE TO PST-POSTCODE.
           MOVE PTR-CITY TO PST-CITY.
           MOVE PTR-STATE TO PST-STATE.
           MOVE PTR-REGION TO PST-REGION.

      * A CHANGE TO A CODE'S CITY OR REGION REACHES A CUSTOMER THE
      * NEXT TIME THAT CUSTOMER'S ADDRESS IS MAINTAINED.
       2300-TRAN-CHANGE-PARA.
           PERFORM 2150-TRAN-VALIDATE-PARA.
           IF NOT WS-TRN-VALID
               MOVE 'REJECTED' TO WS-TRN-RESULT
               ADD 1 TO WS-REJECTED-CNT
           ELSE
               MOVE PTR-POSTCODE TO PST-POSTCODE
               READ POSTMAST
                   INVALID KEY
                       MOVE 'REJECTED' TO WS-TRN-RESULT
                       MOVE 'CHANGE - POSTAL CODE NOT FOUND'
                           TO WS-TRN-REASON
                       ADD 1 TO WS-REJECTED-CNT
                   NOT INVALID KEY
                       PERFORM 2250-TRAN-FIELDS-MOVE-PARA
                       REWRITE POSTMAST-REC
                       MOVE 'APPLIED ' TO WS-TRN-RESULT
                       ADD 1 TO WS-APPLIED-CNT
               END-READ
           END-IF.

       2400-TRAN-DELETE-PARA.
           MOVE PTR-POSTCODE TO PST-POSTCODE.
           READ POSTMAST
               INVALID KEY
                   MOVE 'REJECTED' TO WS-TRN-RESULT
                   MOVE 'DELETE - POSTAL CODE NOT FOUND'
                       TO WS-TRN-REASON
                   ADD 1 TO WS-REJECTED-CNT
               NOT INVALID KEY
                   DELETE POSTMAST
                   MOVE 'APPLIED ' TO WS-TRN-RESULT
                   ADD 1 TO WS-APPLIED-CNT
           END-READ.

       2900-REGISTER-WRITE-PARA.
           MOVE SPACES TO POSTREG-REC.
           STRING PTR-ACTION DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PTR-POSTCODE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PTR-REGION DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-TRN-RESULT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-TRN-REASON DELIMITED BY SIZE
               INTO POSTREG-REC.
           WRITE POSTREG-REC.

       3900-FILES-CLOSE-PARA.
           IF WS-POSTMAST-STATUS = '00'
               CLOSE POSTMAST
           END-IF.
           IF WS-POSTTRAN-STATUS = '00'
               CLOSE POSTTRAN
           END-IF.
           MOVE SPACES TO POSTREG-REC.
           STRING 'TRANSACTIONS READ: ' DELIMITED BY SIZE
               WS-POSTTRAN-RD-CNT DELIMITED BY SIZE
               ' APPLIED: ' DELIMITED BY SIZE
               WS-APPLIED-CNT DELIMITED BY SIZE
               ' REJECTED: ' DELIMITED BY SIZE
               WS-REJECTED-CNT DELIMITED BY SIZE
               INTO POSTREG-REC.
           WRITE POSTREG-REC.
           CLOSE POSTREG.

      * RESOLVES EVERY FILE ASSIGNMENT FROM THE EXTERNAL FILE
      * CONFIGURATION BEFORE ANYTHING IS OPENED, REPORTING EACH
      * RESOLVED PATH. A LOGICAL NAME MISSING FROM THE
      * CONFIGURATION ENDS THE RUN CLEANLY WITH RC 16 BEFORE ANY
      * FILE IS TOUCHED.
       0050-FILECFG-LOAD-PARA.
           MOVE 'POSTALTRANS' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-POSTTRAN-PATH.
           MOVE 'POSTALMAST' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-POSTMAST-PATH.
           MOVE 'POSTALREG' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-POSTREG-PATH.
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

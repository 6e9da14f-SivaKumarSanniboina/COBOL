       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTRECOV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * WHICH MASTER TO REBUILD: ITS LOGICAL NAME ON THE FILE
      * CONFIGURATION (POLICYFILE, CUSTOMERMAST OR CLAIMMASTER).
           SELECT RCVPARM ASSIGN TO DYNAMIC
           WS-RCVPARM-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-RCVPARM-STATUS.

      * SAME ASSIGN/LAYOUT AS ARCHIVER.CBL'S MASTGEN: SEARCHED FOR
      * THE LATEST GENERATION TAKEN OF THE MASTER AND ITS CONTROL
      * TOTALS.
           SELECT MASTGEN ASSIGN TO DYNAMIC
           WS-MASTGEN-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-MASTGEN-STATUS.

      * THE GENERATION ITSELF, AS ARCHIVER.CBL UNLOADED IT TO THE
      * MASTER'S OWN PATH SUFFIXED WITH THE GENERATION DATE.
           SELECT GENFL ASSIGN TO DYNAMIC WS-GENFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-GENFL-STATUS.

      * SAME LAYOUT AS MSTJRNW.CBL'S JRNFL, ASSIGNED IN TURN TO EACH
      * JOURNAL GENERATION ROLLED SINCE THE MASTER GENERATION AND
      * THEN TO THE LIVE JOURNAL.
           SELECT JRNFL ASSIGN TO DYNAMIC WS-JRNFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-JRNFL-STATUS.

      * THE REBUILT MASTERS. SAME LAYOUT/KEYS AS POLMAINT.CBL'S
      * POLICYFYL, CUSTMAINT.CBL'S CUSTFL AND CLMSETTLE.CBL'S
      * CLMMAST, BUILT UNDER NAMES OF THEIR OWN SO THE DAMAGED LIVE
      * MASTER IS NEVER TOUCHED. DYNAMIC ACCESS: KEYED FOR THE LOAD
      * AND REPLAY, SEQUENTIAL FOR THE PROOF SCANS.
           SELECT POLRBLD ASSIGN TO DYNAMIC
           WS-POLRBLD-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS POLICYNO
           ALTERNATE RECORD KEY IS CUSTOMERID WITH DUPLICATES
           FILE STATUS WS-POLRBLD-STATUS.

           SELECT CUSRBLD ASSIGN TO DYNAMIC
           WS-CUSRBLD-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUST-CUSTOMERID
           FILE STATUS WS-CUSRBLD-STATUS.

           SELECT CLMRBLD ASSIGN TO DYNAMIC
           WS-CLMRBLD-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLM-CLAIMNO
           ALTERNATE RECORD KEY IS CLM-POLICYNO WITH DUPLICATES
           FILE STATUS WS-CLMRBLD-STATUS.

      * REBUILD REPORT: THE GENERATION LOADED AND PROVEN, EACH RUN
      * REPLAYED, EVERY ENTRY THAT COULD NOT BE, AND THE PROOF OF THE
      * REBUILT MASTER AND ITS ALTERNATE INDEX.
           SELECT RCVRPT ASSIGN TO DYNAMIC
           WS-RCVRPT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-RCVRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RCVPARM.
       01  RCVPARM-REC.
           05  RCV-MASTER              PIC X(12).
           05  FILLER                  PIC X(68).

       FD  MASTGEN.
       COPY 'MSTGEN'.

      * SAME LAYOUT AS ARCHIVER.CBL'S ARCOUT-REC.
       FD  GENFL.
       01  GENFL-REC                   PIC X(200).

       FD  JRNFL.
       COPY 'MSTJRNL'.

      * SAME LAYOUT AS POLMAINT.CBL'S POLICY_REC.
       FD  POLRBLD.
       01  POLICY_REC.
           05  POLICYNO        PIC     X(08).
           05  CUSTOMERID      PIC     X(08).
           05  LOBCODE         PIC     X(01).
           05  START-DATE      PIC     X(08).
           05  END-DATE        PIC     X(08).
           05  PREMIUM         PIC     X(10).
           05  PREMIUM-NUM REDEFINES PREMIUM
                               PIC     S9(8)V99 SIGN IS TRAILING.
           05  AGENT-ID        PIC     X(05).
           05  POLICY-STATUS   PIC     X(01).
           05  POLICYMODE      PIC     X(01).
           05  FILLER          PIC     X(53).

      * SAME LAYOUT AS CUSTMAINT.CBL'S CUSTFL-REC; ONLY THE KEY IS
      * NAMED, THE RECORD IS LOADED WHOLE.
       FD  CUSRBLD.
       01  CUSTFL-REC.
           05  CUST-CUSTOMERID PIC     X(08).
           05  FILLER          PIC     X(92).

      * SAME LAYOUT AS CLAIMREG.CBL'S CLMMAST-REC.
       FD  CLMRBLD.
       01  CLMMAST-REC.
           05  CLM-CLAIMNO     PIC     X(08).
           05  CLM-POLICYNO    PIC     X(08).
           05  CLM-LOBCODE     PIC     X(01).
           05  CLM-LOSS-DATE   PIC     9(08).
           05  CLM-AMOUNT      PIC     9(7)V99.
           05  CLM-STATUS      PIC     X(01).
           05  CLM-RESERVE     PIC     9(7)V99.
           05  CLM-PAID        PIC     9(7)V99.
           05  CLM-REFER-SW    PIC     X(01).
           05  CLM-SCORE       PIC     9(03).
           05  FILLER          PIC     X(23).

       FD  RCVRPT.
       01  RCVRPT-REC                  PIC X(80).

       WORKING-STORAGE SECTION.
      * RESOLVED FILE PATHS. EVERY ASSIGNMENT COMES FROM THE
      * EXTERNAL FILE CONFIGURATION (FILECFG) AT STARTUP -- SEE
      * 0050-FILECFG-LOAD-PARA -- SO A DISK MOVE OR A TEST RUN
      * NEVER MEANS EDITING AND RECOMPILING THIS PROGRAM.
       77  WS-RCVPARM-PATH             PIC X(80) VALUE SPACES.
       77  WS-MASTGEN-PATH             PIC X(80) VALUE SPACES.
       77  WS-GENFL-PATH               PIC X(80) VALUE SPACES.
       77  WS-JRNFL-PATH               PIC X(80) VALUE SPACES.
       77  WS-LIVE-JRNFL-PATH          PIC X(80) VALUE SPACES.
       77  WS-POLRBLD-PATH             PIC X(80) VALUE SPACES.
       77  WS-CUSRBLD-PATH             PIC X(80) VALUE SPACES.
       77  WS-CLMRBLD-PATH             PIC X(80) VALUE SPACES.
       77  WS-RCVRPT-PATH              PIC X(80) VALUE SPACES.
       77  WS-MASTER-PATH              PIC X(80) VALUE SPACES.
       77  WS-CFG-NAME             PIC X(12)   VALUE SPACES.
       77  WS-CFG-PATH             PIC X(80)   VALUE SPACES.
       77  WS-CFG-RESULT           PIC X(01)   VALUE 'N'.

       01  WS-FILE-STATUS.
           05  WS-RCVPARM-STATUS       PIC X(2).
           05  WS-MASTGEN-STATUS       PIC X(2).
           05  WS-GENFL-STATUS         PIC X(2).
           05  WS-JRNFL-STATUS         PIC X(2).
           05  WS-POLRBLD-STATUS       PIC X(2).
           05  WS-CUSRBLD-STATUS       PIC X(2).
           05  WS-CLMRBLD-STATUS       PIC X(2).
           05  WS-RCVRPT-STATUS        PIC X(2).

       01  WS-EOF-SWITCHES.
           05  WS-MASTGEN-EOF-SW       PIC X(01)   VALUE 'N'.
               88  MASTGEN-EOF                     VALUE 'Y'.
           05  WS-GENFL-EOF-SW         PIC X(01)   VALUE 'N'.
               88  GENFL-EOF                       VALUE 'Y'.
           05  WS-JRNFL-EOF-SW         PIC X(01)   VALUE 'N'.
               88  JRNFL-EOF                       VALUE 'Y'.
           05  WS-REBUILD-EOF-SW       PIC X(01)   VALUE 'N'.
               88  REBUILD-EOF                     VALUE 'Y'.

      * THE MASTER BEING REBUILT.
       77  WS-MASTER-NAME              PIC X(12)   VALUE SPACES.
           88  WS-POLICY-MASTER        VALUE 'POLICYFILE'.
           88  WS-CUSTOMER-MASTER      VALUE 'CUSTOMERMAST'.
           88  WS-CLAIM-MASTER         VALUE 'CLAIMMASTER'.

      * THE LATEST GENERATION OF THAT MASTER AND ITS LAST GOOD
      * CONTROL TOTALS, FROM THE MASTER GENERATION CONTROL FILE.
       77  WS-GEN-FOUND-SW             PIC X(01)   VALUE 'N'.
           88  WS-GEN-FOUND                        VALUE 'Y'.
       77  WS-GEN-DATE                 PIC 9(8)    VALUE ZEROES.
       77  WS-GEN-TAKEN-DATE           PIC 9(8)    VALUE ZEROES.
       77  WS-GEN-TAKEN-TIME           PIC 9(6)    VALUE ZEROES.
       77  WS-GEN-CNT                  PIC S9(8)   VALUE ZEROES.
       77  WS-GEN-AMOUNT               PIC S9(11)V99 VALUE ZEROES.

      * ONE MASTER RECORD IMAGE, WITH THE KEY AND THE AMOUNT THE
      * CONTROL TOTALS ARE KEPT ON (PREMIUM FOR A POLICY, RESERVE
      * FOR A CLAIM) AT THEIR PLACES IN EACH MASTER'S LAYOUT.
       01  WS-IMAGE                    PIC X(103)  VALUE SPACES.
       01  WS-POL-IMAGE REDEFINES WS-IMAGE.
           05  WS-IMG-KEY              PIC X(08).
           05  FILLER                  PIC X(25).
           05  WS-IMG-PREMIUM          PIC S9(8)V99 SIGN IS TRAILING.
           05  FILLER                  PIC X(60).
       01  WS-CLM-IMAGE REDEFINES WS-IMAGE.
           05  FILLER                  PIC X(35).
           05  WS-IMG-RESERVE          PIC 9(7)V99.
           05  FILLER                  PIC X(59).
       77  WS-ENTRY-IMAGE              PIC X(103)  VALUE SPACES.

      * WHAT ONE IMAGE CONTRIBUTES TO THE CONTROL TOTALS: ONE RECORD
      * (NONE FOR THE POLICY MASTER'S FEED HEADER AND TRAILER) AND
      * ITS AMOUNT.
       77  WS-IMG-CNT                  PIC S9(1)   VALUE ZEROES.
       77  WS-IMG-AMOUNT               PIC S9(11)V99 VALUE ZEROES.
       77  WS-IO-OK-SW                 PIC X(01)   VALUE 'N'.
           88  WS-IO-OK                            VALUE 'Y'.

      * CONTROL TOTALS: THE GENERATION AS LOADED, THE MOVEMENT THE
      * REPLAY MADE, WHAT THAT SAYS THE REBUILT MASTER SHOULD HOLD,
      * AND WHAT A FULL SCAN OF IT FINDS.
       77  WS-LOAD-CNT                 PIC S9(8)   VALUE ZEROES.
       77  WS-LOAD-AMOUNT              PIC S9(11)V99 VALUE ZEROES.
       77  WS-MOVE-CNT                 PIC S9(8)   VALUE ZEROES.
       77  WS-MOVE-AMOUNT              PIC S9(11)V99 VALUE ZEROES.
       77  WS-EXPECT-CNT               PIC S9(8)   VALUE ZEROES.
       77  WS-EXPECT-AMOUNT            PIC S9(11)V99 VALUE ZEROES.
       77  WS-SCAN-CNT                 PIC S9(8)   VALUE ZEROES.
       77  WS-SCAN-AMOUNT              PIC S9(11)V99 VALUE ZEROES.
       77  WS-SCAN-ALL-CNT             PIC 9(8)    VALUE ZEROES.
       77  WS-ALT-CNT                  PIC 9(8)    VALUE ZEROES.

      * THE POLICY MASTER'S ZZZZZZZZ TRAILER AS FOUND ON THE REBUILD,
      * CHECKED AGAINST THE SCAN THE SAME WAY POLMAINT.CBL BUILDS IT.
       77  WS-TRAILER-SW               PIC X(01)   VALUE 'N'.
           88  WS-TRAILER-SEEN                     VALUE 'Y'.
       77  WS-TRAILER-IMAGE            PIC X(103)  VALUE SPACES.
       77  WS-TRL-COUNT                PIC 9(08)   VALUE ZEROES.
       77  WS-TRL-HASH-X               PIC 9(13)   VALUE ZEROES.

      * THE PROOFS, EACH 'Y' WHEN IT HOLDS.
       77  WS-LOAD-PROVEN-SW           PIC X(01)   VALUE 'N'.
       77  WS-SCAN-PROVEN-SW           PIC X(01)   VALUE 'N'.
       77  WS-TRAILER-PROVEN-SW        PIC X(01)   VALUE 'Y'.
       77  WS-ALT-PROVEN-SW            PIC X(01)   VALUE 'Y'.

      * JOURNAL GENERATIONS ARE TRIED FOR EVERY DATE FROM THE DAY
      * AFTER THE MASTER GENERATION TO TODAY; A DATE WITH NONE IS
      * PASSED OVER.
       77  WS-TODAY                    PIC 9(8)    VALUE ZEROES.
       77  WS-TODAY-DAYS               PIC 9(8)    VALUE ZEROES.
       77  WS-JGEN-DAYS                PIC 9(8)    VALUE ZEROES.
       77  WS-JGEN-FIRST-DAYS          PIC 9(8)    VALUE ZEROES.
       77  WS-JGEN-DATE                PIC 9(8)    VALUE ZEROES.
       77  WS-JRNFL-READ-CNT           PIC 9(6)    VALUE ZEROES.

      * THE RUN CURRENTLY BEING REPLAYED: CONSECUTIVE ENTRIES FROM
      * ONE PROGRAM'S RUN FOR ONE RUN DATE AND SOURCE MAKE ONE LINE
      * ON THE REPORT.
       77  WS-RPL-PROGRAM              PIC X(10)   VALUE SPACES.
       77  WS-RPL-RUN-DATE             PIC 9(8)    VALUE ZEROES.
       77  WS-RPL-SOURCE               PIC X(12)   VALUE SPACES.
       77  WS-RPL-STAMP-DATE           PIC 9(8)    VALUE ZEROES.
       77  WS-RPL-STAMP-TIME           PIC 9(6)    VALUE ZEROES.
       77  WS-RPL-CNT                  PIC 9(6)    VALUE ZEROES.

       01  WS-COUNTERS.
           05  WS-JRN-APPLIED-CNT      PIC 9(6)    VALUE ZEROES.
           05  WS-JRN-SKIPPED-CNT      PIC 9(6)    VALUE ZEROES.
           05  WS-JRN-EXCEPTION-CNT    PIC 9(6)    VALUE ZEROES.
           05  WS-JRNFL-USED-CNT       PIC 9(3)    VALUE ZEROES.

      * ONE CONTROL-TOTALS LINE ON THE REPORT.
       77  WS-LINE-LABEL               PIC X(20)   VALUE SPACES.
       77  WS-LINE-CNT                 PIC S9(8)   VALUE ZEROES.
       77  WS-LINE-AMOUNT              PIC S9(11)V99 VALUE ZEROES.
       77  WS-LINE-RESULT              PIC X(07)   VALUE SPACES.
       77  WS-EXCEPTION-ACTION         PIC X(01)   VALUE SPACE.
       77  WS-EXCEPTION-REASON         PIC X(30)   VALUE SPACES.
       77  WS-FMT-CNT                  PIC -(8)9.
       77  WS-FMT-AMOUNT               PIC -(11)9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0050-FILECFG-LOAD-PARA.
           PERFORM 1000-RCVPARM-LOAD-PARA.
           PERFORM 1100-GENERATION-FIND-PARA.
           OPEN OUTPUT RCVRPT.
           PERFORM 1200-REPORT-HEADER-PARA.
           PERFORM 2000-GENERATION-LOAD-PARA.
           PERFORM 3000-JOURNAL-REPLAY-PARA.
           PERFORM 4000-REBUILD-PROVE-PARA.
           PERFORM 4500-ALT-INDEX-PROVE-PARA.
           PERFORM 5000-OUTCOME-PARA.
           CLOSE RCVRPT.
           DISPLAY 'MASTER REBUILT: ', WS-MASTER-NAME.
           DISPLAY 'GENERATION: ', WS-GEN-DATE.
           DISPLAY 'JOURNAL ENTRIES APPLIED: ', WS-JRN-APPLIED-CNT.
           DISPLAY 'EXCEPTIONS: ', WS-JRN-EXCEPTION-CNT.
           STOP RUN.

      * THE MASTER NAMED ON RECOVPARM MUST BE ONE OF THE THREE THE
      * MAINTENANCE PROGRAMS JOURNAL; ITS LIVE PATH IS RESOLVED ONLY
      * TO FIND ITS GENERATIONS.
       1000-RCVPARM-LOAD-PARA.
           OPEN INPUT RCVPARM.
           IF WS-RCVPARM-STATUS = '00'
               READ RCVPARM
                   AT END
                       MOVE SPACES TO RCV-MASTER
               END-READ
               MOVE RCV-MASTER TO WS-MASTER-NAME
               CLOSE RCVPARM
           END-IF.
           IF NOT WS-POLICY-MASTER AND NOT WS-CUSTOMER-MASTER
                   AND NOT WS-CLAIM-MASTER
               DISPLAY 'RECOVPARM DOES NOT NAME A JOURNALLED MASTER: '
                   WS-MASTER-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-MASTER-NAME TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-MASTER-PATH.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

      * THE LATEST ENTRY FOR THE MASTER WINS: A GENERATION RETAKEN BY
      * A RERUN OF THE ARCHIVE STEP SUPERSEDES THE EARLIER ONE.
       1100-GENERATION-FIND-PARA.
           OPEN INPUT MASTGEN.
           IF WS-MASTGEN-STATUS = '00'
               PERFORM 1150-MASTGEN-READ-PARA UNTIL MASTGEN-EOF
               CLOSE MASTGEN
           END-IF.
           IF NOT WS-GEN-FOUND
               DISPLAY 'NO GENERATION ON MASTERGEN FOR '
                   WS-MASTER-NAME ', NOTHING TO REBUILD FROM.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-GENFL-PATH.
           STRING FUNCTION TRIM(WS-MASTER-PATH) DELIMITED BY SIZE
               '.' DELIMITED BY SIZE
               WS-GEN-DATE DELIMITED BY SIZE
               INTO WS-GENFL-PATH.

       1150-MASTGEN-READ-PARA.
           READ MASTGEN
               AT END
                   SET MASTGEN-EOF TO TRUE
               NOT AT END
                   IF MGN-MASTER = WS-MASTER-NAME
                       SET WS-GEN-FOUND TO TRUE
                       MOVE MGN-GEN-DATE TO WS-GEN-DATE
                       MOVE MGN-TAKEN-DATE TO WS-GEN-TAKEN-DATE
                       MOVE MGN-TAKEN-TIME TO WS-GEN-TAKEN-TIME
                       MOVE MGN-REC-CNT TO WS-GEN-CNT
                       MOVE MGN-AMOUNT TO WS-GEN-AMOUNT
                   END-IF
           END-READ.

       1200-REPORT-HEADER-PARA.
           MOVE SPACES TO RCVRPT-REC.
           STRING 'MASTER REBUILD ' DELIMITED BY SIZE
               WS-MASTER-NAME DELIMITED BY SIZE
               ' RUN ' DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO RCVRPT-REC.
           WRITE RCVRPT-REC.
           MOVE SPACES TO RCVRPT-REC.
           STRING 'GENERATION ' DELIMITED BY SIZE
               WS-GEN-DATE DELIMITED BY SIZE
               ' TAKEN ' DELIMITED BY SIZE
               WS-GEN-TAKEN-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-GEN-TAKEN-TIME DELIMITED BY SIZE
               INTO RCVRPT-REC.
           WRITE RCVRPT-REC.
           MOVE SPACES TO RCVRPT-REC.
           WRITE RCVRPT-REC.
           MOVE 'GENERATION CONTROL' TO WS-LINE-LABEL.
           MOVE WS-GEN-CNT TO WS-LINE-CNT.
           MOVE WS-GEN-AMOUNT TO WS-LINE-AMOUNT.
           MOVE SPACES TO WS-LINE-RESULT.
           PERFORM 7000-TOTALS-LINE-PARA.

      * LOADS EVERY RECORD OF THE GENERATION INTO A NEW REBUILT
      * MASTER AND PROVES THE LOAD AGAINST THE GENERATION'S CONTROL
      * TOTALS BEFORE ANY JOURNAL ENTRY IS REPLAYED OVER IT.
       2000-GENERATION-LOAD-PARA.
           PERFORM 6000-REBUILD-OPEN-OUTPUT-PARA.
           MOVE 'N' TO WS-GENFL-EOF-SW.
           OPEN INPUT GENFL.
           IF WS-GENFL-STATUS NOT = '00'
               DISPLAY 'GENERATION NOT FOUND: ' WS-GENFL-PATH
               MOVE 16 TO RETURN-CODE
               PERFORM 6900-REBUILD-CLOSE-PARA
               CLOSE RCVRPT
               STOP RUN
           END-IF.
           PERFORM 2100-GENFL-READ-PARA UNTIL GENFL-EOF.
           CLOSE GENFL.
           PERFORM 6900-REBUILD-CLOSE-PARA.
           IF WS-LOAD-CNT = WS-GEN-CNT
                   AND WS-LOAD-AMOUNT = WS-GEN-AMOUNT
               MOVE 'Y' TO WS-LOAD-PROVEN-SW
               MOVE 'PROVEN' TO WS-LINE-RESULT
           ELSE
               MOVE 'DIFFERS' TO WS-LINE-RESULT
           END-IF.
           MOVE 'GENERATION LOADED' TO WS-LINE-LABEL.
           MOVE WS-LOAD-CNT TO WS-LINE-CNT.
           MOVE WS-LOAD-AMOUNT TO WS-LINE-AMOUNT.
           PERFORM 7000-TOTALS-LINE-PARA.

       2100-GENFL-READ-PARA.
           READ GENFL
               AT END
                   SET GENFL-EOF TO TRUE
               NOT AT END
                   MOVE GENFL-REC(1:103) TO WS-IMAGE
                   PERFORM 6100-REBUILD-WRITE-PARA
                   IF WS-IO-OK
                       PERFORM 6800-IMAGE-TOTALS-PARA
                       ADD WS-IMG-CNT TO WS-LOAD-CNT
                       ADD WS-IMG-AMOUNT TO WS-LOAD-AMOUNT
                   ELSE
                       MOVE 'L' TO WS-EXCEPTION-ACTION
                       MOVE 'DUPLICATE KEY IN GENERATION'
                           TO WS-EXCEPTION-REASON
                       PERFORM 3900-EXCEPTION-LINE-PARA
                   END-IF
           END-READ.

      * REPLAYS, IN THE ORDER THEY WERE APPLIED, THE UPDATES THE
      * MAINTENANCE PROGRAMS MADE TO THE MASTER SINCE THE GENERATION
      * WAS TAKEN: FIRST ANY JOURNAL GENERATIONS ROLLED ON LATER
      * NIGHTS, THEN THE LIVE JOURNAL.
       3000-JOURNAL-REPLAY-PARA.
           MOVE SPACES TO RCVRPT-REC.
           WRITE RCVRPT-REC.
           MOVE SPACES TO RCVRPT-REC.
           STRING 'PROGRAM    RUN DATE ' DELIMITED BY SIZE
               'STAMPED         SOURCE       ENTRIES' DELIMITED BY SIZE
               INTO RCVRPT-REC.
           WRITE RCVRPT-REC.
           PERFORM 6050-REBUILD-OPEN-IO-PARA.
           COMPUTE WS-JGEN-FIRST-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-GEN-DATE) + 1.
           COMPUTE WS-TODAY-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TODAY).
           PERFORM 3100-JOURNAL-GEN-PARA
               VARYING WS-JGEN-DAYS FROM WS-JGEN-FIRST-DAYS BY 1
               UNTIL WS-JGEN-DAYS > WS-TODAY-DAYS.
           MOVE WS-LIVE-JRNFL-PATH TO WS-JRNFL-PATH.
           PERFORM 3200-JOURNAL-FILE-PARA.
           IF WS-RPL-CNT > 0
               PERFORM 3800-RUN-LINE-PARA
           END-IF.
           MOVE SPACES TO RCVRPT-REC.
           STRING 'JOURNAL FILES READ ' DELIMITED BY SIZE
               WS-JRNFL-USED-CNT DELIMITED BY SIZE
               ' ENTRIES APPLIED ' DELIMITED BY SIZE
               WS-JRN-APPLIED-CNT DELIMITED BY SIZE
               ' ALREADY IN GENERATION ' DELIMITED BY SIZE
               WS-JRN-SKIPPED-CNT DELIMITED BY SIZE
               INTO RCVRPT-REC.
           WRITE RCVRPT-REC.
           MOVE SPACES TO RCVRPT-REC.
           WRITE RCVRPT-REC.
           MOVE 'REPLAY MOVEMENT' TO WS-LINE-LABEL.
           MOVE WS-MOVE-CNT TO WS-LINE-CNT.
           MOVE WS-MOVE-AMOUNT TO WS-LINE-AMOUNT.
           MOVE SPACES TO WS-LINE-RESULT.
           PERFORM 7000-TOTALS-LINE-PARA.

       3100-JOURNAL-GEN-PARA.
           COMPUTE WS-JGEN-DATE =
               FUNCTION DATE-OF-INTEGER(WS-JGEN-DAYS).
           MOVE SPACES TO WS-JRNFL-PATH.
           STRING FUNCTION TRIM(WS-LIVE-JRNFL-PATH) DELIMITED BY SIZE
               '.' DELIMITED BY SIZE
               WS-JGEN-DATE DELIMITED BY SIZE
               INTO WS-JRNFL-PATH.
           PERFORM 3200-JOURNAL-FILE-PARA.

       3200-JOURNAL-FILE-PARA.
           MOVE 'N' TO WS-JRNFL-EOF-SW.
           OPEN INPUT JRNFL.
           IF WS-JRNFL-STATUS = '00'
               ADD 1 TO WS-JRNFL-USED-CNT
               DISPLAY 'REPLAYING ' WS-JRNFL-PATH
               PERFORM 3300-JRNFL-READ-PARA UNTIL JRNFL-EOF
               CLOSE JRNFL
           END-IF.

      * ENTRIES FOR OTHER MASTERS ARE PASSED OVER, AND SO IS ANY
      * ENTRY STAMPED BEFORE THE GENERATION WAS TAKEN -- IT IS
      * ALREADY IN THE GENERATION.
       3300-JRNFL-READ-PARA.
           READ JRNFL
               AT END
                   SET JRNFL-EOF TO TRUE
               NOT AT END
                   IF JRN-MASTER = WS-MASTER-NAME
                       IF JRN-STAMP-DATE < WS-GEN-TAKEN-DATE
                           OR (JRN-STAMP-DATE = WS-GEN-TAKEN-DATE
                           AND JRN-STAMP-TIME < WS-GEN-TAKEN-TIME)
                           ADD 1 TO WS-JRN-SKIPPED-CNT
                       ELSE
                           PERFORM 3400-ENTRY-APPLY-PARA
                       END-IF
                   END-IF
           END-READ.

      * A WRITE ADDS THE IMAGE; A REWRITE OR DELETE FINDS THE KEY ON
      * THE REBUILD FIRST, SO THE MOVEMENT IS ALWAYS THE IMAGE AFTER
      * LESS THE RECORD AS IT STOOD.
       3400-ENTRY-APPLY-PARA.
           IF JRN-PROGRAM NOT = WS-RPL-PROGRAM
                   OR JRN-RUN-DATE NOT = WS-RPL-RUN-DATE
                   OR JRN-SOURCE NOT = WS-RPL-SOURCE
               IF WS-RPL-CNT > 0
                   PERFORM 3800-RUN-LINE-PARA
               END-IF
               MOVE JRN-PROGRAM TO WS-RPL-PROGRAM
               MOVE JRN-RUN-DATE TO WS-RPL-RUN-DATE
               MOVE JRN-SOURCE TO WS-RPL-SOURCE
               MOVE JRN-STAMP-DATE TO WS-RPL-STAMP-DATE
               MOVE JRN-STAMP-TIME TO WS-RPL-STAMP-TIME
               MOVE ZEROES TO WS-RPL-CNT
           END-IF.
           MOVE JRN-IMAGE TO WS-ENTRY-IMAGE.
           EVALUATE TRUE
               WHEN JRN-WRITTEN
                   PERFORM 3500-ENTRY-WRITE-PARA
               WHEN JRN-REWRITTEN
                   PERFORM 3600-ENTRY-REWRITE-PARA
               WHEN JRN-DELETED
                   PERFORM 3700-ENTRY-DELETE-PARA
               WHEN OTHER
                   MOVE 'N' TO WS-IO-OK-SW
                   MOVE 'UNKNOWN JOURNAL ACTION' TO WS-EXCEPTION-REASON
           END-EVALUATE.
           IF WS-IO-OK
               ADD 1 TO WS-JRN-APPLIED-CNT
               ADD 1 TO WS-RPL-CNT
           ELSE
               MOVE JRN-ACTION TO WS-EXCEPTION-ACTION
               MOVE WS-ENTRY-IMAGE TO WS-IMAGE
               PERFORM 3900-EXCEPTION-LINE-PARA
           END-IF.

       3500-ENTRY-WRITE-PARA.
           MOVE WS-ENTRY-IMAGE TO WS-IMAGE.
           PERFORM 6100-REBUILD-WRITE-PARA.
           IF WS-IO-OK
               PERFORM 6800-IMAGE-TOTALS-PARA
               ADD WS-IMG-CNT TO WS-MOVE-CNT
               ADD WS-IMG-AMOUNT TO WS-MOVE-AMOUNT
           ELSE
               MOVE 'ADD - KEY ALREADY ON REBUILD'
                   TO WS-EXCEPTION-REASON
           END-IF.

       3600-ENTRY-REWRITE-PARA.
           MOVE WS-ENTRY-IMAGE TO WS-IMAGE.
           PERFORM 6200-REBUILD-READ-PARA.
           IF WS-IO-OK
               PERFORM 6800-IMAGE-TOTALS-PARA
               SUBTRACT WS-IMG-CNT FROM WS-MOVE-CNT
               SUBTRACT WS-IMG-AMOUNT FROM WS-MOVE-AMOUNT
               MOVE WS-ENTRY-IMAGE TO WS-IMAGE
               PERFORM 6300-REBUILD-REWRITE-PARA
               IF WS-IO-OK
                   PERFORM 6800-IMAGE-TOTALS-PARA
                   ADD WS-IMG-CNT TO WS-MOVE-CNT
                   ADD WS-IMG-AMOUNT TO WS-MOVE-AMOUNT
               ELSE
                   MOVE 'CHANGE - REWRITE FAILED'
                       TO WS-EXCEPTION-REASON
               END-IF
           ELSE
               MOVE 'CHANGE - KEY NOT ON REBUILD'
                   TO WS-EXCEPTION-REASON
           END-IF.

       3700-ENTRY-DELETE-PARA.
           MOVE WS-ENTRY-IMAGE TO WS-IMAGE.
           PERFORM 6200-REBUILD-READ-PARA.
           IF WS-IO-OK
               PERFORM 6800-IMAGE-TOTALS-PARA
               PERFORM 6400-REBUILD-DELETE-PARA
               IF WS-IO-OK
                   SUBTRACT WS-IMG-CNT FROM WS-MOVE-CNT
                   SUBTRACT WS-IMG-AMOUNT FROM WS-MOVE-AMOUNT
               ELSE
                   MOVE 'DELETE - DELETE FAILED'
                       TO WS-EXCEPTION-REASON
               END-IF
           ELSE
               MOVE 'DELETE - KEY NOT ON REBUILD'
                   TO WS-EXCEPTION-REASON
           END-IF.

       3800-RUN-LINE-PARA.
           MOVE SPACES TO RCVRPT-REC.
           STRING WS-RPL-PROGRAM DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-RPL-RUN-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-RPL-STAMP-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-RPL-STAMP-TIME DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-RPL-SOURCE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-RPL-CNT DELIMITED BY SIZE
               INTO RCVRPT-REC.
           WRITE RCVRPT-REC.

      * AN ENTRY THAT COULD NOT BE APPLIED (OR, ACTION L, A
      * GENERATION RECORD THAT COULD NOT BE LOADED) IS LISTED WITH ITS
      * KEY AND LEAVES THE REBUILD UNPROVEN; THE RUN CARRIES ON SO
      * EVERY SUCH ENTRY IS LISTED IN ONE PASS.
       3900-EXCEPTION-LINE-PARA.
           ADD 1 TO WS-JRN-EXCEPTION-CNT.
           MOVE SPACES TO RCVRPT-REC.
           STRING '  EXCEPTION ' DELIMITED BY SIZE
               WS-EXCEPTION-ACTION DELIMITED BY SIZE
               ' KEY ' DELIMITED BY SIZE
               WS-IMG-KEY DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-EXCEPTION-REASON DELIMITED BY SIZE
               INTO RCVRPT-REC.
           WRITE RCVRPT-REC.
           IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.

      * SCANS THE WHOLE REBUILT MASTER IN KEY ORDER. THE GENERATION'S
      * CONTROL TOTALS PLUS THE REPLAY MOVEMENT MUST EQUAL WHAT THE
      * SCAN FINDS, AND THE POLICY MASTER'S TRAILER MUST AGREE WITH
      * THE SCAN AS WELL.
       4000-REBUILD-PROVE-PARA.
           COMPUTE WS-EXPECT-CNT = WS-GEN-CNT + WS-MOVE-CNT.
           COMPUTE WS-EXPECT-AMOUNT = WS-GEN-AMOUNT + WS-MOVE-AMOUNT.
           MOVE 'EXPECTED' TO WS-LINE-LABEL.
           MOVE WS-EXPECT-CNT TO WS-LINE-CNT.
           MOVE WS-EXPECT-AMOUNT TO WS-LINE-AMOUNT.
           MOVE SPACES TO WS-LINE-RESULT.
           PERFORM 7000-TOTALS-LINE-PARA.
           PERFORM 6500-REBUILD-START-PARA.
           PERFORM 4100-REBUILD-SCAN-PARA UNTIL REBUILD-EOF.
           IF WS-SCAN-CNT = WS-EXPECT-CNT
                   AND WS-SCAN-AMOUNT = WS-EXPECT-AMOUNT
               MOVE 'Y' TO WS-SCAN-PROVEN-SW
               MOVE 'PROVEN' TO WS-LINE-RESULT
           ELSE
               MOVE 'DIFFERS' TO WS-LINE-RESULT
           END-IF.
           MOVE 'REBUILT MASTER' TO WS-LINE-LABEL.
           MOVE WS-SCAN-CNT TO WS-LINE-CNT.
           MOVE WS-SCAN-AMOUNT TO WS-LINE-AMOUNT.
           PERFORM 7000-TOTALS-LINE-PARA.
           IF WS-POLICY-MASTER
               PERFORM 4200-TRAILER-PROVE-PARA
           END-IF.

       4100-REBUILD-SCAN-PARA.
           PERFORM 6600-REBUILD-NEXT-PARA.
           IF NOT REBUILD-EOF
               ADD 1 TO WS-SCAN-ALL-CNT
               PERFORM 6800-IMAGE-TOTALS-PARA
               ADD WS-IMG-CNT TO WS-SCAN-CNT
               ADD WS-IMG-AMOUNT TO WS-SCAN-AMOUNT
               IF WS-POLICY-MASTER AND WS-IMG-KEY = 'ZZZZZZZZ'
                   SET WS-TRAILER-SEEN TO TRUE
                   MOVE WS-IMAGE TO WS-TRAILER-IMAGE
               END-IF
           END-IF.

      * THE TRAILER CARRIES THE DATA RECORD COUNT AND THE PREMIUM
      * HASH IN CENTS, AS POLMAINT.CBL'S 3100-TRAILER-REBUILD-PARA
      * REWRITES THEM. A MASTER WITHOUT A TRAILER HAS NOTHING TO
      * CHECK.
       4200-TRAILER-PROVE-PARA.
           MOVE SPACES TO RCVRPT-REC.
           IF NOT WS-TRAILER-SEEN
               MOVE 'NO TRAILER ON THE REBUILT MASTER' TO RCVRPT-REC
           ELSE
               MOVE WS-SCAN-CNT TO WS-TRL-COUNT
               COMPUTE WS-TRL-HASH-X = WS-SCAN-AMOUNT * 100
               IF WS-TRAILER-IMAGE(9:8) = WS-TRL-COUNT
                       AND WS-TRAILER-IMAGE(17:13) = WS-TRL-HASH-X
                   STRING 'TRAILER ' DELIMITED BY SIZE
                       WS-TRAILER-IMAGE(9:8) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-TRAILER-IMAGE(17:13) DELIMITED BY SIZE
                       ' AGREES WITH THE SCAN' DELIMITED BY SIZE
                       INTO RCVRPT-REC
               ELSE
                   MOVE 'N' TO WS-TRAILER-PROVEN-SW
                   STRING 'TRAILER ' DELIMITED BY SIZE
                       WS-TRAILER-IMAGE(9:8) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-TRAILER-IMAGE(17:13) DELIMITED BY SIZE
                       ' DIFFERS, SCAN ' DELIMITED BY SIZE
                       WS-TRL-COUNT DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-TRL-HASH-X DELIMITED BY SIZE
                       INTO RCVRPT-REC
               END-IF
           END-IF.
           WRITE RCVRPT-REC.

      * WALKS THE REBUILT ALTERNATE INDEX END TO END. EVERY RECORD
      * MUST BE REACHABLE THROUGH IT, SO ITS ENTRY COUNT MUST EQUAL
      * THE RECORDS THE PRIMARY-KEY SCAN FOUND.
       4500-ALT-INDEX-PROVE-PARA.
           MOVE SPACES TO RCVRPT-REC.
           IF WS-CUSTOMER-MASTER
               MOVE 'NO ALTERNATE INDEX ON THIS MASTER' TO RCVRPT-REC
           ELSE
               PERFORM 6700-ALT-INDEX-START-PARA
               PERFORM 4600-ALT-INDEX-SCAN-PARA UNTIL REBUILD-EOF
               IF WS-ALT-CNT = WS-SCAN-ALL-CNT
                   STRING 'ALTERNATE INDEX ENTRIES ' DELIMITED BY SIZE
                       WS-ALT-CNT DELIMITED BY SIZE
                       ' AGREE WITH ' DELIMITED BY SIZE
                       WS-SCAN-ALL-CNT DELIMITED BY SIZE
                       ' RECORDS' DELIMITED BY SIZE
                       INTO RCVRPT-REC
               ELSE
                   MOVE 'N' TO WS-ALT-PROVEN-SW
                   STRING 'ALTERNATE INDEX ENTRIES ' DELIMITED BY SIZE
                       WS-ALT-CNT DELIMITED BY SIZE
                       ' DIFFER FROM ' DELIMITED BY SIZE
                       WS-SCAN-ALL-CNT DELIMITED BY SIZE
                       ' RECORDS' DELIMITED BY SIZE
                       INTO RCVRPT-REC
               END-IF
           END-IF.
           WRITE RCVRPT-REC.
           PERFORM 6900-REBUILD-CLOSE-PARA.

       4600-ALT-INDEX-SCAN-PARA.
           PERFORM 6600-REBUILD-NEXT-PARA.
           IF NOT REBUILD-EOF
               ADD 1 TO WS-ALT-CNT
           END-IF.

      * THE REBUILD IS ONLY FIT TO SWAP IN WHEN THE GENERATION LOADED
      * TO ITS CONTROL TOTALS, EVERY JOURNAL ENTRY APPLIED, AND THE
      * REBUILT MASTER, TRAILER AND ALTERNATE INDEX ALL PROVE.
       5000-OUTCOME-PARA.
           MOVE SPACES TO RCVRPT-REC.
           WRITE RCVRPT-REC.
           IF WS-LOAD-PROVEN-SW = 'Y' AND WS-SCAN-PROVEN-SW = 'Y'
                   AND WS-TRAILER-PROVEN-SW = 'Y'
                   AND WS-ALT-PROVEN-SW = 'Y'
                   AND WS-JRN-EXCEPTION-CNT = 0
               MOVE 'REBUILD PROVEN, READY TO SWAP IN' TO RCVRPT-REC
           ELSE
               MOVE 'REBUILD NOT PROVEN, DO NOT SWAP IN' TO RCVRPT-REC
               MOVE 16 TO RETURN-CODE
           END-IF.
           WRITE RCVRPT-REC.
           DISPLAY RCVRPT-REC.

      * THE REBUILT MASTER'S I/O, ONE PARAGRAPH PER VERB, EACH ACTING
      * ON WHICHEVER MASTER IS BEING REBUILT. WS-IMAGE CARRIES THE
      * RECORD IN AND OUT, AND WS-IO-OK-SW THE OUTCOME.
       6000-REBUILD-OPEN-OUTPUT-PARA.
           EVALUATE TRUE
               WHEN WS-POLICY-MASTER
                   OPEN OUTPUT POLRBLD
               WHEN WS-CUSTOMER-MASTER
                   OPEN OUTPUT CUSRBLD
               WHEN WS-CLAIM-MASTER
                   OPEN OUTPUT CLMRBLD
           END-EVALUATE.

       6050-REBUILD-OPEN-IO-PARA.
           EVALUATE TRUE
               WHEN WS-POLICY-MASTER
                   OPEN I-O POLRBLD
               WHEN WS-CUSTOMER-MASTER
                   OPEN I-O CUSRBLD
               WHEN WS-CLAIM-MASTER
                   OPEN I-O CLMRBLD
           END-EVALUATE.

       6100-REBUILD-WRITE-PARA.
           SET WS-IO-OK TO TRUE.
           EVALUATE TRUE
               WHEN WS-POLICY-MASTER
                   MOVE WS-IMAGE TO POLICY_REC
                   WRITE POLICY_REC
                       INVALID KEY
                           MOVE 'N' TO WS-IO-OK-SW
                   END-WRITE
               WHEN WS-CUSTOMER-MASTER
                   MOVE WS-IMAGE TO CUSTFL-REC
                   WRITE CUSTFL-REC
                       INVALID KEY
                           MOVE 'N' TO WS-IO-OK-SW
                   END-WRITE
               WHEN WS-CLAIM-MASTER
                   MOVE WS-IMAGE TO CLMMAST-REC
                   WRITE CLMMAST-REC
                       INVALID KEY
                           MOVE 'N' TO WS-IO-OK-SW
                   END-WRITE
           END-EVALUATE.

       6200-REBUILD-READ-PARA.
           SET WS-IO-OK TO TRUE.
           EVALUATE TRUE
               WHEN WS-POLICY-MASTER
                   MOVE WS-IMG-KEY TO POLICYNO
                   READ POLRBLD
                       INVALID KEY
                           MOVE 'N' TO WS-IO-OK-SW
                       NOT INVALID KEY
                           MOVE POLICY_REC TO WS-IMAGE
                   END-READ
               WHEN WS-CUSTOMER-MASTER
                   MOVE WS-IMG-KEY TO CUST-CUSTOMERID
                   READ CUSRBLD
                       INVALID KEY
                           MOVE 'N' TO WS-IO-OK-SW
                       NOT INVALID KEY
                           MOVE CUSTFL-REC TO WS-IMAGE
                   END-READ
               WHEN WS-CLAIM-MASTER
                   MOVE WS-IMG-KEY TO CLM-CLAIMNO
                   READ CLMRBLD
                       INVALID KEY
                           MOVE 'N' TO WS-IO-OK-SW
                       NOT INVALID KEY
                           MOVE CLMMAST-REC TO WS-IMAGE
                   END-READ
           END-EVALUATE.

       6300-REBUILD-REWRITE-PARA.
           SET WS-IO-OK TO TRUE.
           EVALUATE TRUE
               WHEN WS-POLICY-MASTER
                   MOVE WS-IMAGE TO POLICY_REC
                   REWRITE POLICY_REC
                       INVALID KEY
                           MOVE 'N' TO WS-IO-OK-SW
                   END-REWRITE
               WHEN WS-CUSTOMER-MASTER
                   MOVE WS-IMAGE TO CUSTFL-REC
                   REWRITE CUSTFL-REC
                       INVALID KEY
                           MOVE 'N' TO WS-IO-OK-SW
                   END-REWRITE
               WHEN WS-CLAIM-MASTER
                   MOVE WS-IMAGE TO CLMMAST-REC
                   REWRITE CLMMAST-REC
                       INVALID KEY
                           MOVE 'N' TO WS-IO-OK-SW
                   END-REWRITE
           END-EVALUATE.

       6400-REBUILD-DELETE-PARA.
           SET WS-IO-OK TO TRUE.
           EVALUATE TRUE
               WHEN WS-POLICY-MASTER
                   DELETE POLRBLD
                       INVALID KEY
                           MOVE 'N' TO WS-IO-OK-SW
                   END-DELETE
               WHEN WS-CUSTOMER-MASTER
                   DELETE CUSRBLD
                       INVALID KEY
                           MOVE 'N' TO WS-IO-OK-SW
                   END-DELETE
               WHEN WS-CLAIM-MASTER
                   DELETE CLMRBLD
                       INVALID KEY
                           MOVE 'N' TO WS-IO-OK-SW
                   END-DELETE
           END-EVALUATE.

       6500-REBUILD-START-PARA.
           MOVE 'N' TO WS-REBUILD-EOF-SW.
           EVALUATE TRUE
               WHEN WS-POLICY-MASTER
                   MOVE LOW-VALUES TO POLICYNO
                   START POLRBLD KEY >= POLICYNO
                       INVALID KEY
                           SET REBUILD-EOF TO TRUE
                   END-START
               WHEN WS-CUSTOMER-MASTER
                   MOVE LOW-VALUES TO CUST-CUSTOMERID
                   START CUSRBLD KEY >= CUST-CUSTOMERID
                       INVALID KEY
                           SET REBUILD-EOF TO TRUE
                   END-START
               WHEN WS-CLAIM-MASTER
                   MOVE LOW-VALUES TO CLM-CLAIMNO
                   START CLMRBLD KEY >= CLM-CLAIMNO
                       INVALID KEY
                           SET REBUILD-EOF TO TRUE
                   END-START
           END-EVALUATE.

      * READS THE NEXT RECORD IN WHICHEVER KEY ORDER THE LAST START
      * SET.
       6600-REBUILD-NEXT-PARA.
           EVALUATE TRUE
               WHEN WS-POLICY-MASTER
                   READ POLRBLD NEXT
                       AT END
                           SET REBUILD-EOF TO TRUE
                       NOT AT END
                           MOVE POLICY_REC TO WS-IMAGE
                   END-READ
               WHEN WS-CUSTOMER-MASTER
                   READ CUSRBLD NEXT
                       AT END
                           SET REBUILD-EOF TO TRUE
                       NOT AT END
                           MOVE CUSTFL-REC TO WS-IMAGE
                   END-READ
               WHEN WS-CLAIM-MASTER
                   READ CLMRBLD NEXT
                       AT END
                           SET REBUILD-EOF TO TRUE
                       NOT AT END
                           MOVE CLMMAST-REC TO WS-IMAGE
                   END-READ
           END-EVALUATE.

       6700-ALT-INDEX-START-PARA.
           MOVE 'N' TO WS-REBUILD-EOF-SW.
           EVALUATE TRUE
               WHEN WS-POLICY-MASTER
                   MOVE LOW-VALUES TO CUSTOMERID
                   START POLRBLD KEY >= CUSTOMERID
                       INVALID KEY
                           SET REBUILD-EOF TO TRUE
                   END-START
               WHEN WS-CLAIM-MASTER
                   MOVE LOW-VALUES TO CLM-POLICYNO
                   START CLMRBLD KEY >= CLM-POLICYNO
                       INVALID KEY
                           SET REBUILD-EOF TO TRUE
                   END-START
           END-EVALUATE.

      * WHAT THE IMAGE IN WS-IMAGE CONTRIBUTES TO THE CONTROL TOTALS,
      * COUNTED THE SAME WAY ARCHIVER.CBL COUNTS THE GENERATION.
       6800-IMAGE-TOTALS-PARA.
           MOVE 1 TO WS-IMG-CNT.
           MOVE ZEROES TO WS-IMG-AMOUNT.
           EVALUATE TRUE
               WHEN WS-POLICY-MASTER
                   IF WS-IMG-KEY = '00000000' OR 'ZZZZZZZZ'
                       MOVE ZEROES TO WS-IMG-CNT
                   ELSE
                       IF WS-IMG-PREMIUM NUMERIC
                           MOVE WS-IMG-PREMIUM TO WS-IMG-AMOUNT
                       END-IF
                   END-IF
               WHEN WS-CLAIM-MASTER
                   IF WS-IMG-RESERVE NUMERIC
                       MOVE WS-IMG-RESERVE TO WS-IMG-AMOUNT
                   END-IF
           END-EVALUATE.

       6900-REBUILD-CLOSE-PARA.
           EVALUATE TRUE
               WHEN WS-POLICY-MASTER
                   CLOSE POLRBLD
               WHEN WS-CUSTOMER-MASTER
                   CLOSE CUSRBLD
               WHEN WS-CLAIM-MASTER
                   CLOSE CLMRBLD
           END-EVALUATE.

       7000-TOTALS-LINE-PARA.
           MOVE WS-LINE-CNT TO WS-FMT-CNT.
           MOVE WS-LINE-AMOUNT TO WS-FMT-AMOUNT.
           MOVE SPACES TO RCVRPT-REC.
           STRING WS-LINE-LABEL DELIMITED BY SIZE
               ' RECORDS ' DELIMITED BY SIZE
               WS-FMT-CNT DELIMITED BY SIZE
               ' AMOUNT ' DELIMITED BY SIZE
               WS-FMT-AMOUNT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-LINE-RESULT DELIMITED BY SIZE
               INTO RCVRPT-REC.
           WRITE RCVRPT-REC.

      * RESOLVES EVERY FILE ASSIGNMENT FROM THE EXTERNAL FILE
      * CONFIGURATION BEFORE ANYTHING IS OPENED, REPORTING EACH
      * RESOLVED PATH. A LOGICAL NAME MISSING FROM THE
      * CONFIGURATION ENDS THE RUN CLEANLY WITH RC 16 BEFORE ANY
      * FILE IS TOUCHED.
       0050-FILECFG-LOAD-PARA.
           MOVE 'RECOVPARM' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-RCVPARM-PATH.
           MOVE 'MASTERGEN' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-MASTGEN-PATH.
           MOVE 'MASTERJRNL' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-LIVE-JRNFL-PATH.
           MOVE 'POLICYREBLD' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-POLRBLD-PATH.
           MOVE 'CUSTREBLD' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-CUSRBLD-PATH.
           MOVE 'CLAIMREBLD' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-CLMRBLD-PATH.
           MOVE 'RECOVRPT' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-RCVRPT-PATH.

       0060-FILECFG-ONE-PARA.
           CALL 'FILECFG' USING WS-CFG-NAME, WS-CFG-PATH,
               WS-CFG-RESULT.
           IF WS-CFG-RESULT NOT = 'Y'
               DISPLAY 'FILE PATH NOT CONFIGURED: ' WS-CFG-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'USING ' WS-CFG-NAME ' AT ' WS-CFG-PATH.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTJRNW.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * MASTER RECOVERY JOURNAL (MSTJRNL.CPY), EXTENDED WITH ONE ENTRY
      * PER CALL.
           SELECT JRNFL ASSIGN TO DYNAMIC WS-JRNFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-JRNFL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JRNFL.
       COPY 'MSTJRNL'.

       WORKING-STORAGE SECTION.
       77  WS-JRNFL-STATUS         PIC X(2).

      * FILE PATH, RESOLVED ONCE PER RUN FROM THE EXTERNAL FILE
      * CONFIGURATION. WITHOUT A MASTERJRNL ENTRY NOTHING CAN BE
      * JOURNALLED, AND THE CALLER IS TOLD SO.
       77  WS-JRNFL-PATH           PIC X(80)   VALUE SPACES.
       77  WS-PATH-LOADED-SW       PIC X(01)   VALUE 'N'.
           88  WS-PATH-LOADED                  VALUE 'Y'.
       77  WS-JRNFL-CFG-SW         PIC X(01)   VALUE 'N'.
           88  WS-JRNFL-CONFIGURED             VALUE 'Y'.
       77  WS-CFG-NAME             PIC X(12)   VALUE SPACES.
       77  WS-CFG-PATH             PIC X(80)   VALUE SPACES.
       77  WS-CFG-RESULT           PIC X(01)   VALUE 'N'.

       77  WS-NOW-DATE             PIC 9(08)   VALUE ZEROES.
       77  WS-NOW-TIME             PIC 9(08)   VALUE ZEROES.

       LINKAGE SECTION.
      * LK-MASTER IS THE UPDATED MASTER'S LOGICAL NAME ON THE FILE
      * CONFIGURATION AND LK-SOURCE THE TRANSACTION FILE'S. LK-ACTION
      * IS 'W' (WRITE), 'R' (REWRITE) OR 'D' (DELETE), AND LK-IMAGE
      * THE RECORD AS WRITTEN, OR AS IT STOOD BEFORE A DELETE, SPACE
      * FILLED TO 103 BYTES BY THE CALLER. LK-RESULT COMES BACK 'Y'
      * WHEN THE ENTRY WAS WRITTEN, 'N' WHEN IT COULD NOT BE.
       01  LK-MASTER               PIC X(12).
       01  LK-SOURCE               PIC X(12).
       01  LK-PROGRAM              PIC X(10).
       01  LK-RUN-DATE             PIC 9(08).
       01  LK-ACTION               PIC X(01).
       01  LK-IMAGE                PIC X(103).
       01  LK-RESULT               PIC X(01).

       PROCEDURE DIVISION USING LK-MASTER, LK-SOURCE, LK-PROGRAM,
               LK-RUN-DATE, LK-ACTION, LK-IMAGE, LK-RESULT.
       0000-MAIN-PARA.
           IF NOT WS-PATH-LOADED
               PERFORM 0100-PATH-RESOLVE-PARA
           END-IF.
           MOVE 'N' TO LK-RESULT.
           IF WS-JRNFL-CONFIGURED
               PERFORM 1000-ENTRY-WRITE-PARA
           END-IF.
           GOBACK.

       0100-PATH-RESOLVE-PARA.
           SET WS-PATH-LOADED TO TRUE.
           MOVE 'MASTERJRNL' TO WS-CFG-NAME.
           CALL 'FILECFG' USING WS-CFG-NAME, WS-CFG-PATH,
               WS-CFG-RESULT.
           IF WS-CFG-RESULT = 'Y'
               MOVE WS-CFG-PATH TO WS-JRNFL-PATH
               SET WS-JRNFL-CONFIGURED TO TRUE
           ELSE
               DISPLAY 'MSTJRNW: MASTERJRNL NOT CONFIGURED, MASTER '
                   'UPDATES NOT JOURNALLED.'
           END-IF.

      * OPENED AND CLOSED FOR EVERY ENTRY, SO A RUN THAT DIES PART
      * WAY THROUGH LEAVES EVERY UPDATE IT DID MAKE ON THE JOURNAL.
      * THE SAME OPEN-EXTEND RULE LOSSDEV.CBL USES FOR ITS SNAPSHOT
      * HISTORY.
       1000-ENTRY-WRITE-PARA.
           OPEN EXTEND JRNFL.
           IF WS-JRNFL-STATUS = '35'
               OPEN OUTPUT JRNFL
           END-IF.
           IF WS-JRNFL-STATUS NOT = '00'
               DISPLAY 'MSTJRNW: JOURNAL CANNOT BE EXTENDED, STATUS '
                   WS-JRNFL-STATUS
           ELSE
               ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
               ACCEPT WS-NOW-TIME FROM TIME
               MOVE SPACES TO JRN-REC
               MOVE LK-MASTER TO JRN-MASTER
               MOVE LK-SOURCE TO JRN-SOURCE
               MOVE LK-PROGRAM TO JRN-PROGRAM
               MOVE LK-RUN-DATE TO JRN-RUN-DATE
               MOVE WS-NOW-DATE TO JRN-STAMP-DATE
               MOVE WS-NOW-TIME(1:6) TO JRN-STAMP-TIME
               MOVE LK-ACTION TO JRN-ACTION
               MOVE LK-IMAGE TO JRN-IMAGE
               WRITE JRN-REC
               CLOSE JRNFL
               MOVE 'Y' TO LK-RESULT
           END-IF.

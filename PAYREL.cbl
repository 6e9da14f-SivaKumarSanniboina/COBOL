       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYREL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * SAME ASSIGN/LAYOUT AS PAYVAR.CBL'S VAROUT: THE PAYROLL MONTH
      * AND EVERY EMPLOYEE THE VARIANCE CHECK LISTED FOR REVIEW. NO
      * VARIANCE FILE MEANS THE CHECK HAS NOT RUN AND NOTHING GOES.
           SELECT VARIN ASSIGN TO DYNAMIC WS-VARIN-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-VARIN-STATUS.

      * PAYROLL APPROVAL FILE KEYED BY THE PAYROLL OFFICE: ONE LINE
      * FOR EMPLOYEE 00000 SIGNING OFF THE MONTH AS A WHOLE, AND ONE
      * LINE PER EMPLOYEE APPROVED OR REJECTED INDIVIDUALLY. WHERE AN
      * EMPLOYEE HAS MORE THAN ONE LINE, THE LAST ONE STANDS.
           SELECT APPRFL ASSIGN TO DYNAMIC WS-APPRFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-APPRFL-STATUS.

      * SAME ASSIGN/LAYOUT AS PAYVAR.CBL'S XFERPEND. READ FOR THE
      * MONTH'S CREDITS, THEN CLEARED TO A ZERO CONTROL LINE ONCE
      * EVERY CREDIT ON IT IS EITHER RELEASED OR CARRIED ON XFERHELD,
      * SO A SECOND RUN CANNOT PAY ANYONE TWICE.
           SELECT XFERPEND ASSIGN TO DYNAMIC WS-XFERPEND-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-XFERPEND-STATUS.

      * CREDITS HELD BACK BY EARLIER RUNS, EACH WITH ITS PAY MONTH AND
      * THE REASON IT WAS HELD. PAYSLIP.CBL RECREATES THE PENDING FILE
      * EVERY MONTH, SO HELD CREDITS ARE CARRIED HERE INSTEAD; THE
      * FILE IS READ ALONGSIDE THE PENDING FILE ON EVERY RUN AND
      * REWRITTEN WITH WHAT IS STILL HELD. NO FILE MEANS NOTHING IS
      * HELD YET.
           SELECT XFERHELD ASSIGN TO DYNAMIC WS-XFERHELD-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-XFERHELD-STATUS.

      * THE BANK CREDIT-TRANSFER FILE ITSELF, IN THE SAME SHAPE AS
      * THE PENDING FILE WITH ITS OWN CONTROL-TOTAL LINE.
           SELECT BANKXFER ASSIGN TO DYNAMIC WS-BANKXFER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-BANKXFER-STATUS.

      * ACCOUNT EACH EMPLOYEE WAS LAST PAID TO, UPDATED FOR EVERY
      * CREDIT RELEASED SO NEXT MONTH'S VARIANCE CHECK CAN SPOT A
      * CHANGED ACCOUNT.
           SELECT PAIDACCT ASSIGN TO DYNAMIC WS-PAIDACCT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-PAIDACCT-STATUS.

      * RELEASE REGISTER: EVERY PENDING CREDIT, RELEASED OR HELD WITH
      * THE REASON, AND THE TOTALS.
           SELECT RELREG ASSIGN TO DYNAMIC WS-RELREG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-RELREG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * SAME LAYOUT AS PAYVAR.CBL'S VAROUT-REC.
       FD  VARIN.
       01  VARIN-REC.
           05  VAR-EMPLOYEE-NUMBER     PIC 9(05).
           05  VAR-MONTH               PIC 9(06).
           05  VAR-REASON              PIC X(01).
               88  VAR-HEADER                  VALUE 'H'.
               88  VAR-NET-VARIANCE            VALUE 'V'.
               88  VAR-NEW-JOINER              VALUE 'N'.
               88  VAR-ACCOUNT-CHANGED         VALUE 'A'.
           05  VAR-PRIOR-NET           PIC 9(05)V99.
           05  VAR-NET                 PIC 9(05)V99.
           05  VAR-CHANGE-PCT          PIC S9(05)V99
                                       SIGN LEADING SEPARATE.
           05  VAR-DESCRIPTION         PIC X(40).
           05  FILLER                  PIC X(06).

       FD  APPRFL.
       01  APPRFL-REC.
           05  APR-EMPLOYEE-NUMBER     PIC 9(05).
           05  APR-MONTH               PIC 9(06).
           05  APR-DECISION            PIC X(01).
               88  APR-APPROVED                VALUE 'A'.
               88  APR-REJECTED                VALUE 'R'.
           05  APR-SIGNED-BY           PIC X(10).
           05  FILLER                  PIC X(58).

      * SAME LAYOUT AS PAYVAR.CBL'S XFERPEND-REC.
       FD  XFERPEND.
       01  XFERPEND-REC.
           05  XFP-BANK-CODE           PIC X(08).
           05  FILLER                  PIC X(01).
           05  XFP-ACCOUNT             PIC X(16).
           05  FILLER                  PIC X(01).
           05  XFP-EMPLOYEE-NUMBER     PIC 9(05).
           05  FILLER                  PIC X(01).
           05  XFP-NET                 PIC 9(05)V99.
           05  FILLER                  PIC X(41).

      * XFERPEND-REC'S CREDIT IN THE FIRST 39 BYTES, THEN THE MONTH
      * IT WAS PAYROLL FOR AND WHY IT IS HELD, WHERE THE PENDING FILE
      * HAS FILLER.
       FD  XFERHELD.
       01  XFERHELD-REC.
           05  XFH-CREDIT              PIC X(39).
           05  XFH-PAY-MONTH           PIC 9(06).
           05  FILLER                  PIC X(01).
           05  XFH-HOLD-REASON         PIC X(30).
           05  FILLER                  PIC X(04).

       FD  BANKXFER.
       01  BANKXFER-REC                PIC X(80).

       FD  PAIDACCT.
       01  PAIDACCT-REC.
           05  PDA-EMPLOYEE-NUMBER     PIC 9(05).
           05  PDA-BANK-CODE           PIC X(08).
           05  PDA-ACCOUNT             PIC X(16).
           05  PDA-MONTH               PIC 9(06).
           05  FILLER                  PIC X(45).

       FD  RELREG.
       01  RELREG-REC                  PIC X(80).

       WORKING-STORAGE SECTION.
      * RESOLVED FILE PATHS. EVERY ASSIGNMENT COMES FROM THE
      * EXTERNAL FILE CONFIGURATION (FILECFG) AT STARTUP -- SEE
      * 0050-FILECFG-LOAD-PARA -- SO A DISK MOVE OR A TEST RUN
      * NEVER MEANS EDITING AND RECOMPILING THIS PROGRAM.
       77  WS-VARIN-PATH               PIC X(80) VALUE SPACES.
       77  WS-APPRFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-XFERPEND-PATH            PIC X(80) VALUE SPACES.
       77  WS-XFERHELD-PATH            PIC X(80) VALUE SPACES.
       77  WS-BANKXFER-PATH            PIC X(80) VALUE SPACES.
       77  WS-PAIDACCT-PATH            PIC X(80) VALUE SPACES.
       77  WS-RELREG-PATH              PIC X(80) VALUE SPACES.
       77  WS-CFG-NAME             PIC X(12)   VALUE SPACES.
       77  WS-CFG-PATH             PIC X(80)   VALUE SPACES.
       77  WS-CFG-RESULT           PIC X(01)   VALUE 'N'.

       01  WS-FILE-STATUS.
           05  WS-VARIN-STATUS         PIC X(2).
           05  WS-APPRFL-STATUS        PIC X(2).
           05  WS-XFERPEND-STATUS      PIC X(2).
           05  WS-XFERHELD-STATUS      PIC X(2).
           05  WS-BANKXFER-STATUS      PIC X(2).
           05  WS-PAIDACCT-STATUS      PIC X(2).
           05  WS-RELREG-STATUS        PIC X(2).

       01  WS-EOF-SWITCHES.
           05  WS-VARIN-EOF-SW         PIC X(01)   VALUE 'N'.
               88  VARIN-EOF                       VALUE 'Y'.
           05  WS-APPRFL-EOF-SW        PIC X(01)   VALUE 'N'.
               88  APPRFL-EOF                      VALUE 'Y'.
           05  WS-XFERPEND-EOF-SW      PIC X(01)   VALUE 'N'.
               88  XFERPEND-EOF                    VALUE 'Y'.
           05  WS-XFERHELD-EOF-SW      PIC X(01)   VALUE 'N'.
               88  XFERHELD-EOF                    VALUE 'Y'.
           05  WS-PAIDACCT-EOF-SW      PIC X(01)   VALUE 'N'.
               88  PAIDACCT-EOF                    VALUE 'Y'.

       01  WS-SWITCHES.
           05  WS-SIGNED-OFF-SW        PIC X(01)   VALUE 'N'.
               88  WS-SIGNED-OFF                   VALUE 'Y'.
           05  WS-VARIANCE-RUN-SW      PIC X(01)   VALUE 'N'.
               88  WS-VARIANCE-RUN                 VALUE 'Y'.

       77  WS-PAY-MONTH                PIC 9(06)   VALUE ZEROES.
       77  WS-SIGNED-BY                PIC X(10)   VALUE SPACES.

      * EMPLOYEES THE VARIANCE CHECK LISTED, ONCE EACH.
       01  WS-FLAG-TABLE.
           05  WS-FLAG-NUMBER OCCURS 2000 TIMES PIC 9(05).
       77  WS-FLAG-CNT                 PIC 9(4)    VALUE ZEROES.
       77  WS-FLAG-SRCH-IDX            PIC 9(4)    VALUE ZEROES.
       77  WS-FLAG-FOUND-SW            PIC X(01)   VALUE 'N'.
           88  WS-FLAG-FOUND                       VALUE 'Y'.

      * INDIVIDUAL DECISIONS FOR THE MONTH.
       01  WS-DECISION-TABLE.
           05  WS-DEC-ENTRY OCCURS 2000 TIMES.
               10  WS-DEC-NUMBER        PIC 9(05).
               10  WS-DEC-DECISION      PIC X(01).
                   88  WS-DEC-APPROVED              VALUE 'A'.
                   88  WS-DEC-REJECTED              VALUE 'R'.
       77  WS-DEC-CNT                  PIC 9(4)    VALUE ZEROES.
       77  WS-DEC-SRCH-IDX             PIC 9(4)    VALUE ZEROES.
       77  WS-DEC-FOUND-SW             PIC X(01)   VALUE 'N'.
           88  WS-DEC-FOUND                        VALUE 'Y'.

      * PENDING CREDITS, EACH MARKED RELEASED OR HELD.
       01  WS-PEND-TABLE.
           05  WS-PEND-ENTRY OCCURS 2000 TIMES.
               10  WS-PEND-NUMBER       PIC 9(05).
               10  WS-PEND-BANK-CODE    PIC X(08).
               10  WS-PEND-ACCOUNT      PIC X(16).
               10  WS-PEND-NET          PIC 9(05)V99.
               10  WS-PEND-HELD-SW      PIC X(01).
                   88  WS-PEND-HELD                 VALUE 'Y'.
               10  WS-PEND-MONTH        PIC 9(06).
               10  WS-PEND-CARRIED-SW   PIC X(01).
                   88  WS-PEND-CARRIED              VALUE 'Y'.
               10  WS-PEND-REASON       PIC X(30).
       77  WS-PEND-CNT                 PIC 9(4)    VALUE ZEROES.
       77  WS-PEND-IDX                 PIC 9(4)    VALUE ZEROES.

      * ACCOUNTS LAST PAID TO, REWRITTEN AT CLOSE.
       01  WS-PAID-TABLE.
           05  WS-PAID-ENTRY OCCURS 2000 TIMES.
               10  WS-PAID-NUMBER       PIC 9(05).
               10  WS-PAID-BANK-CODE    PIC X(08).
               10  WS-PAID-ACCOUNT      PIC X(16).
               10  WS-PAID-MONTH        PIC 9(06).
       77  WS-PAID-CNT                 PIC 9(4)    VALUE ZEROES.
       77  WS-PAID-IDX                 PIC 9(4)    VALUE ZEROES.
       77  WS-PAID-SRCH-IDX            PIC 9(4)    VALUE ZEROES.
       77  WS-PAID-FOUND-SW            PIC X(01)   VALUE 'N'.
           88  WS-PAID-FOUND                       VALUE 'Y'.

       77  WS-HOLD-REASON              PIC X(30)   VALUE SPACES.
       77  WS-REG-CARRIED              PIC X(13)   VALUE SPACES.

      * OUTBOUND MANIFEST ENTRY FOR A FILE THIS RUN HAS WRITTEN FOR
      * AN OUTSIDE PARTY (SEE MANIFREG.CBL).
       77  WS-MAN-PROGRAM              PIC X(10)   VALUE 'PAYREL'.
       77  WS-MAN-FILE-NAME            PIC X(12)   VALUE SPACES.
       77  WS-MAN-REC-CNT              PIC 9(6)    VALUE ZEROES.
       77  WS-MAN-AMOUNT               PIC 9(11)V99 VALUE ZEROES.
       77  WS-MAN-SEQ-NO               PIC 9(6)    VALUE ZEROES.
       77  WS-MAN-RESULT               PIC X(01)   VALUE SPACE.
       77  WS-MAN-HOLD-RC              PIC S9(4) COMP  VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-PEND-RD-CNT          PIC 9(4)    VALUE ZEROES.
           05  WS-CARRIED-RD-CNT       PIC 9(4)    VALUE ZEROES.
           05  WS-RELEASED-CNT         PIC 9(4)    VALUE ZEROES.
           05  WS-REJECTED-CNT         PIC 9(4)    VALUE ZEROES.
           05  WS-UNREVIEWED-CNT       PIC 9(4)    VALUE ZEROES.
           05  WS-CARRIED-HELD-CNT     PIC 9(4)    VALUE ZEROES.

       77  WS-RELEASED-TOTAL           PIC 9(9)V99 VALUE ZEROES.
       77  WS-HELD-TOTAL               PIC 9(9)V99 VALUE ZEROES.
       77  WS-HELD-CNT                 PIC 9(4)    VALUE ZEROES.
       77  WS-FORMATTED-NET            PIC Z(4)9.99.
       77  WS-FORMATTED-TOTAL          PIC Z(8)9.99.
       77  WS-FORMATTED-COUNT          PIC ZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0050-FILECFG-LOAD-PARA.
           PERFORM 1000-FILES-LOAD-PARA.
           IF NOT WS-VARIANCE-RUN
               DISPLAY 'VARIANCE CHECK HAS NOT RUN, NOTHING RELEASED.'
               MOVE 16 TO RETURN-CODE
           ELSE
               IF NOT WS-SIGNED-OFF
                   DISPLAY 'PAYROLL FOR MONTH ' WS-PAY-MONTH
                       ' NOT SIGNED OFF, NOTHING RELEASED.'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-XFERPEND-STATUS NOT = '00'
                       DISPLAY 'PENDING TRANSFERS CANNOT BE OPENED, '
                           'NOTHING RELEASED.'
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       PERFORM 2000-RELEASE-PARA
                   END-IF
               END-IF
           END-IF.

           DISPLAY 'PAYROLL MONTH: ', WS-PAY-MONTH.
           DISPLAY 'SIGNED OFF BY: ', WS-SIGNED-BY.
           DISPLAY 'PENDING CREDITS READ: ', WS-PEND-RD-CNT.
           DISPLAY 'HELD CREDITS CARRIED IN: ', WS-CARRIED-RD-CNT.
           DISPLAY 'CREDITS RELEASED: ', WS-RELEASED-CNT.
           DISPLAY 'RELEASED TOTAL: ', WS-RELEASED-TOTAL.
           DISPLAY 'HELD, REJECTED: ', WS-REJECTED-CNT.
           DISPLAY 'HELD, NOT REVIEWED: ', WS-UNREVIEWED-CNT.
           DISPLAY 'HELD, CARRIED AGAIN: ', WS-CARRIED-HELD-CNT.
           DISPLAY 'HELD TOTAL: ', WS-HELD-TOTAL.
           IF WS-HELD-CNT > 0 AND RETURN-CODE = 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * THE VARIANCE FILE'S HEADER NAMES THE MONTH, AND ONLY THAT
      * MONTH'S SIGN-OFF AND DECISIONS COUNT.
       1000-FILES-LOAD-PARA.
           OPEN INPUT VARIN.
           DISPLAY 'FILE STATUS FOR VARIN:', WS-VARIN-STATUS.
           IF WS-VARIN-STATUS = '00'
               PERFORM 1100-VARIN-READ-PARA UNTIL VARIN-EOF
               CLOSE VARIN
           END-IF.
           IF WS-VARIANCE-RUN
               PERFORM 1200-APPRFL-LOAD-PARA
               PERFORM 1300-PAIDACCT-LOAD-PARA
               PERFORM 1500-XFERHELD-LOAD-PARA
               OPEN INPUT XFERPEND
               DISPLAY 'FILE STATUS FOR XFERPEND:', WS-XFERPEND-STATUS
               IF WS-XFERPEND-STATUS = '00'
                   PERFORM 1400-XFERPEND-READ-PARA UNTIL XFERPEND-EOF
                   CLOSE XFERPEND
               END-IF
           END-IF.

       1100-VARIN-READ-PARA.
           READ VARIN
               AT END
                   SET VARIN-EOF TO TRUE
               NOT AT END
                   IF VAR-HEADER
                       MOVE VAR-MONTH TO WS-PAY-MONTH
                       SET WS-VARIANCE-RUN TO TRUE
                   ELSE
                       PERFORM 1150-FLAG-ADD-PARA
                   END-IF
           END-READ.

       1150-FLAG-ADD-PARA.
           MOVE 'N' TO WS-FLAG-FOUND-SW.
           MOVE 1 TO WS-FLAG-SRCH-IDX.
           PERFORM 1160-FLAG-FIND-ONE-PARA
               UNTIL WS-FLAG-SRCH-IDX > WS-FLAG-CNT
                  OR WS-FLAG-FOUND.
           IF NOT WS-FLAG-FOUND
               IF WS-FLAG-CNT < 2000
                   ADD 1 TO WS-FLAG-CNT
                   MOVE VAR-EMPLOYEE-NUMBER TO
                       WS-FLAG-NUMBER(WS-FLAG-CNT)
               ELSE
                   DISPLAY 'WS-FLAG-TABLE FULL, ENTRY IGNORED: '
                       VAR-EMPLOYEE-NUMBER
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       1160-FLAG-FIND-ONE-PARA.
           IF WS-FLAG-NUMBER(WS-FLAG-SRCH-IDX) = VAR-EMPLOYEE-NUMBER
               SET WS-FLAG-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-FLAG-SRCH-IDX
           END-IF.

       1200-APPRFL-LOAD-PARA.
           OPEN INPUT APPRFL.
           IF WS-APPRFL-STATUS NOT = '00' THEN
               DISPLAY 'APPROVAL FILE NOT FOUND.'
               SET APPRFL-EOF TO TRUE
           ELSE
               PERFORM 1250-APPRFL-READ-PARA UNTIL APPRFL-EOF
               CLOSE APPRFL
           END-IF.

       1250-APPRFL-READ-PARA.
           READ APPRFL
               AT END
                   SET APPRFL-EOF TO TRUE
               NOT AT END
                   IF APR-MONTH = WS-PAY-MONTH
                       IF APR-EMPLOYEE-NUMBER = ZEROES
                           IF APR-APPROVED
                               SET WS-SIGNED-OFF TO TRUE
                               MOVE APR-SIGNED-BY TO WS-SIGNED-BY
                           ELSE
                               MOVE 'N' TO WS-SIGNED-OFF-SW
                           END-IF
                       ELSE
                           IF APR-APPROVED OR APR-REJECTED
                               PERFORM 1260-DECISION-KEEP-PARA
                           ELSE
                               DISPLAY 'INVALID DECISION IGNORED: '
                                   APR-EMPLOYEE-NUMBER
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       1260-DECISION-KEEP-PARA.
           MOVE 'N' TO WS-DEC-FOUND-SW.
           MOVE 1 TO WS-DEC-SRCH-IDX.
           PERFORM 1270-DECISION-FIND-ONE-PARA
               UNTIL WS-DEC-SRCH-IDX > WS-DEC-CNT
                  OR WS-DEC-FOUND.
           IF NOT WS-DEC-FOUND
               IF WS-DEC-CNT < 2000
                   ADD 1 TO WS-DEC-CNT
                   MOVE WS-DEC-CNT TO WS-DEC-SRCH-IDX
                   MOVE APR-EMPLOYEE-NUMBER TO
                       WS-DEC-NUMBER(WS-DEC-SRCH-IDX)
                   SET WS-DEC-FOUND TO TRUE
               ELSE
                   DISPLAY 'WS-DECISION-TABLE FULL, ENTRY IGNORED: '
                       APR-EMPLOYEE-NUMBER
               END-IF
           END-IF.
           IF WS-DEC-FOUND
               MOVE APR-DECISION TO WS-DEC-DECISION(WS-DEC-SRCH-IDX)
           END-IF.

       1270-DECISION-FIND-ONE-PARA.
           IF WS-DEC-NUMBER(WS-DEC-SRCH-IDX) = APR-EMPLOYEE-NUMBER
               SET WS-DEC-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-DEC-SRCH-IDX
           END-IF.

       1300-PAIDACCT-LOAD-PARA.
           OPEN INPUT PAIDACCT.
           IF WS-PAIDACCT-STATUS NOT = '00' THEN
               DISPLAY 'PAID-ACCOUNT RECORD NOT FOUND, STARTING A NEW '
                   'ONE.'
               SET PAIDACCT-EOF TO TRUE
           ELSE
               PERFORM 1350-PAIDACCT-READ-PARA UNTIL PAIDACCT-EOF
               CLOSE PAIDACCT
           END-IF.

       1350-PAIDACCT-READ-PARA.
           READ PAIDACCT
               AT END
                   SET PAIDACCT-EOF TO TRUE
               NOT AT END
                   IF WS-PAID-CNT < 2000
                       ADD 1 TO WS-PAID-CNT
                       MOVE PDA-EMPLOYEE-NUMBER TO
                           WS-PAID-NUMBER(WS-PAID-CNT)
                       MOVE PDA-BANK-CODE TO
                           WS-PAID-BANK-CODE(WS-PAID-CNT)
                       MOVE PDA-ACCOUNT TO WS-PAID-ACCOUNT(WS-PAID-CNT)
                       MOVE PDA-MONTH TO WS-PAID-MONTH(WS-PAID-CNT)
                   ELSE
                       DISPLAY 'WS-PAID-TABLE FULL, ENTRY IGNORED: '
                           PDA-EMPLOYEE-NUMBER
                       MOVE 16 TO RETURN-CODE
                   END-IF
           END-READ.

      * THE TRAILING CONTROL LINE IS NOT A CREDIT.
       1400-XFERPEND-READ-PARA.
           READ XFERPEND
               AT END
                   SET XFERPEND-EOF TO TRUE
               NOT AT END
                   IF XFERPEND-REC(1:8) NOT = 'CONTROL '
                       ADD 1 TO WS-PEND-RD-CNT
                       PERFORM 1450-PEND-KEEP-PARA
                   END-IF
           END-READ.

       1450-PEND-KEEP-PARA.
           IF WS-PEND-CNT < 2000
               ADD 1 TO WS-PEND-CNT
               MOVE XFP-EMPLOYEE-NUMBER TO WS-PEND-NUMBER(WS-PEND-CNT)
               MOVE XFP-BANK-CODE TO WS-PEND-BANK-CODE(WS-PEND-CNT)
               MOVE XFP-ACCOUNT TO WS-PEND-ACCOUNT(WS-PEND-CNT)
               MOVE XFP-NET TO WS-PEND-NET(WS-PEND-CNT)
               MOVE 'N' TO WS-PEND-HELD-SW(WS-PEND-CNT)
               MOVE WS-PAY-MONTH TO WS-PEND-MONTH(WS-PEND-CNT)
               MOVE 'N' TO WS-PEND-CARRIED-SW(WS-PEND-CNT)
               MOVE SPACES TO WS-PEND-REASON(WS-PEND-CNT)
           ELSE
               DISPLAY 'WS-PEND-TABLE FULL, ENTRY IGNORED: '
                   XFP-EMPLOYEE-NUMBER
               MOVE 16 TO RETURN-CODE
           END-IF.

      * CREDITS HELD BY EARLIER RUNS ARE TAKEN AHEAD OF THIS MONTH'S,
      * KEEPING THEIR OWN PAY MONTH AND HOLD REASON.
       1500-XFERHELD-LOAD-PARA.
           OPEN INPUT XFERHELD.
           DISPLAY 'FILE STATUS FOR XFERHELD:', WS-XFERHELD-STATUS.
           IF WS-XFERHELD-STATUS = '00'
               PERFORM 1550-XFERHELD-READ-PARA UNTIL XFERHELD-EOF
               CLOSE XFERHELD
           END-IF.

       1550-XFERHELD-READ-PARA.
           READ XFERHELD
               AT END
                   SET XFERHELD-EOF TO TRUE
               NOT AT END
                   IF XFERHELD-REC(1:8) NOT = 'CONTROL '
                       ADD 1 TO WS-CARRIED-RD-CNT
                       MOVE SPACES TO XFERPEND-REC
                       MOVE XFH-CREDIT TO XFERPEND-REC(1:39)
                       MOVE WS-PEND-CNT TO WS-PEND-IDX
                       PERFORM 1450-PEND-KEEP-PARA
                       IF WS-PEND-CNT > WS-PEND-IDX
                           PERFORM 1560-CARRIED-MARK-PARA
                       END-IF
                   END-IF
           END-READ.

      * A HELD LINE WITH NO MONTH OR REASON ON IT IS TAKEN AS THIS
      * MONTH'S, STILL AWAITING APPROVAL.
       1560-CARRIED-MARK-PARA.
           SET WS-PEND-CARRIED(WS-PEND-CNT) TO TRUE.
           IF XFH-PAY-MONTH NUMERIC
               MOVE XFH-PAY-MONTH TO WS-PEND-MONTH(WS-PEND-CNT)
           END-IF.
           IF XFH-HOLD-REASON = SPACES
               MOVE 'HELD, AWAITING APPROVAL' TO
                   WS-PEND-REASON(WS-PEND-CNT)
           ELSE
               MOVE XFH-HOLD-REASON TO WS-PEND-REASON(WS-PEND-CNT)
           END-IF.

      * EVERY PENDING CREDIT IS RELEASED TO THE BANK FILE UNLESS THE
      * EMPLOYEE WAS REJECTED, OR WAS LISTED BY THE VARIANCE CHECK
      * AND HAS NOT BEEN INDIVIDUALLY APPROVED. WHAT IS HELD IS
      * CARRIED ON THE HELD FILE FOR A LATER RELEASE.
       2000-RELEASE-PARA.
           OPEN OUTPUT BANKXFER.
           DISPLAY 'FILE STATUS FOR BANKXFER:', WS-BANKXFER-STATUS.
           OPEN OUTPUT RELREG.
           MOVE SPACES TO RELREG-REC.
           STRING 'SALARY TRANSFER RELEASE FOR MONTH ' DELIMITED BY SIZE
               WS-PAY-MONTH DELIMITED BY SIZE
               '  SIGNED OFF BY ' DELIMITED BY SIZE
               WS-SIGNED-BY DELIMITED BY SIZE
               INTO RELREG-REC.
           WRITE RELREG-REC.
           MOVE SPACES TO RELREG-REC.
           WRITE RELREG-REC.

           PERFORM 2100-CREDIT-DECIDE-PARA
               VARYING WS-PEND-IDX FROM 1 BY 1
               UNTIL WS-PEND-IDX > WS-PEND-CNT.

           MOVE SPACES TO BANKXFER-REC.
           STRING 'CONTROL ' DELIMITED BY SIZE
               WS-RELEASED-CNT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-RELEASED-TOTAL DELIMITED BY SIZE
               INTO BANKXFER-REC.
           WRITE BANKXFER-REC.
           CLOSE BANKXFER.
           PERFORM 2300-XFER-MANIFEST-PARA.

           PERFORM 3000-XFERHELD-REWRITE-PARA.
           PERFORM 3100-PAIDACCT-REWRITE-PARA.
           PERFORM 3200-REGISTER-FOOTING-PARA.
           CLOSE RELREG.

       2100-CREDIT-DECIDE-PARA.
           MOVE SPACES TO WS-HOLD-REASON.
           MOVE 'N' TO WS-DEC-FOUND-SW.
           MOVE 1 TO WS-DEC-SRCH-IDX.
           PERFORM 2110-DEC-FIND-ONE-PARA
               UNTIL WS-DEC-SRCH-IDX > WS-DEC-CNT
                  OR WS-DEC-FOUND.
           MOVE 'N' TO WS-FLAG-FOUND-SW.
           MOVE 1 TO WS-FLAG-SRCH-IDX.
           PERFORM 2120-FLAG-FIND-ONE-PARA
               UNTIL WS-FLAG-SRCH-IDX > WS-FLAG-CNT
                  OR WS-FLAG-FOUND.
           IF WS-PEND-CARRIED(WS-PEND-IDX)
               PERFORM 2150-CARRIED-DECIDE-PARA
           ELSE
               IF WS-DEC-FOUND AND WS-DEC-REJECTED(WS-DEC-SRCH-IDX)
                   ADD 1 TO WS-REJECTED-CNT
                   MOVE 'REJECTED AT SIGN-OFF' TO WS-HOLD-REASON
               ELSE
                   IF WS-FLAG-FOUND AND NOT WS-DEC-FOUND
                       ADD 1 TO WS-UNREVIEWED-CNT
                       MOVE 'VARIANCE NOT APPROVED' TO WS-HOLD-REASON
                   END-IF
               END-IF
           END-IF.

           MOVE WS-PEND-NET(WS-PEND-IDX) TO WS-FORMATTED-NET.
           MOVE SPACES TO WS-REG-CARRIED.
           IF WS-PEND-CARRIED(WS-PEND-IDX)
               STRING ' MONTH ' DELIMITED BY SIZE
                   WS-PEND-MONTH(WS-PEND-IDX) DELIMITED BY SIZE
                   INTO WS-REG-CARRIED
           END-IF.
           MOVE SPACES TO RELREG-REC.
           IF WS-HOLD-REASON = SPACES
               PERFORM 2200-CREDIT-RELEASE-PARA
               STRING WS-PEND-NUMBER(WS-PEND-IDX) DELIMITED BY SIZE
                   '  RELEASED  ' DELIMITED BY SIZE
                   WS-FORMATTED-NET DELIMITED BY SIZE
                   WS-REG-CARRIED DELIMITED BY SIZE
                   INTO RELREG-REC
           ELSE
               MOVE 'Y' TO WS-PEND-HELD-SW(WS-PEND-IDX)
               MOVE WS-HOLD-REASON TO WS-PEND-REASON(WS-PEND-IDX)
               ADD 1 TO WS-HELD-CNT
               ADD WS-PEND-NET(WS-PEND-IDX) TO WS-HELD-TOTAL
               STRING WS-PEND-NUMBER(WS-PEND-IDX) DELIMITED BY SIZE
                   '  HELD      ' DELIMITED BY SIZE
                   WS-FORMATTED-NET DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-HOLD-REASON DELIMITED BY SIZE
                   WS-REG-CARRIED DELIMITED BY SIZE
                   INTO RELREG-REC
           END-IF.
           WRITE RELREG-REC.

       2110-DEC-FIND-ONE-PARA.
           IF WS-DEC-NUMBER(WS-DEC-SRCH-IDX) =
                   WS-PEND-NUMBER(WS-PEND-IDX)
               SET WS-DEC-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-DEC-SRCH-IDX
           END-IF.

       2120-FLAG-FIND-ONE-PARA.
           IF WS-FLAG-NUMBER(WS-FLAG-SRCH-IDX) =
                   WS-PEND-NUMBER(WS-PEND-IDX)
               SET WS-FLAG-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-FLAG-SRCH-IDX
           END-IF.

      * A CREDIT HELD BY AN EARLIER RUN GOES TO THE BANK ONLY ON AN
      * EXPLICIT APPROVAL FOR THE EMPLOYEE; THE MONTH'S SIGN-OFF ALONE
      * DOES NOT RELEASE IT. WITHOUT ONE IT IS CARRIED AGAIN WITH THE
      * REASON IT WAS FIRST HELD.
       2150-CARRIED-DECIDE-PARA.
           IF NOT WS-DEC-FOUND
               ADD 1 TO WS-CARRIED-HELD-CNT
               MOVE WS-PEND-REASON(WS-PEND-IDX) TO WS-HOLD-REASON
           ELSE
               IF NOT WS-DEC-APPROVED(WS-DEC-SRCH-IDX)
                   ADD 1 TO WS-REJECTED-CNT
                   MOVE 'REJECTED AT SIGN-OFF' TO WS-HOLD-REASON
               END-IF
           END-IF.

      * THE BANK LINE IS THE PENDING LINE UNCHANGED.
       2200-CREDIT-RELEASE-PARA.
           MOVE SPACES TO XFERPEND-REC.
           MOVE WS-PEND-BANK-CODE(WS-PEND-IDX) TO XFP-BANK-CODE.
           MOVE WS-PEND-ACCOUNT(WS-PEND-IDX) TO XFP-ACCOUNT.
           MOVE WS-PEND-NUMBER(WS-PEND-IDX) TO XFP-EMPLOYEE-NUMBER.
           MOVE WS-PEND-NET(WS-PEND-IDX) TO XFP-NET.
           MOVE XFERPEND-REC TO BANKXFER-REC.
           WRITE BANKXFER-REC.
           ADD 1 TO WS-RELEASED-CNT.
           ADD WS-PEND-NET(WS-PEND-IDX) TO WS-RELEASED-TOTAL.

           MOVE 'N' TO WS-PAID-FOUND-SW.
           MOVE 1 TO WS-PAID-SRCH-IDX.
           PERFORM 2210-PAID-FIND-ONE-PARA
               UNTIL WS-PAID-SRCH-IDX > WS-PAID-CNT
                  OR WS-PAID-FOUND.
           IF NOT WS-PAID-FOUND
               IF WS-PAID-CNT < 2000
                   ADD 1 TO WS-PAID-CNT
                   MOVE WS-PAID-CNT TO WS-PAID-SRCH-IDX
                   MOVE WS-PEND-NUMBER(WS-PEND-IDX) TO
                       WS-PAID-NUMBER(WS-PAID-SRCH-IDX)
                   SET WS-PAID-FOUND TO TRUE
               ELSE
                   DISPLAY 'WS-PAID-TABLE FULL, ACCOUNT NOT KEPT: '
                       WS-PEND-NUMBER(WS-PEND-IDX)
               END-IF
           END-IF.
           IF WS-PAID-FOUND
               MOVE WS-PEND-BANK-CODE(WS-PEND-IDX) TO
                   WS-PAID-BANK-CODE(WS-PAID-SRCH-IDX)
               MOVE WS-PEND-ACCOUNT(WS-PEND-IDX) TO
                   WS-PAID-ACCOUNT(WS-PAID-SRCH-IDX)
               MOVE WS-PAY-MONTH TO WS-PAID-MONTH(WS-PAID-SRCH-IDX)
           END-IF.

       2210-PAID-FIND-ONE-PARA.
           IF WS-PAID-NUMBER(WS-PAID-SRCH-IDX) =
                   WS-PEND-NUMBER(WS-PEND-IDX)
               SET WS-PAID-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-PAID-SRCH-IDX
           END-IF.

      * THE FILE GOES ON THE OUTBOUND MANIFEST SO OUTREL.CBL CAN
      * RELEASE IT TO THE BANK, OR REFUSE IT AS A REPEAT OF A FILE
      * ALREADY SENT.
       2300-XFER-MANIFEST-PARA.
           MOVE 'BANKTRANSFER' TO WS-MAN-FILE-NAME.
           MOVE WS-RELEASED-CNT TO WS-MAN-REC-CNT.
           MOVE WS-RELEASED-TOTAL TO WS-MAN-AMOUNT.
           MOVE RETURN-CODE TO WS-MAN-HOLD-RC.
           CALL 'MANIFREG' USING WS-MAN-FILE-NAME, WS-MAN-PROGRAM,
               WS-MAN-REC-CNT, WS-MAN-AMOUNT, WS-MAN-SEQ-NO,
               WS-MAN-RESULT.
           MOVE WS-MAN-HOLD-RC TO RETURN-CODE.
           IF WS-MAN-RESULT NOT = 'Y'
               DISPLAY 'BANK FILE NOT ON THE OUTBOUND MANIFEST, IT '
                   'CANNOT BE RELEASED.'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      * THE HELD CREDITS, CARRIED IN OR NEW, ARE REWRITTEN TO THE
      * HELD FILE WITH A CONTROL LINE OF THEIR OWN. ONLY ONCE THEY
      * ARE SAFE THERE IS THE PENDING FILE CLEARED.
       3000-XFERHELD-REWRITE-PARA.
           OPEN OUTPUT XFERHELD.
           IF WS-XFERHELD-STATUS NOT = '00'
               DISPLAY 'HELD TRANSFERS CANNOT BE REWRITTEN, STATUS '
                   WS-XFERHELD-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 3050-XFERHELD-WRITE-ONE-PARA
                   VARYING WS-PEND-IDX FROM 1 BY 1
                   UNTIL WS-PEND-IDX > WS-PEND-CNT
               MOVE SPACES TO XFERHELD-REC
               STRING 'CONTROL ' DELIMITED BY SIZE
                   WS-HELD-CNT DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-HELD-TOTAL DELIMITED BY SIZE
                   INTO XFERHELD-REC
               WRITE XFERHELD-REC
               CLOSE XFERHELD
               PERFORM 3060-XFERPEND-CLEAR-PARA
           END-IF.

       3050-XFERHELD-WRITE-ONE-PARA.
           IF WS-PEND-HELD(WS-PEND-IDX)
               MOVE SPACES TO XFERPEND-REC
               MOVE WS-PEND-BANK-CODE(WS-PEND-IDX) TO XFP-BANK-CODE
               MOVE WS-PEND-ACCOUNT(WS-PEND-IDX) TO XFP-ACCOUNT
               MOVE WS-PEND-NUMBER(WS-PEND-IDX) TO XFP-EMPLOYEE-NUMBER
               MOVE WS-PEND-NET(WS-PEND-IDX) TO XFP-NET
               MOVE SPACES TO XFERHELD-REC
               MOVE XFERPEND-REC(1:39) TO XFH-CREDIT
               MOVE WS-PEND-MONTH(WS-PEND-IDX) TO XFH-PAY-MONTH
               MOVE WS-PEND-REASON(WS-PEND-IDX) TO XFH-HOLD-REASON
               WRITE XFERHELD-REC
           END-IF.

      * EVERY CREDIT THE PENDING FILE HELD IS NOW ON THE BANK FILE OR
      * THE HELD FILE, SO IT IS LEFT WITH A ZERO CONTROL LINE ONLY.
       3060-XFERPEND-CLEAR-PARA.
           OPEN OUTPUT XFERPEND.
           IF WS-XFERPEND-STATUS NOT = '00'
               DISPLAY 'PENDING TRANSFERS CANNOT BE CLEARED, STATUS '
                   WS-XFERPEND-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 'CONTROL 0000 00000000000' TO XFERPEND-REC
               WRITE XFERPEND-REC
               CLOSE XFERPEND
           END-IF.

       3100-PAIDACCT-REWRITE-PARA.
           OPEN OUTPUT PAIDACCT.
           IF WS-PAIDACCT-STATUS NOT = '00'
               DISPLAY 'PAID-ACCOUNT RECORD CANNOT BE REWRITTEN, '
                   'STATUS ' WS-PAIDACCT-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 3150-PAIDACCT-WRITE-ONE-PARA
                   VARYING WS-PAID-IDX FROM 1 BY 1
                   UNTIL WS-PAID-IDX > WS-PAID-CNT
               CLOSE PAIDACCT
           END-IF.

       3150-PAIDACCT-WRITE-ONE-PARA.
           MOVE SPACES TO PAIDACCT-REC.
           MOVE WS-PAID-NUMBER(WS-PAID-IDX) TO PDA-EMPLOYEE-NUMBER.
           MOVE WS-PAID-BANK-CODE(WS-PAID-IDX) TO PDA-BANK-CODE.
           MOVE WS-PAID-ACCOUNT(WS-PAID-IDX) TO PDA-ACCOUNT.
           MOVE WS-PAID-MONTH(WS-PAID-IDX) TO PDA-MONTH.
           WRITE PAIDACCT-REC.

       3200-REGISTER-FOOTING-PARA.
           MOVE SPACES TO RELREG-REC.
           WRITE RELREG-REC.
           MOVE WS-RELEASED-CNT TO WS-FORMATTED-COUNT.
           MOVE WS-RELEASED-TOTAL TO WS-FORMATTED-TOTAL.
           MOVE SPACES TO RELREG-REC.
           STRING 'RELEASED TO BANK: ' DELIMITED BY SIZE
               WS-FORMATTED-COUNT DELIMITED BY SIZE
               '  TOTAL: ' DELIMITED BY SIZE
               WS-FORMATTED-TOTAL DELIMITED BY SIZE
               INTO RELREG-REC.
           WRITE RELREG-REC.
           MOVE WS-HELD-CNT TO WS-FORMATTED-COUNT.
           MOVE WS-HELD-TOTAL TO WS-FORMATTED-TOTAL.
           MOVE SPACES TO RELREG-REC.
           STRING 'HELD FOR RELEASE: ' DELIMITED BY SIZE
               WS-FORMATTED-COUNT DELIMITED BY SIZE
               '  TOTAL: ' DELIMITED BY SIZE
               WS-FORMATTED-TOTAL DELIMITED BY SIZE
               INTO RELREG-REC.
           WRITE RELREG-REC.

      * RESOLVES EVERY FILE ASSIGNMENT FROM THE EXTERNAL FILE
      * CONFIGURATION BEFORE ANYTHING IS OPENED, REPORTING EACH
      * RESOLVED PATH. A LOGICAL NAME MISSING FROM THE
      * CONFIGURATION ENDS THE RUN CLEANLY WITH RC 16 BEFORE ANY
      * FILE IS TOUCHED.
       0050-FILECFG-LOAD-PARA.
           MOVE 'PAYVARIANCE' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-VARIN-PATH.
           MOVE 'PAYAPPROVAL' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-APPRFL-PATH.
           MOVE 'XFERPENDING' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-XFERPEND-PATH.
           MOVE 'XFERHELD' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-XFERHELD-PATH.
           MOVE 'BANKTRANSFER' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-BANKXFER-PATH.
           MOVE 'PAIDACCOUNT' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-PAIDACCT-PATH.
           MOVE 'PAYRELREG' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-RELREG-PATH.

       0060-FILECFG-ONE-PARA.
           CALL 'FILECFG' USING WS-CFG-NAME, WS-CFG-PATH,
               WS-CFG-RESULT.
           IF WS-CFG-RESULT NOT = 'Y'
               DISPLAY 'FILE PATH NOT CONFIGURED: ' WS-CFG-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'USING ' WS-CFG-NAME ' AT ' WS-CFG-PATH.

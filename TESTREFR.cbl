       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTREFR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * REFRESH PARAMETERS: ONE CONTROL LINE GIVING THE PERTURBATION
      * BAND, THE MASKING SEED AND THE TEST SET'S DIRECTORY, THEN ANY
      * NUMBER OF LINES NAMING FURTHER LOGICAL FILES TO POINT INTO
      * THE TEST SET ON THE TEST FILE CONFIGURATION.
           SELECT REFPARM ASSIGN TO DYNAMIC
           WS-REFPARM-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-REFPARM-STATUS.

      * SAME LAYOUT AS FILECFG.CBL'S CFGFL: THE PRODUCTION FILE
      * CONFIGURATION, COPIED LINE BY LINE TO THE TEST ONE.
           SELECT PRODCFG ASSIGN TO DYNAMIC
           WS-PRODCFG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-PRODCFG-STATUS.

      * THE TEST FILE CONFIGURATION: THE PRODUCTION ONE WITH EVERY
      * REFRESHED MASTER, AND EVERY FILE A TEST RUN OF REFAUDIT OR
      * BALCHK WOULD WRITE, POINTED INTO THE TEST SET.
           SELECT TESTCFG ASSIGN TO DYNAMIC
           WS-TESTCFG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-TESTCFG-STATUS.

      * THE SIX PRODUCTION MASTERS, EACH READ ONCE TO BE COPIED AND
      * MASKED, THEN REASSIGNED TO ITS MASKED COPY AND READ AGAIN FOR
      * THE PROOF.
      * SAME ASSIGN/LAYOUT AS AGENTCOM.CBL'S AGENTFL.
           SELECT AGENTFL ASSIGN TO DYNAMIC
           WS-AGENTFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-AGENTFL-STATUS.

      * SAME ASSIGN/LAYOUT AS EMPMAINT.CBL'S EMPFY.
           SELECT EMPFY ASSIGN TO DYNAMIC
           WS-EMPFY-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-EMPFY-STATUS.

      * SAME ASSIGN/LAYOUT AS PAYSLIP.CBL'S COMPFL.
           SELECT COMPFL ASSIGN TO DYNAMIC
           WS-COMPFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-COMPFL-STATUS.

      * SAME ASSIGN/LAYOUT AS PAYSLIP.CBL'S BANKFL.
           SELECT BANKFL ASSIGN TO DYNAMIC
           WS-BANKFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-BANKFL-STATUS.

      * SAME ASSIGN/LAYOUT/KEY AS ARCHIVER.CBL'S CUSTFL, SCANNED IN
      * KEY ORDER.
           SELECT CUSTFL ASSIGN TO DYNAMIC
           WS-CUSTFL-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CUST-CUSTOMERID
           FILE STATUS WS-CUSTFL-STATUS.

      * SAME ASSIGN/LAYOUT/KEYS AS ARCHIVER.CBL'S POLICYFYL, SCANNED
      * IN KEY ORDER.
           SELECT POLICYFYL ASSIGN TO DYNAMIC
           WS-POLICYFYL-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS POLICYNO
           ALTERNATE RECORD KEY IS CUSTOMERID WITH DUPLICATES
           FILE STATUS WS-POLICYFYL-STATUS.

      * THE MASKED COPIES, IN THE TEST SET UNDER THE LOGICAL NAME
      * EACH MASTER HAS ON THE FILE CONFIGURATION. THE TWO INDEXED
      * MASTERS ARE REBUILT WITH THE SAME KEYS AS PRODUCTION, SO
      * EVERY PROGRAM OPENS THEM UNCHANGED.
           SELECT TAGENTFL ASSIGN TO DYNAMIC
           WS-TAGENTFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-TAGENTFL-STATUS.

           SELECT TEMPFY ASSIGN TO DYNAMIC
           WS-TEMPFY-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-TEMPFY-STATUS.

           SELECT TCOMPFL ASSIGN TO DYNAMIC
           WS-TCOMPFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-TCOMPFL-STATUS.

           SELECT TBANKFL ASSIGN TO DYNAMIC
           WS-TBANKFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-TBANKFL-STATUS.

           SELECT TCUSTFL ASSIGN TO DYNAMIC
           WS-TCUSTFL-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TCUST-CUSTOMERID
           FILE STATUS WS-TCUSTFL-STATUS.

           SELECT TPOLFYL ASSIGN TO DYNAMIC
           WS-TPOLFYL-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TPOL-POLICYNO
           ALTERNATE RECORD KEY IS TPOL-CUSTOMERID WITH DUPLICATES
           FILE STATUS WS-TPOLFYL-STATUS.

      * SAME ASSIGN/LAYOUT AS REFAUDIT.CBL'S LOBCODES. A MISSING
      * LIST SKIPS THE LOB CHECK ON BOTH SETS ALIKE.
           SELECT LOBCODES ASSIGN TO DYNAMIC
           WS-LOBCODES-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-LOBCODES-STATUS.

      * THE TEST SET'S CONTROL TOTALS AND DASHBOARD (CTLCOPY.CPY,
      * DASHCOPY.CPY), OPENED FRESH WITH THE REFRESH'S OWN ENTRY SO
      * BALCHK RUN AGAINST THE TEST CONFIGURATION HAS A NIGHT TO
      * PROVE.
           SELECT CTLFL ASSIGN TO DYNAMIC
           WS-CTLFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-CTLFL-STATUS.

           SELECT DASHFL ASSIGN TO DYNAMIC
           WS-DASHFL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-DASHFL-STATUS.

      * PROOF REPORT: EACH COPY BALANCED, THE REFAUDIT FINDINGS ON
      * THE MASKED SET AGAINST PRODUCTION'S, AND THE PERTURBED
      * TOTALS AGAINST THE BAND.
           SELECT PRFRPT ASSIGN TO DYNAMIC
           WS-PRFRPT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-PRFRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REFPARM.
       01  REFPARM-REC.
           05  TRP-REC-TYPE            PIC X(01).
               88  TRP-CONTROL                     VALUE 'C'.
               88  TRP-REPOINT                     VALUE 'R'.
           05  TRP-DATA                PIC X(79).
      * CONTROL LINE: BAND IN WHOLE PERCENT EITHER SIDE OF THE
      * PRODUCTION VALUE, A NINE-DIGIT SEED KEPT BY OPERATIONS AND
      * NEVER GIVEN TO THE TEST TEAM, AND THE TEST DIRECTORY.
           05  TRP-CONTROL-DATA REDEFINES TRP-DATA.
               10  TRP-BAND-PCT        PIC 9(02).
               10  TRP-SEED            PIC 9(09).
               10  TRP-TEST-DIR        PIC X(60).
               10  FILLER              PIC X(08).
      * REPOINT LINE: ONE FURTHER LOGICAL NAME.
           05  TRP-REPOINT-DATA REDEFINES TRP-DATA.
               10  TRP-NAME            PIC X(12).
               10  FILLER              PIC X(67).

       FD  PRODCFG.
       01  PRODCFG-REC.
           05  PCF-NAME                PIC X(12).
           05  PCF-PATH                PIC X(68).

       FD  TESTCFG.
       01  TESTCFG-REC.
           05  TCF-NAME                PIC X(12).
           05  TCF-PATH                PIC X(68).

       FD  AGENTFL.
       01  AGENTFL-REC.
           05  AGT-ID          PIC     X(05).
           05  AGT-NAME        PIC     X(30).
           05  AGT-GRADE       PIC     X(01).
           05  AGT-LICENSE-NO  PIC     X(10).
           05  AGT-LICENSE-EXP PIC     9(08).
           05  AGT-REPORTS-TO  PIC     X(05).
           05  AGT-RPT-EFF-FROM
                               PIC     9(08).
           05  AGT-STATUS      PIC     X(01).
           05  AGT-LEAVE-DATE  PIC     X(08).
           05  FILLER          PIC     X(04).

       FD  EMPFY.
       01  EMP_REC.
               05    Employee_NUMBER    PIC 9(5).
               05    EMPLOYEE_NAME      PIC X(30).
               05    SALARY             PIC 9(5).
               05    SALARY-NUM REDEFINES SALARY
                                        PIC S9(5) SIGN IS TRAILING.
               05    DESIGNATION        PIC X(10).
               05    DEPARTMENT         PIC X(17).
               05    FILLER             PIC X(42).

       FD  COMPFL.
       01  COMPFL-REC.
           05  CMP-EMPLOYEE-NUMBER     PIC 9(05).
           05  CMP-BASIC-PAY           PIC 9(05)V99.
           05  CMP-HRA                 PIC 9(05)V99.
           05  CMP-GRADE-CITY          PIC X(02).
           05  FILLER                  PIC X(59).

       FD  BANKFL.
       01  BANKFL-REC.
           05  BNK-EMPLOYEE-NUMBER     PIC 9(05).
           05  BNK-ACCOUNT             PIC X(16).
           05  BNK-BANK-CODE           PIC X(08).
           05  BNK-HOLD-SW             PIC X(01).
           05  FILLER                  PIC X(50).

       FD  CUSTFL.
       01  CUSTFL-REC.
           05  CUST-CUSTOMERID PIC     X(08).
           05  CUST-CUSTNAME   PIC     X(30).
           05  CUST-CUSTADDR   PIC     X(40).
           05  CUST-ADDR-PARTS REDEFINES CUST-CUSTADDR.
               10  CUST-ADDR-LINES PIC X(26).
               10  CUST-ADDR-CITY  PIC X(14).
           05  CUST-ADDR-HOLD  PIC     X(01).
           05  CUST-HOLD-RSN   PIC     X(01).
           05  CUST-HOLD-DATE  PIC     X(08).
           05  CUST-POSTCODE   PIC     X(06).
           05  CUST-REGION     PIC     X(04).
           05  CUST-ADDR-STAT  PIC     X(01).
           05  FILLER          PIC     X(01).

      * SAME LAYOUT AS POLMAINT.CBL'S POLICY_REC.
       FD  POLICYFYL.
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

      * THE MASKED COPIES ARE WRITTEN WHOLE FROM THE PRODUCTION
      * RECORD AREAS ABOVE; ONLY THE KEYS ARE NAMED.
       FD  TAGENTFL.
       01  TAGENTFL-REC                PIC X(80).

       FD  TEMPFY.
       01  TEMPFY-REC                  PIC X(109).

       FD  TCOMPFL.
       01  TCOMPFL-REC                 PIC X(80).

       FD  TBANKFL.
       01  TBANKFL-REC                 PIC X(80).

       FD  TCUSTFL.
       01  TCUSTFL-REC.
           05  TCUST-CUSTOMERID PIC    X(08).
           05  FILLER          PIC     X(92).

       FD  TPOLFYL.
       01  TPOLFYL-REC.
           05  TPOL-POLICYNO   PIC     X(08).
           05  TPOL-CUSTOMERID PIC     X(08).
           05  FILLER          PIC     X(87).

       FD  LOBCODES.
       01  LOBCODES-REC.
           05  LOBC-CODE       PIC     X(01).
           05  FILLER          PIC     X(79).

       FD  CTLFL.
       COPY 'CTLCOPY'.

       FD  DASHFL.
       COPY 'DASHCOPY'.

       FD  PRFRPT.
       01  PRFRPT-REC                  PIC X(80).

       WORKING-STORAGE SECTION.
      * RESOLVED FILE PATHS. EVERY ASSIGNMENT COMES FROM THE
      * EXTERNAL FILE CONFIGURATION (FILECFG) AT STARTUP -- SEE
      * 0050-FILECFG-LOAD-PARA -- SO A DISK MOVE OR A TEST RUN
      * NEVER MEANS EDITING AND RECOMPILING THIS PROGRAM. THE
      * MASTERS' PRODUCTION PATHS ARE HELD APART FROM THE PATHS
      * THEIR FILES ARE ASSIGNED TO, WHICH MOVE TO THE MASKED COPIES
      * FOR THE PROOF PASS. THE TEST SET'S PATHS ARE BUILT FROM THE
      * TEST DIRECTORY AS THE TEST CONFIGURATION IS WRITTEN.
       77  WS-REFPARM-PATH             PIC X(80) VALUE SPACES.
       77  WS-PRODCFG-PATH             PIC X(80) VALUE SPACES.
       77  WS-TESTCFG-PATH             PIC X(80) VALUE SPACES.
       77  WS-AGENTFL-PATH             PIC X(80) VALUE SPACES.
       77  WS-EMPFY-PATH               PIC X(80) VALUE SPACES.
       77  WS-COMPFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-BANKFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-CUSTFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-POLICYFYL-PATH           PIC X(80) VALUE SPACES.
       77  WS-AGENTFL-PROD-PATH        PIC X(80) VALUE SPACES.
       77  WS-EMPFY-PROD-PATH          PIC X(80) VALUE SPACES.
       77  WS-COMPFL-PROD-PATH         PIC X(80) VALUE SPACES.
       77  WS-BANKFL-PROD-PATH         PIC X(80) VALUE SPACES.
       77  WS-CUSTFL-PROD-PATH         PIC X(80) VALUE SPACES.
       77  WS-POLICYFYL-PROD-PATH      PIC X(80) VALUE SPACES.
       77  WS-TAGENTFL-PATH            PIC X(80) VALUE SPACES.
       77  WS-TEMPFY-PATH              PIC X(80) VALUE SPACES.
       77  WS-TCOMPFL-PATH             PIC X(80) VALUE SPACES.
       77  WS-TBANKFL-PATH             PIC X(80) VALUE SPACES.
       77  WS-TCUSTFL-PATH             PIC X(80) VALUE SPACES.
       77  WS-TPOLFYL-PATH             PIC X(80) VALUE SPACES.
       77  WS-LOBCODES-PATH            PIC X(80) VALUE SPACES.
       77  WS-CTLFL-PATH               PIC X(80) VALUE SPACES.
       77  WS-DASHFL-PATH              PIC X(80) VALUE SPACES.
       77  WS-PRFRPT-PATH              PIC X(80) VALUE SPACES.
       77  WS-CFG-NAME             PIC X(12)   VALUE SPACES.
       77  WS-CFG-PATH             PIC X(80)   VALUE SPACES.
       77  WS-CFG-RESULT           PIC X(01)   VALUE 'N'.

       01  WS-FILE-STATUS.
           05  WS-REFPARM-STATUS       PIC X(2).
           05  WS-PRODCFG-STATUS       PIC X(2).
           05  WS-TESTCFG-STATUS       PIC X(2).
           05  WS-AGENTFL-STATUS       PIC X(2).
           05  WS-EMPFY-STATUS         PIC X(2).
           05  WS-COMPFL-STATUS        PIC X(2).
           05  WS-BANKFL-STATUS        PIC X(2).
           05  WS-CUSTFL-STATUS        PIC X(2).
           05  WS-POLICYFYL-STATUS     PIC X(2).
           05  WS-TAGENTFL-STATUS      PIC X(2).
           05  WS-TEMPFY-STATUS        PIC X(2).
           05  WS-TCOMPFL-STATUS       PIC X(2).
           05  WS-TBANKFL-STATUS       PIC X(2).
           05  WS-TCUSTFL-STATUS       PIC X(2).
           05  WS-TPOLFYL-STATUS       PIC X(2).
           05  WS-LOBCODES-STATUS      PIC X(2).
           05  WS-CTLFL-STATUS         PIC X(2).
           05  WS-DASHFL-STATUS        PIC X(2).
           05  WS-PRFRPT-STATUS        PIC X(2).

       01  WS-EOF-SWITCHES.
           05  WS-REFPARM-EOF-SW       PIC X(01)   VALUE 'N'.
               88  REFPARM-EOF                     VALUE 'Y'.
           05  WS-PRODCFG-EOF-SW       PIC X(01)   VALUE 'N'.
               88  PRODCFG-EOF                     VALUE 'Y'.
           05  WS-AGENTFL-EOF-SW       PIC X(01)   VALUE 'N'.
               88  AGENTFL-EOF                     VALUE 'Y'.
           05  WS-EMPFY-EOF-SW         PIC X(01)   VALUE 'N'.
               88  EMPFY-EOF                       VALUE 'Y'.
           05  WS-COMPFL-EOF-SW        PIC X(01)   VALUE 'N'.
               88  COMPFL-EOF                      VALUE 'Y'.
           05  WS-BANKFL-EOF-SW        PIC X(01)   VALUE 'N'.
               88  BANKFL-EOF                      VALUE 'Y'.
           05  WS-CUSTFL-EOF-SW        PIC X(01)   VALUE 'N'.
               88  CUSTFL-EOF                      VALUE 'Y'.
           05  WS-POLICYFYL-EOF-SW     PIC X(01)   VALUE 'N'.
               88  POLICYFYL-EOF                   VALUE 'Y'.
           05  WS-LOBCODES-EOF-SW      PIC X(01)   VALUE 'N'.
               88  LOBCODES-EOF                    VALUE 'Y'.

      * REFRESH PARAMETERS. A ZERO BAND DEFAULTS TO TEN PERCENT; A
      * ZERO SEED OR A BLANK DIRECTORY REFUSES THE RUN, SINCE THE
      * FIRST WOULD LET ANYONE WORK THE MASKED ACCOUNTS BACK AND THE
      * SECOND WOULD WRITE THE TEST SET OVER NOTHING IN PARTICULAR.
       77  WS-BAND-PCT                 PIC 9(02)   VALUE ZEROES.
       77  WS-SEED                     PIC 9(09)   VALUE ZEROES.
       77  WS-TEST-DIR                 PIC X(60)   VALUE SPACES.
       77  WS-CONTROL-SEEN-SW          PIC X(01)   VALUE 'N'.
           88  WS-CONTROL-SEEN                     VALUE 'Y'.

      * THE LOGICAL NAMES POINTED INTO THE TEST SET: THE SIX MASTERS
      * REFRESHED HERE, THE CONTROL TOTALS AND DASHBOARD THIS RUN
      * OPENS FRESH, AND EVERY FILE REFAUDIT AND BALCHK WRITE OR
      * TALLY, SO A TEST RUN OF EITHER NEVER TOUCHES PRODUCTION'S.
      * REFPARM'S REPOINT LINES ADD TO THE LIST.
       01  WS-REPOINT-TABLE.
           05  WS-REPOINT-NAME OCCURS 50 TIMES PIC X(12).
       77  WS-REPOINT-CNT              PIC 9(2)    VALUE ZEROES.
       77  WS-REPOINT-IDX              PIC 9(2)    VALUE ZEROES.
       77  WS-REPOINT-FOUND-SW         PIC X(01)   VALUE 'N'.
           88  WS-REPOINT-FOUND                    VALUE 'Y'.
       77  WS-REPOINTED-CNT            PIC 9(3)    VALUE ZEROES.
       77  WS-CFG-COPIED-CNT           PIC 9(3)    VALUE ZEROES.

      * ONE TEST PATH: THE TEST DIRECTORY AND THE LOGICAL NAME, SO NO
      * TWO FILES IN THE TEST SET CAN SHARE A PATH. A TEST PATH THAT
      * IS THE PRODUCTION PATH, OR THAT WILL NOT FIT THE
      * CONFIGURATION'S PATH COLUMN, REFUSES THE RUN BEFORE ANY
      * MASTER IS COPIED.
       77  WS-TEST-PATH                PIC X(68)   VALUE SPACES.
       77  WS-PATH-OK-SW               PIC X(01)   VALUE 'Y'.
           88  WS-PATH-OK                          VALUE 'Y'.
       77  WS-CONFIG-OK-SW             PIC X(01)   VALUE 'Y'.
           88  WS-CONFIG-OK                        VALUE 'Y'.

      * 1 WHILE THE PRODUCTION MASTERS ARE COPIED AND MASKED, 2 WHILE
      * THE MASKED COPIES ARE READ BACK FOR THE PROOF.
       77  WS-PASS                     PIC 9(01)   VALUE 1.
           88  WS-COPY-PASS                        VALUE 1.
           88  WS-PROOF-PASS                       VALUE 2.

      * MASKING HASH: THE SAME HASH PARMHASH.CBL KEEPS, STARTED FROM
      * THE SEED AND RUN OVER THE RECORD'S KEY, THEN SQUARED SO THAT
      * NEIGHBOURING KEYS DO NOT MASK TO NEIGHBOURING VALUES. ONE KEY
      * ALWAYS GIVES ONE HASH FOR ONE SEED, SO THE SAME EMPLOYEE OR
      * POLICY MASKS THE SAME WAY IN EVERY FILE AND EVERY REFRESH.
       77  WS-MASK-KEY                 PIC X(08)   VALUE SPACES.
       01  WS-MASK-HASH-AREA.
           05  WS-MASK-HASH            PIC 9(10)   VALUE ZEROES.
       01  WS-MASK-DIGITS REDEFINES WS-MASK-HASH-AREA.
           05  WS-MASK-DIGIT OCCURS 10 TIMES PIC 9(01).
       77  WS-HASH-WORK                PIC 9(13)   VALUE ZEROES.
       77  WS-HASH-QUOT                PIC 9(13)   VALUE ZEROES.
       77  WS-HASH-SQUARE              PIC 9(18)   VALUE ZEROES.
       77  WS-HASH-SQUARE-QUOT         PIC 9(18)   VALUE ZEROES.
       77  WS-HASH-MODULUS             PIC 9(10)   VALUE 999999937.
       77  WS-BYTE-IDX                 PIC 9(02)   VALUE ZEROES.
       01  WS-BYTE-PAIR.
           05  FILLER                  PIC X(01)   VALUE LOW-VALUE.
           05  WS-BYTE-CHAR            PIC X(01)   VALUE SPACE.
       01  WS-BYTE-CODE REDEFINES WS-BYTE-PAIR
                                       PIC 9(4)    COMP.

      * ACCOUNT MASKING: EVERY DIGIT OF THE ACCOUNT IS SHIFTED BY
      * THE HASH DIGIT FOR ITS POSITION, SO THE MASKED ACCOUNT KEEPS
      * THE SHAPE THE BANK-FILE PROGRAMS EXPECT.
       77  WS-ACCT-IDX                 PIC 9(02)   VALUE ZEROES.
       77  WS-ACCT-DIGIT               PIC 9(02)   VALUE ZEROES.
       77  WS-ACCT-QUOT                PIC 9(02)   VALUE ZEROES.
       77  WS-ACCT-REM                 PIC 9(02)   VALUE ZEROES.

      * PERTURBATION: A SHIFT IN HUNDREDTHS OF A PERCENT, DRAWN FROM
      * THE HASH, ANYWHERE FROM MINUS TO PLUS THE BAND.
       77  WS-BAND-STEPS               PIC 9(05)   VALUE ZEROES.
       77  WS-PERTURB-QUOT             PIC 9(10)   VALUE ZEROES.
       77  WS-PERTURB-REM              PIC 9(05)   VALUE ZEROES.
       77  WS-PERTURB-BP               PIC S9(05)  VALUE ZEROES.
       77  WS-PERTURB-OLD              PIC S9(9)V99 VALUE ZEROES.
       77  WS-PERTURB-NEW              PIC S9(9)V99 VALUE ZEROES.
       77  WS-PERTURB-MAX              PIC S9(9)V99 VALUE ZEROES.
       77  WS-PERTURB-CNT              PIC 9(06)   VALUE ZEROES.

      * THE MASKED POLICY MASTER'S OWN COUNT AND PREMIUM HASH,
      * REBUILT INTO ITS ZZZZZZZZ TRAILER THE WAY POLMAINT.CBL DOES.
       77  WS-TRL-COUNT                PIC 9(08)   VALUE ZEROES.
       77  WS-TRL-HASH                 PIC 9(11)V99 VALUE ZEROES.
       77  WS-TRL-HASH-X               PIC 9(13)   VALUE ZEROES.

      * THE SIX COPIES: RECORDS READ FROM PRODUCTION, WRITTEN TO THE
      * TEST SET OR REJECTED THERE, AND READ BACK FROM THE TEST SET.
       01  WS-COPY-TABLE.
           05  WS-COPY-ENTRY OCCURS 6 TIMES.
               10  WS-CP-NAME           PIC X(12).
               10  WS-CP-READ-CNT       PIC 9(06).
               10  WS-CP-WRITE-CNT      PIC 9(06).
               10  WS-CP-REJECT-CNT     PIC 9(06).
               10  WS-CP-REREAD-CNT     PIC 9(06).
               10  WS-CP-MISSING-SW     PIC X(01).
       77  WS-CP-IDX                   PIC 9(01)   VALUE ZEROES.

      * THE REFAUDIT FINDINGS AND PERTURBED TOTALS, ONE SET FOR
      * PRODUCTION AND ONE FOR THE MASKED COPY. THE MASKED COPY
      * PASSES WHEN EVERY FINDING AGREES AND EVERY TOTAL IS WITHIN
      * THE BAND.
       01  WS-PROOF-TABLE.
           05  WS-PROOF-ENTRY OCCURS 2 TIMES.
               10  WS-PR-POLICY-CNT     PIC 9(06).
               10  WS-PR-ORPHAN-CNT     PIC 9(06).
               10  WS-PR-NO-POLICY-CNT  PIC 9(06).
               10  WS-PR-BAD-LOB-CNT    PIC 9(06).
               10  WS-PR-AGENT-ORPH-CNT PIC 9(06).
               10  WS-PR-COMP-ORPH-CNT  PIC 9(06).
               10  WS-PR-BANK-ORPH-CNT  PIC 9(06).
               10  WS-PR-PREMIUM        PIC S9(11)V99.
               10  WS-PR-SALARY         PIC 9(11)V99.
               10  WS-PR-COMP-PAY       PIC 9(11)V99.
               10  WS-PR-TRAILER-SW     PIC X(01).
               10  WS-PR-TRAILER-OK-SW  PIC X(01).

      * KEY TABLES FOR THE JOIN CHECKS, RELOADED ON EACH PASS FROM
      * THAT PASS'S OWN FILES. THE CUSTOMER TABLE IS REFAUDIT.CBL'S,
      * WITH A POLICY COUNT PER CUSTOMER. A TABLE THAT FILLS LEAVES
      * THE PROOF INCOMPLETE AND SO UNPROVEN.
       01  WS-CUST-TABLE.
           05  WS-CUST-ENTRY OCCURS 5000 TIMES.
               10  WS-CUST-ID           PIC X(08).
               10  WS-CUST-POLICY-CNT   PIC 9(05).
       77  WS-CUST-CNT                 PIC 9(4)    VALUE ZEROES.
       77  WS-CUST-SRCH-IDX            PIC 9(4)    VALUE ZEROES.
       77  WS-CUST-FOUND-SW            PIC X(01)   VALUE 'N'.
           88  WS-CUST-FOUND                       VALUE 'Y'.

       01  WS-EMP-TABLE.
           05  WS-EMP-NUMBER OCCURS 2000 TIMES PIC 9(05).
       77  WS-EMP-CNT                  PIC 9(4)    VALUE ZEROES.
       77  WS-EMP-SRCH-IDX             PIC 9(4)    VALUE ZEROES.
       77  WS-EMP-FIND                 PIC 9(05)   VALUE ZEROES.
       77  WS-EMP-FOUND-SW             PIC X(01)   VALUE 'N'.
           88  WS-EMP-FOUND                        VALUE 'Y'.

       01  WS-AGT-TABLE.
           05  WS-AGT-TBL-ID OCCURS 1000 TIMES PIC X(05).
       77  WS-AGT-CNT                  PIC 9(4)    VALUE ZEROES.
       77  WS-AGT-SRCH-IDX             PIC 9(4)    VALUE ZEROES.
       77  WS-AGT-FOUND-SW             PIC X(01)   VALUE 'N'.
           88  WS-AGT-FOUND                        VALUE 'Y'.
       77  WS-TABLE-FULL-SW            PIC X(01)   VALUE 'N'.
           88  WS-TABLE-FULL                       VALUE 'Y'.

      * APPROVED LOB CODES, AS REFAUDIT.CBL LOADS THEM.
       01  WS-LOB-LIST.
           05  WS-LOB-CODE OCCURS 20 TIMES PIC X(01).
       77  WS-LOB-CNT                  PIC 9(2)    VALUE ZEROES.
       77  WS-LOB-IDX                  PIC 9(2)    VALUE ZEROES.
       77  WS-LOB-OK-SW                PIC X(01)   VALUE 'N'.
           88  WS-LOB-OK                           VALUE 'Y'.

      * THE REFRESH'S OWN CONTROL RECORD, WRITTEN TO THE TEST SET.
       77  WS-TODAY                    PIC 9(08)   VALUE ZEROES.
       77  WS-NOW-TIME                 PIC 9(08)   VALUE ZEROES.
       77  WS-TOTAL-READ-CNT           PIC 9(06)   VALUE ZEROES.
       77  WS-TOTAL-WRITE-CNT          PIC 9(06)   VALUE ZEROES.
       77  WS-TOTAL-REJECT-CNT         PIC 9(06)   VALUE ZEROES.

      * PROOF REPORT LINES.
       77  WS-BREAK-CNT                PIC 9(4)    VALUE ZEROES.
       77  WS-LINE-LABEL               PIC X(22)   VALUE SPACES.
       77  WS-LINE-PROD-CNT            PIC 9(06)   VALUE ZEROES.
       77  WS-LINE-TEST-CNT            PIC 9(06)   VALUE ZEROES.
       77  WS-LINE-PROD-AMT            PIC S9(11)V99 VALUE ZEROES.
       77  WS-LINE-TEST-AMT            PIC S9(11)V99 VALUE ZEROES.
       77  WS-LINE-RESULT              PIC X(07)   VALUE SPACES.
       77  WS-BAND-DIFF                PIC S9(11)V99 VALUE ZEROES.
       77  WS-BAND-LIMIT               PIC S9(11)V99 VALUE ZEROES.
       77  WS-FMT-CNT                  PIC Z(5)9.
       77  WS-FMT-CNT2                 PIC Z(5)9.
       77  WS-FMT-AMOUNT               PIC -(11)9.99.
       77  WS-FMT-AMOUNT2              PIC -(11)9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0050-FILECFG-LOAD-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM 1000-REFPARM-LOAD-PARA.
           PERFORM 1200-LOBCODES-LOAD-PARA.
           PERFORM 2000-TEST-CONFIG-WRITE-PARA.
           MOVE 1 TO WS-PASS.
           PERFORM 3000-REFRESH-PASS-PARA.
           PERFORM 4000-CONTROL-RECORD-WRITE-PARA.
           MOVE 2 TO WS-PASS.
           PERFORM 3000-REFRESH-PASS-PARA.
           PERFORM 6000-PROOF-REPORT-PARA.

           DISPLAY 'MASTERS COPIED: ', WS-TOTAL-WRITE-CNT.
           DISPLAY 'VALUES PERTURBED: ', WS-PERTURB-CNT.
           DISPLAY 'CONFIGURATION ENTRIES REPOINTED: ',
               WS-REPOINTED-CNT.
           DISPLAY 'PROOF BREAKS: ', WS-BREAK-CNT.
           STOP RUN.

      * THE CONTROL LINE SETS THE BAND, SEED AND TEST DIRECTORY; THE
      * FIXED REPOINT LIST IS LAID DOWN FIRST AND REPOINT LINES ARE
      * ADDED AFTER IT.
       1000-REFPARM-LOAD-PARA.
           INITIALIZE WS-COPY-TABLE WS-PROOF-TABLE.
           MOVE 'AGENTMASTER' TO WS-REPOINT-NAME(1).
           MOVE 'EMPLOYEEDETA' TO WS-REPOINT-NAME(2).
           MOVE 'EMPCOMP' TO WS-REPOINT-NAME(3).
           MOVE 'EMPBANK' TO WS-REPOINT-NAME(4).
           MOVE 'CUSTOMERMAST' TO WS-REPOINT-NAME(5).
           MOVE 'POLICYFILE' TO WS-REPOINT-NAME(6).
           MOVE 'CTLTOTALS' TO WS-REPOINT-NAME(7).
           MOVE 'DASHBOARD' TO WS-REPOINT-NAME(8).
           MOVE 'AUDITTRAIL' TO WS-REPOINT-NAME(9).
           MOVE 'AUDITTRAIL2' TO WS-REPOINT-NAME(10).
           MOVE 'BALANCEREPOR' TO WS-REPOINT-NAME(11).
           MOVE 'REFAUDITRPT' TO WS-REPOINT-NAME(12).
           MOVE 'CUSTREPAIR' TO WS-REPOINT-NAME(13).
           MOVE 'POLREPAIR' TO WS-REPOINT-NAME(14).
           MOVE 14 TO WS-REPOINT-CNT.
           MOVE 'AGENTMASTER' TO WS-CP-NAME(1).
           MOVE 'EMPLOYEEDETA' TO WS-CP-NAME(2).
           MOVE 'EMPCOMP' TO WS-CP-NAME(3).
           MOVE 'EMPBANK' TO WS-CP-NAME(4).
           MOVE 'CUSTOMERMAST' TO WS-CP-NAME(5).
           MOVE 'POLICYFILE' TO WS-CP-NAME(6).

           OPEN INPUT REFPARM.
           IF WS-REFPARM-STATUS = '00'
               PERFORM 1100-REFPARM-READ-PARA UNTIL REFPARM-EOF
               CLOSE REFPARM
           END-IF.
           IF WS-BAND-PCT = 0
               MOVE 10 TO WS-BAND-PCT
           END-IF.
           IF NOT WS-CONTROL-SEEN OR WS-SEED = 0
                   OR WS-TEST-DIR = SPACES
               DISPLAY 'TESTREFPARM GIVES NO SEED OR TEST DIRECTORY, '
                   'NOTHING REFRESHED.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-BAND-STEPS = WS-BAND-PCT * 200 + 1.
           DISPLAY 'TEST SET AT ' WS-TEST-DIR.
           DISPLAY 'PERTURBATION BAND PLUS OR MINUS ' WS-BAND-PCT
               ' PERCENT'.

       1100-REFPARM-READ-PARA.
           READ REFPARM
               AT END
                   SET REFPARM-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN TRP-CONTROL
                           SET WS-CONTROL-SEEN TO TRUE
                           IF TRP-BAND-PCT NUMERIC
                               MOVE TRP-BAND-PCT TO WS-BAND-PCT
                           END-IF
                           IF TRP-SEED NUMERIC
                               MOVE TRP-SEED TO WS-SEED
                           END-IF
                           MOVE TRP-TEST-DIR TO WS-TEST-DIR
                       WHEN TRP-REPOINT
                           IF WS-REPOINT-CNT < 50
                                   AND TRP-NAME NOT = SPACES
                               ADD 1 TO WS-REPOINT-CNT
                               MOVE TRP-NAME TO
                                   WS-REPOINT-NAME(WS-REPOINT-CNT)
                           END-IF
                   END-EVALUATE
           END-READ.

       1200-LOBCODES-LOAD-PARA.
           OPEN INPUT LOBCODES.
           IF WS-LOBCODES-STATUS NOT = '00'
               DISPLAY 'LOBCODES LIST NOT FOUND, LOB CHECK SKIPPED.'
           ELSE
               PERFORM 1250-LOBCODES-READ-PARA UNTIL LOBCODES-EOF
               CLOSE LOBCODES
           END-IF.

       1250-LOBCODES-READ-PARA.
           READ LOBCODES
               AT END
                   SET LOBCODES-EOF TO TRUE
               NOT AT END
                   IF WS-LOB-CNT < 20
                       ADD 1 TO WS-LOB-CNT
                       MOVE LOBC-CODE TO WS-LOB-CODE(WS-LOB-CNT)
                   END-IF
           END-READ.

      * COPIES THE PRODUCTION FILE CONFIGURATION -- FOUND THE SAME
      * WAY FILECFG.CBL FINDS IT -- TO THE TEST ONE, POINTING EACH
      * NAME ON THE REPOINT LIST INTO THE TEST SET AND LEAVING EVERY
      * OTHER ENTRY AS IT IS. THE TEST CONFIGURATION MAY NEVER BE
      * WRITTEN OVER THE PRODUCTION ONE.
       2000-TEST-CONFIG-WRITE-PARA.
           ACCEPT WS-PRODCFG-PATH FROM ENVIRONMENT 'FILECONFIG'.
           IF WS-PRODCFG-PATH = SPACES
               MOVE 'FILECONFIG.TXT' TO WS-PRODCFG-PATH
           END-IF.
           IF WS-TESTCFG-PATH = WS-PRODCFG-PATH
               DISPLAY 'TESTFILECFG IS THE PRODUCTION CONFIGURATION, '
                   'NOTHING REFRESHED.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PRODCFG.
           IF WS-PRODCFG-STATUS NOT = '00'
               DISPLAY 'PRODUCTION CONFIGURATION CANNOT BE OPENED AT '
                   WS-PRODCFG-PATH
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT TESTCFG.
           IF WS-TESTCFG-STATUS NOT = '00'
               DISPLAY 'TEST CONFIGURATION CANNOT BE CREATED, STATUS '
                   WS-TESTCFG-STATUS
               CLOSE PRODCFG
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 2100-PRODCFG-READ-PARA UNTIL PRODCFG-EOF.
           CLOSE PRODCFG.
           CLOSE TESTCFG.
           IF NOT WS-CONFIG-OK
               DISPLAY 'TEST SET WOULD OVERLAY PRODUCTION, NOTHING '
                   'REFRESHED.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2100-PRODCFG-READ-PARA.
           READ PRODCFG
               AT END
                   SET PRODCFG-EOF TO TRUE
               NOT AT END
                   MOVE PRODCFG-REC TO TESTCFG-REC
                   PERFORM 2200-REPOINT-FIND-PARA
                   IF WS-REPOINT-FOUND
                       PERFORM 2300-TEST-PATH-BUILD-PARA
                       MOVE WS-TEST-PATH TO TCF-PATH
                       PERFORM 2400-TEST-PATH-KEEP-PARA
                       ADD 1 TO WS-REPOINTED-CNT
                   END-IF
                   WRITE TESTCFG-REC
                   ADD 1 TO WS-CFG-COPIED-CNT
           END-READ.

       2200-REPOINT-FIND-PARA.
           MOVE 'N' TO WS-REPOINT-FOUND-SW.
           IF PCF-NAME NOT = SPACES
               MOVE 1 TO WS-REPOINT-IDX
               PERFORM 2250-REPOINT-FIND-ONE-PARA
                   UNTIL WS-REPOINT-IDX > WS-REPOINT-CNT
                      OR WS-REPOINT-FOUND
           END-IF.

       2250-REPOINT-FIND-ONE-PARA.
           IF WS-REPOINT-NAME(WS-REPOINT-IDX) = PCF-NAME
               SET WS-REPOINT-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-REPOINT-IDX
           END-IF.

       2300-TEST-PATH-BUILD-PARA.
           MOVE SPACES TO WS-TEST-PATH.
           MOVE 'Y' TO WS-PATH-OK-SW.
           STRING FUNCTION TRIM(WS-TEST-DIR) DELIMITED BY SIZE
               FUNCTION TRIM(PCF-NAME) DELIMITED BY SIZE
               '.TXT' DELIMITED BY SIZE
               INTO WS-TEST-PATH
               ON OVERFLOW
                   MOVE 'N' TO WS-PATH-OK-SW
           END-STRING.
           IF NOT WS-PATH-OK OR WS-TEST-PATH = PCF-PATH
               MOVE 'N' TO WS-CONFIG-OK-SW
               DISPLAY 'CANNOT POINT ' PCF-NAME ' INTO THE TEST SET AT '
                   WS-TEST-PATH
           END-IF.

      * THE TEST PATHS OF THE FILES THIS RUN WRITES ITSELF.
       2400-TEST-PATH-KEEP-PARA.
           EVALUATE PCF-NAME
               WHEN 'AGENTMASTER'
                   MOVE WS-TEST-PATH TO WS-TAGENTFL-PATH
               WHEN 'EMPLOYEEDETA'
                   MOVE WS-TEST-PATH TO WS-TEMPFY-PATH
               WHEN 'EMPCOMP'
                   MOVE WS-TEST-PATH TO WS-TCOMPFL-PATH
               WHEN 'EMPBANK'
                   MOVE WS-TEST-PATH TO WS-TBANKFL-PATH
               WHEN 'CUSTOMERMAST'
                   MOVE WS-TEST-PATH TO WS-TCUSTFL-PATH
               WHEN 'POLICYFILE'
                   MOVE WS-TEST-PATH TO WS-TPOLFYL-PATH
               WHEN 'CTLTOTALS'
                   MOVE WS-TEST-PATH TO WS-CTLFL-PATH
               WHEN 'DASHBOARD'
                   MOVE WS-TEST-PATH TO WS-DASHFL-PATH
           END-EVALUATE.

      * ONE PASS OVER THE SIX MASTERS. THE COPY PASS READS
      * PRODUCTION AND WRITES THE MASKED COPIES; THE PROOF PASS
      * READS THE MASKED COPIES BACK. BOTH TAKE THE SAME FINDINGS,
      * IN THE ORDER THE JOINS NEED THEIR KEY TABLES: AGENTS AND
      * EMPLOYEES FIRST, CUSTOMERS BEFORE POLICIES.
       3000-REFRESH-PASS-PARA.
           MOVE ZEROES TO WS-AGT-CNT WS-EMP-CNT WS-CUST-CNT.
           MOVE ZEROES TO WS-TRL-COUNT WS-TRL-HASH.
           MOVE 'N' TO WS-PR-TRAILER-SW(WS-PASS).
           MOVE 'N' TO WS-PR-TRAILER-OK-SW(WS-PASS).
           PERFORM 3100-AGENTS-PASS-PARA.
           PERFORM 3200-EMPLOYEES-PASS-PARA.
           PERFORM 3300-COMP-PASS-PARA.
           PERFORM 3400-BANK-PASS-PARA.
           PERFORM 3500-CUSTOMERS-PASS-PARA.
           PERFORM 3600-POLICIES-PASS-PARA.
           MOVE 1 TO WS-CUST-SRCH-IDX.
           PERFORM 3700-NO-POLICY-COUNT-PARA
               UNTIL WS-CUST-SRCH-IDX > WS-CUST-CNT.

       3100-AGENTS-PASS-PARA.
           MOVE 1 TO WS-CP-IDX.
           IF WS-COPY-PASS
               MOVE WS-AGENTFL-PROD-PATH TO WS-AGENTFL-PATH
           ELSE
               MOVE WS-TAGENTFL-PATH TO WS-AGENTFL-PATH
           END-IF.
           MOVE 'N' TO WS-AGENTFL-EOF-SW.
           OPEN INPUT AGENTFL.
           IF WS-AGENTFL-STATUS NOT = '00'
               PERFORM 3900-MASTER-MISSING-PARA
           ELSE
               IF WS-COPY-PASS
                   OPEN OUTPUT TAGENTFL
                   IF WS-TAGENTFL-STATUS NOT = '00'
                       PERFORM 3950-COPY-NOT-CREATED-PARA
                   END-IF
               END-IF
               PERFORM 3150-AGENTFL-READ-PARA UNTIL AGENTFL-EOF
               CLOSE AGENTFL
               IF WS-COPY-PASS
                   CLOSE TAGENTFL
               END-IF
           END-IF.

      * AN AGENT'S NAME MASKS TO 'AGENT' AND ITS AGENT ID.
       3150-AGENTFL-READ-PARA.
           READ AGENTFL
               AT END
                   SET AGENTFL-EOF TO TRUE
               NOT AT END
                   PERFORM 3850-RECORD-COUNT-PARA
                   IF WS-AGT-CNT < 1000
                       ADD 1 TO WS-AGT-CNT
                       MOVE AGT-ID TO WS-AGT-TBL-ID(WS-AGT-CNT)
                   ELSE
                       SET WS-TABLE-FULL TO TRUE
                   END-IF
                   IF WS-COPY-PASS
                       MOVE SPACES TO AGT-NAME
                       STRING 'AGENT ' DELIMITED BY SIZE
                           AGT-ID DELIMITED BY SIZE
                           INTO AGT-NAME
                       WRITE TAGENTFL-REC FROM AGENTFL-REC
                       IF WS-TAGENTFL-STATUS = '00'
                           ADD 1 TO WS-CP-WRITE-CNT(WS-CP-IDX)
                       ELSE
                           ADD 1 TO WS-CP-REJECT-CNT(WS-CP-IDX)
                       END-IF
                   END-IF
           END-READ.

       3200-EMPLOYEES-PASS-PARA.
           MOVE 2 TO WS-CP-IDX.
           IF WS-COPY-PASS
               MOVE WS-EMPFY-PROD-PATH TO WS-EMPFY-PATH
           ELSE
               MOVE WS-TEMPFY-PATH TO WS-EMPFY-PATH
           END-IF.
           MOVE 'N' TO WS-EMPFY-EOF-SW.
           OPEN INPUT EMPFY.
           IF WS-EMPFY-STATUS NOT = '00'
               PERFORM 3900-MASTER-MISSING-PARA
           ELSE
               IF WS-COPY-PASS
                   OPEN OUTPUT TEMPFY
                   IF WS-TEMPFY-STATUS NOT = '00'
                       PERFORM 3950-COPY-NOT-CREATED-PARA
                   END-IF
               END-IF
               PERFORM 3250-EMPFY-READ-PARA UNTIL EMPFY-EOF
               CLOSE EMPFY
               IF WS-COPY-PASS
                   CLOSE TEMPFY
               END-IF
           END-IF.

      * AN EMPLOYEE'S NAME MASKS TO 'EMPLOYEE' AND THE EMPLOYEE
      * NUMBER; THE SALARY MOVES WITHIN THE BAND BY THE EMPLOYEE'S
      * OWN SHIFT, THE SAME ONE EMPCOMP'S PAY MOVES BY.
       3250-EMPFY-READ-PARA.
           READ EMPFY
               AT END
                   SET EMPFY-EOF TO TRUE
               NOT AT END
                   PERFORM 3850-RECORD-COUNT-PARA
                   IF WS-EMP-CNT < 2000
                       ADD 1 TO WS-EMP-CNT
                       MOVE Employee_NUMBER TO
                           WS-EMP-NUMBER(WS-EMP-CNT)
                   ELSE
                       SET WS-TABLE-FULL TO TRUE
                   END-IF
                   IF WS-COPY-PASS
                       IF SALARY NUMERIC
                           ADD SALARY TO WS-PR-SALARY(1)
                       END-IF
                       MOVE Employee_NUMBER TO WS-MASK-KEY
                       PERFORM 5000-MASK-HASH-PARA
                       PERFORM 5200-PERTURB-SHIFT-PARA
                       MOVE SPACES TO EMPLOYEE_NAME
                       STRING 'EMPLOYEE ' DELIMITED BY SIZE
                           Employee_NUMBER DELIMITED BY SIZE
                           INTO EMPLOYEE_NAME
                       IF SALARY NUMERIC
                           MOVE SALARY TO WS-PERTURB-OLD
                           MOVE 99999 TO WS-PERTURB-MAX
                           PERFORM 5300-PERTURB-VALUE-PARA
                           MOVE WS-PERTURB-NEW TO SALARY
                       END-IF
                       WRITE TEMPFY-REC FROM EMP_REC
                       IF WS-TEMPFY-STATUS = '00'
                           ADD 1 TO WS-CP-WRITE-CNT(WS-CP-IDX)
                       ELSE
                           ADD 1 TO WS-CP-REJECT-CNT(WS-CP-IDX)
                       END-IF
                   ELSE
                       IF SALARY NUMERIC
                           ADD SALARY TO WS-PR-SALARY(2)
                       END-IF
                   END-IF
           END-READ.

       3300-COMP-PASS-PARA.
           MOVE 3 TO WS-CP-IDX.
           IF WS-COPY-PASS
               MOVE WS-COMPFL-PROD-PATH TO WS-COMPFL-PATH
           ELSE
               MOVE WS-TCOMPFL-PATH TO WS-COMPFL-PATH
           END-IF.
           MOVE 'N' TO WS-COMPFL-EOF-SW.
           OPEN INPUT COMPFL.
           IF WS-COMPFL-STATUS NOT = '00'
               PERFORM 3900-MASTER-MISSING-PARA
           ELSE
               IF WS-COPY-PASS
                   OPEN OUTPUT TCOMPFL
                   IF WS-TCOMPFL-STATUS NOT = '00'
                       PERFORM 3950-COPY-NOT-CREATED-PARA
                   END-IF
               END-IF
               PERFORM 3350-COMPFL-READ-PARA UNTIL COMPFL-EOF
               CLOSE COMPFL
               IF WS-COPY-PASS
                   CLOSE TCOMPFL
               END-IF
           END-IF.

       3350-COMPFL-READ-PARA.
           READ COMPFL
               AT END
                   SET COMPFL-EOF TO TRUE
               NOT AT END
                   PERFORM 3850-RECORD-COUNT-PARA
                   MOVE CMP-EMPLOYEE-NUMBER TO WS-EMP-FIND
                   PERFORM 3800-EMP-FIND-PARA
                   IF NOT WS-EMP-FOUND
                       ADD 1 TO WS-PR-COMP-ORPH-CNT(WS-PASS)
                   END-IF
                   IF CMP-BASIC-PAY NUMERIC AND CMP-HRA NUMERIC
                       ADD CMP-BASIC-PAY CMP-HRA TO
                           WS-PR-COMP-PAY(WS-PASS)
                   END-IF
                   IF WS-COPY-PASS
                       MOVE CMP-EMPLOYEE-NUMBER TO WS-MASK-KEY
                       PERFORM 5000-MASK-HASH-PARA
                       PERFORM 5200-PERTURB-SHIFT-PARA
                       PERFORM 3360-COMP-PERTURB-PARA
                       WRITE TCOMPFL-REC FROM COMPFL-REC
                       IF WS-TCOMPFL-STATUS = '00'
                           ADD 1 TO WS-CP-WRITE-CNT(WS-CP-IDX)
                       ELSE
                           ADD 1 TO WS-CP-REJECT-CNT(WS-CP-IDX)
                       END-IF
                   END-IF
           END-READ.

       3360-COMP-PERTURB-PARA.
           MOVE 99999.99 TO WS-PERTURB-MAX.
           IF CMP-BASIC-PAY NUMERIC
               MOVE CMP-BASIC-PAY TO WS-PERTURB-OLD
               PERFORM 5300-PERTURB-VALUE-PARA
               MOVE WS-PERTURB-NEW TO CMP-BASIC-PAY
           END-IF.
           IF CMP-HRA NUMERIC
               MOVE CMP-HRA TO WS-PERTURB-OLD
               PERFORM 5300-PERTURB-VALUE-PARA
               MOVE WS-PERTURB-NEW TO CMP-HRA
           END-IF.

       3400-BANK-PASS-PARA.
           MOVE 4 TO WS-CP-IDX.
           IF WS-COPY-PASS
               MOVE WS-BANKFL-PROD-PATH TO WS-BANKFL-PATH
           ELSE
               MOVE WS-TBANKFL-PATH TO WS-BANKFL-PATH
           END-IF.
           MOVE 'N' TO WS-BANKFL-EOF-SW.
           OPEN INPUT BANKFL.
           IF WS-BANKFL-STATUS NOT = '00'
               PERFORM 3900-MASTER-MISSING-PARA
           ELSE
               IF WS-COPY-PASS
                   OPEN OUTPUT TBANKFL
                   IF WS-TBANKFL-STATUS NOT = '00'
                       PERFORM 3950-COPY-NOT-CREATED-PARA
                   END-IF
               END-IF
               PERFORM 3450-BANKFL-READ-PARA UNTIL BANKFL-EOF
               CLOSE BANKFL
               IF WS-COPY-PASS
                   CLOSE TBANKFL
               END-IF
           END-IF.

       3450-BANKFL-READ-PARA.
           READ BANKFL
               AT END
                   SET BANKFL-EOF TO TRUE
               NOT AT END
                   PERFORM 3850-RECORD-COUNT-PARA
                   MOVE BNK-EMPLOYEE-NUMBER TO WS-EMP-FIND
                   PERFORM 3800-EMP-FIND-PARA
                   IF NOT WS-EMP-FOUND
                       ADD 1 TO WS-PR-BANK-ORPH-CNT(WS-PASS)
                   END-IF
                   IF WS-COPY-PASS
                       MOVE BNK-EMPLOYEE-NUMBER TO WS-MASK-KEY
                       PERFORM 5000-MASK-HASH-PARA
                       PERFORM 5100-ACCOUNT-MASK-PARA
                           VARYING WS-ACCT-IDX FROM 1 BY 1
                           UNTIL WS-ACCT-IDX > 16
                       WRITE TBANKFL-REC FROM BANKFL-REC
                       IF WS-TBANKFL-STATUS = '00'
                           ADD 1 TO WS-CP-WRITE-CNT(WS-CP-IDX)
                       ELSE
                           ADD 1 TO WS-CP-REJECT-CNT(WS-CP-IDX)
                       END-IF
                   END-IF
           END-READ.

       3500-CUSTOMERS-PASS-PARA.
           MOVE 5 TO WS-CP-IDX.
           IF WS-COPY-PASS
               MOVE WS-CUSTFL-PROD-PATH TO WS-CUSTFL-PATH
           ELSE
               MOVE WS-TCUSTFL-PATH TO WS-CUSTFL-PATH
           END-IF.
           MOVE 'N' TO WS-CUSTFL-EOF-SW.
           OPEN INPUT CUSTFL.
           IF WS-CUSTFL-STATUS NOT = '00'
               PERFORM 3900-MASTER-MISSING-PARA
           ELSE
               IF WS-COPY-PASS
                   OPEN OUTPUT TCUSTFL
                   IF WS-TCUSTFL-STATUS NOT = '00'
                       PERFORM 3950-COPY-NOT-CREATED-PARA
                   END-IF
               END-IF
               PERFORM 3550-CUSTFL-READ-PARA UNTIL CUSTFL-EOF
               CLOSE CUSTFL
               IF WS-COPY-PASS
                   CLOSE TCUSTFL
               END-IF
           END-IF.

      * A CUSTOMER'S NAME MASKS TO 'CUSTOMER' AND THE CUSTOMERID, AND
      * THE STREET LINES TO 'ADDRESS' AND THE CUSTOMERID. THE CITY,
      * POSTCODE AND REGION STAY, SO THE POSTCODE AND REGIONAL
      * PROGRAMS STILL HAVE REAL LOCALITIES TO WORK WITH.
       3550-CUSTFL-READ-PARA.
           READ CUSTFL
               AT END
                   SET CUSTFL-EOF TO TRUE
               NOT AT END
                   PERFORM 3850-RECORD-COUNT-PARA
                   IF WS-CUST-CNT < 5000
                       ADD 1 TO WS-CUST-CNT
                       MOVE CUST-CUSTOMERID TO
                           WS-CUST-ID(WS-CUST-CNT)
                       MOVE ZEROES TO
                           WS-CUST-POLICY-CNT(WS-CUST-CNT)
                   ELSE
                       SET WS-TABLE-FULL TO TRUE
                   END-IF
                   IF WS-COPY-PASS
                       MOVE SPACES TO CUST-CUSTNAME
                       STRING 'CUSTOMER ' DELIMITED BY SIZE
                           CUST-CUSTOMERID DELIMITED BY SIZE
                           INTO CUST-CUSTNAME
                       MOVE SPACES TO CUST-ADDR-LINES
                       STRING 'ADDRESS ' DELIMITED BY SIZE
                           CUST-CUSTOMERID DELIMITED BY SIZE
                           INTO CUST-ADDR-LINES
                       WRITE TCUSTFL-REC FROM CUSTFL-REC
                           INVALID KEY
                               ADD 1 TO WS-CP-REJECT-CNT(WS-CP-IDX)
                           NOT INVALID KEY
                               ADD 1 TO WS-CP-WRITE-CNT(WS-CP-IDX)
                       END-WRITE
                   END-IF
           END-READ.

       3600-POLICIES-PASS-PARA.
           MOVE 6 TO WS-CP-IDX.
           IF WS-COPY-PASS
               MOVE WS-POLICYFYL-PROD-PATH TO WS-POLICYFYL-PATH
           ELSE
               MOVE WS-TPOLFYL-PATH TO WS-POLICYFYL-PATH
           END-IF.
           MOVE 'N' TO WS-POLICYFYL-EOF-SW.
           OPEN INPUT POLICYFYL.
           IF WS-POLICYFYL-STATUS NOT = '00'
               PERFORM 3900-MASTER-MISSING-PARA
           ELSE
               IF WS-COPY-PASS
                   OPEN OUTPUT TPOLFYL
                   IF WS-TPOLFYL-STATUS NOT = '00'
                       PERFORM 3950-COPY-NOT-CREATED-PARA
                   END-IF
               END-IF
               PERFORM 3650-POLICYFYL-READ-PARA UNTIL POLICYFYL-EOF
               CLOSE POLICYFYL
               IF WS-COPY-PASS
                   CLOSE TPOLFYL
               END-IF
           END-IF.

      * THE FEED'S HEADER IS COPIED AS IT STANDS AND ITS TRAILER IS
      * REBUILT FROM THE MASKED PREMIUMS. EVERY OTHER RECORD IS A
      * POLICY: ITS PREMIUM MOVES WITHIN THE BAND BY THE POLICY'S OWN
      * SHIFT, AND IT IS HELD TO REFAUDIT.CBL'S CHECKS.
       3650-POLICYFYL-READ-PARA.
           READ POLICYFYL
               AT END
                   SET POLICYFYL-EOF TO TRUE
               NOT AT END
                   PERFORM 3850-RECORD-COUNT-PARA
                   EVALUATE POLICYNO OF POLICY_REC
                       WHEN '00000000'
                           CONTINUE
                       WHEN 'ZZZZZZZZ'
                           PERFORM 3670-TRAILER-PARA
                       WHEN OTHER
                           PERFORM 3660-POLICY-PARA
                   END-EVALUATE
                   IF WS-COPY-PASS
                       WRITE TPOLFYL-REC FROM POLICY_REC
                           INVALID KEY
                               ADD 1 TO WS-CP-REJECT-CNT(WS-CP-IDX)
                           NOT INVALID KEY
                               ADD 1 TO WS-CP-WRITE-CNT(WS-CP-IDX)
                       END-WRITE
                   END-IF
           END-READ.

       3660-POLICY-PARA.
           ADD 1 TO WS-PR-POLICY-CNT(WS-PASS).
           ADD 1 TO WS-TRL-COUNT.
           IF PREMIUM-NUM OF POLICY_REC NUMERIC
               IF WS-COPY-PASS
                   ADD PREMIUM-NUM OF POLICY_REC TO WS-PR-PREMIUM(1)
                   MOVE POLICYNO OF POLICY_REC TO WS-MASK-KEY
                   PERFORM 5000-MASK-HASH-PARA
                   PERFORM 5200-PERTURB-SHIFT-PARA
                   MOVE PREMIUM-NUM OF POLICY_REC TO WS-PERTURB-OLD
                   MOVE 99999999.99 TO WS-PERTURB-MAX
                   PERFORM 5300-PERTURB-VALUE-PARA
                   MOVE WS-PERTURB-NEW TO PREMIUM-NUM OF POLICY_REC
               ELSE
                   ADD PREMIUM-NUM OF POLICY_REC TO WS-PR-PREMIUM(2)
               END-IF
               ADD PREMIUM-NUM OF POLICY_REC TO WS-TRL-HASH
           END-IF.

           PERFORM 3680-CUST-FIND-PARA.
           IF WS-CUST-FOUND
               ADD 1 TO WS-CUST-POLICY-CNT(WS-CUST-SRCH-IDX)
           ELSE
               ADD 1 TO WS-PR-ORPHAN-CNT(WS-PASS)
           END-IF.

           IF WS-LOB-CNT > 0
               MOVE 'N' TO WS-LOB-OK-SW
               MOVE 1 TO WS-LOB-IDX
               PERFORM 3690-LOB-CHECK-ONE-PARA
                   UNTIL WS-LOB-IDX > WS-LOB-CNT
                      OR WS-LOB-OK
               IF NOT WS-LOB-OK
                   ADD 1 TO WS-PR-BAD-LOB-CNT(WS-PASS)
               END-IF
           END-IF.

           IF AGENT-ID OF POLICY_REC NOT = SPACES
               MOVE 'N' TO WS-AGT-FOUND-SW
               MOVE 1 TO WS-AGT-SRCH-IDX
               PERFORM 3695-AGT-FIND-ONE-PARA
                   UNTIL WS-AGT-SRCH-IDX > WS-AGT-CNT
                      OR WS-AGT-FOUND
               IF NOT WS-AGT-FOUND
                   ADD 1 TO WS-PR-AGENT-ORPH-CNT(WS-PASS)
               END-IF
           END-IF.

      * ON THE COPY PASS THE TRAILER IS REBUILT, AS POLMAINT.CBL
      * REBUILDS IT, FROM THE MASKED POLICIES AHEAD OF IT IN KEY
      * ORDER; ON THE PROOF PASS IT MUST AGREE WITH THE POLICIES
      * READ BACK.
       3670-TRAILER-PARA.
           MOVE 'Y' TO WS-PR-TRAILER-SW(WS-PASS).
           COMPUTE WS-TRL-HASH-X = WS-TRL-HASH * 100.
           IF WS-COPY-PASS
               MOVE WS-TRL-COUNT TO POLICY_REC(9:8)
               MOVE WS-TRL-HASH-X TO POLICY_REC(17:13)
               MOVE 'Y' TO WS-PR-TRAILER-OK-SW(WS-PASS)
           ELSE
               IF POLICY_REC(9:8) = WS-TRL-COUNT
                       AND POLICY_REC(17:13) = WS-TRL-HASH-X
                   MOVE 'Y' TO WS-PR-TRAILER-OK-SW(WS-PASS)
               END-IF
           END-IF.

       3680-CUST-FIND-PARA.
           MOVE 'N' TO WS-CUST-FOUND-SW.
           MOVE 1 TO WS-CUST-SRCH-IDX.
           PERFORM 3685-CUST-FIND-ONE-PARA
               UNTIL WS-CUST-SRCH-IDX > WS-CUST-CNT
                  OR WS-CUST-FOUND.

       3685-CUST-FIND-ONE-PARA.
           IF WS-CUST-ID(WS-CUST-SRCH-IDX) =
                   CUSTOMERID OF POLICY_REC
               SET WS-CUST-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-CUST-SRCH-IDX
           END-IF.

       3690-LOB-CHECK-ONE-PARA.
           IF WS-LOB-CODE(WS-LOB-IDX) = LOBCODE OF POLICY_REC
               SET WS-LOB-OK TO TRUE
           ELSE
               ADD 1 TO WS-LOB-IDX
           END-IF.

       3695-AGT-FIND-ONE-PARA.
           IF WS-AGT-TBL-ID(WS-AGT-SRCH-IDX) = AGENT-ID OF POLICY_REC
               SET WS-AGT-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-AGT-SRCH-IDX
           END-IF.

       3700-NO-POLICY-COUNT-PARA.
           IF WS-CUST-POLICY-CNT(WS-CUST-SRCH-IDX) = 0
               ADD 1 TO WS-PR-NO-POLICY-CNT(WS-PASS)
           END-IF.
           ADD 1 TO WS-CUST-SRCH-IDX.

       3800-EMP-FIND-PARA.
           MOVE 'N' TO WS-EMP-FOUND-SW.
           MOVE 1 TO WS-EMP-SRCH-IDX.
           PERFORM 3810-EMP-FIND-ONE-PARA
               UNTIL WS-EMP-SRCH-IDX > WS-EMP-CNT
                  OR WS-EMP-FOUND.

       3810-EMP-FIND-ONE-PARA.
           IF WS-EMP-NUMBER(WS-EMP-SRCH-IDX) = WS-EMP-FIND
               SET WS-EMP-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-EMP-SRCH-IDX
           END-IF.

       3850-RECORD-COUNT-PARA.
           IF WS-COPY-PASS
               ADD 1 TO WS-CP-READ-CNT(WS-CP-IDX)
           ELSE
               ADD 1 TO WS-CP-REREAD-CNT(WS-CP-IDX)
           END-IF.

      * A MASTER THAT CANNOT BE OPENED LEAVES THE TEST SET
      * INCOMPLETE, SO THE REFRESH CANNOT PROVE.
       3900-MASTER-MISSING-PARA.
           MOVE 'Y' TO WS-CP-MISSING-SW(WS-CP-IDX).
           IF WS-COPY-PASS
               DISPLAY WS-CP-NAME(WS-CP-IDX)
                   ' CANNOT BE OPENED, NOT COPIED.'
           ELSE
               DISPLAY WS-CP-NAME(WS-CP-IDX)
                   ' MASKED COPY CANNOT BE READ BACK.'
           END-IF.

      * A MASKED COPY THAT CANNOT BE CREATED ENDS THE RUN: THE TEST
      * DIRECTORY IS MISSING OR CLOSED TO THIS RUN.
       3950-COPY-NOT-CREATED-PARA.
           DISPLAY WS-CP-NAME(WS-CP-IDX)
               ' MASKED COPY CANNOT BE CREATED, REFRESH ABANDONED.'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      * THE REFRESH'S OWN ENTRY IN THE TEST SET'S CONTROL TOTALS AND
      * DASHBOARD: EVERY RECORD READ FROM PRODUCTION IS EITHER
      * WRITTEN TO THE TEST SET OR REJECTED THERE, NONE EXCLUDED. THE
      * CONTROL TOTAL IS THE MASKED PREMIUM TOTAL.
       4000-CONTROL-RECORD-WRITE-PARA.
           MOVE 1 TO WS-CP-IDX.
           PERFORM 4100-COPY-TOTALS-PARA
               UNTIL WS-CP-IDX > 6.
           ACCEPT WS-NOW-TIME FROM TIME.

           OPEN OUTPUT CTLFL.
           IF WS-CTLFL-STATUS NOT = '00'
               DISPLAY 'TEST CTLTOTALS CANNOT BE CREATED, STATUS '
                   WS-CTLFL-STATUS
               ADD 1 TO WS-BREAK-CNT
           ELSE
               MOVE SPACES TO CTL-REC
               MOVE 'TESTREFR' TO CTL-PROGRAM
               MOVE WS-TODAY TO CTL-RUN-DATE
               MOVE WS-TOTAL-READ-CNT TO CTL-READ-CNT
               MOVE WS-TOTAL-WRITE-CNT TO CTL-WRITE-CNT
               MOVE ZEROES TO CTL-EXCL-CNT
               MOVE WS-TOTAL-REJECT-CNT TO CTL-REJECT-CNT
               MOVE WS-TRL-HASH TO CTL-CONTROL-TOTAL
               WRITE CTL-REC
               CLOSE CTLFL
           END-IF.

           OPEN OUTPUT DASHFL.
           IF WS-DASHFL-STATUS NOT = '00'
               DISPLAY 'TEST DASHBOARD CANNOT BE CREATED, STATUS '
                   WS-DASHFL-STATUS
               ADD 1 TO WS-BREAK-CNT
           ELSE
               MOVE SPACES TO DASH-REC
               MOVE 'TESTREFR' TO DASH-PROGRAM
               MOVE WS-TODAY TO DASH-RUN-DATE
               MOVE WS-NOW-TIME(1:6) TO DASH-RUN-TIME
               MOVE WS-TOTAL-READ-CNT TO DASH-READ-CNT
               MOVE WS-TOTAL-WRITE-CNT TO DASH-WRITE-CNT
               MOVE WS-TOTAL-REJECT-CNT TO DASH-REJECT-CNT
               MOVE WS-TRL-HASH TO DASH-CONTROL-TOTAL
               MOVE 'N' TO DASH-ABORT-SW
               MOVE 'N' TO DASH-WARN-SW
               WRITE DASH-REC
               CLOSE DASHFL
           END-IF.

       4100-COPY-TOTALS-PARA.
           ADD WS-CP-READ-CNT(WS-CP-IDX) TO WS-TOTAL-READ-CNT.
           ADD WS-CP-WRITE-CNT(WS-CP-IDX) TO WS-TOTAL-WRITE-CNT.
           ADD WS-CP-REJECT-CNT(WS-CP-IDX) TO WS-TOTAL-REJECT-CNT.
           ADD 1 TO WS-CP-IDX.

      * THE HASH OF WS-MASK-KEY UNDER THE RUN'S SEED, INTO
      * WS-MASK-HASH AND ITS DIGITS.
       5000-MASK-HASH-PARA.
           MOVE WS-SEED TO WS-MASK-HASH.
           PERFORM 5050-MASK-HASH-BYTE-PARA
               VARYING WS-BYTE-IDX FROM 1 BY 1
               UNTIL WS-BYTE-IDX > 8.
           COMPUTE WS-HASH-SQUARE = WS-MASK-HASH * WS-MASK-HASH.
           DIVIDE WS-HASH-SQUARE BY WS-HASH-MODULUS
               GIVING WS-HASH-SQUARE-QUOT REMAINDER WS-MASK-HASH.

      * HASH = (HASH * 31 + CODE POINT + 1) MODULO A PRIME.
       5050-MASK-HASH-BYTE-PARA.
           MOVE WS-MASK-KEY(WS-BYTE-IDX:1) TO WS-BYTE-CHAR.
           COMPUTE WS-HASH-WORK = WS-MASK-HASH * 31 + WS-BYTE-CODE + 1.
           DIVIDE WS-HASH-WORK BY WS-HASH-MODULUS
               GIVING WS-HASH-QUOT REMAINDER WS-MASK-HASH.

      * ONE POSITION OF THE ACCOUNT: A DIGIT IS SHIFTED BY THE HASH
      * DIGIT FOR ITS POSITION, ANYTHING ELSE IS LEFT AS IT IS.
       5100-ACCOUNT-MASK-PARA.
           IF BNK-ACCOUNT(WS-ACCT-IDX:1) IS NUMERIC
               MOVE BNK-ACCOUNT(WS-ACCT-IDX:1) TO WS-ACCT-DIGIT
               DIVIDE WS-ACCT-IDX BY 10
                   GIVING WS-ACCT-QUOT REMAINDER WS-ACCT-REM
               ADD WS-MASK-DIGIT(WS-ACCT-REM + 1) TO WS-ACCT-DIGIT
               IF WS-ACCT-DIGIT > 9
                   SUBTRACT 10 FROM WS-ACCT-DIGIT
               END-IF
               MOVE WS-ACCT-DIGIT(2:1) TO BNK-ACCOUNT(WS-ACCT-IDX:1)
           END-IF.

      * THE SHIFT FOR THE HASH IN WS-MASK-HASH, IN HUNDREDTHS OF A
      * PERCENT FROM MINUS TO PLUS THE BAND.
       5200-PERTURB-SHIFT-PARA.
           DIVIDE WS-MASK-HASH BY WS-BAND-STEPS
               GIVING WS-PERTURB-QUOT REMAINDER WS-PERTURB-REM.
           COMPUTE WS-PERTURB-BP =
               WS-PERTURB-REM - WS-BAND-PCT * 100.

      * WS-PERTURB-OLD MOVED BY THE SHIFT, ROUNDED TO THE CENT, INTO
      * WS-PERTURB-NEW. A RESULT THAT ROUNDING WOULD CARRY OUTSIDE
      * THE BAND, OR THAT WOULD NOT FIT ITS FIELD (WS-PERTURB-MAX),
      * LEAVES THE VALUE AS IT WAS, SO NO MASKED VALUE -- AND SO NO
      * MASKED TOTAL -- IS EVER FURTHER FROM PRODUCTION THAN THE
      * BAND ALLOWS.
       5300-PERTURB-VALUE-PARA.
           COMPUTE WS-PERTURB-NEW ROUNDED =
               WS-PERTURB-OLD * (10000 + WS-PERTURB-BP) / 10000.
           COMPUTE WS-BAND-DIFF = WS-PERTURB-NEW - WS-PERTURB-OLD.
           IF WS-BAND-DIFF < 0
               COMPUTE WS-BAND-DIFF = 0 - WS-BAND-DIFF
           END-IF.
           COMPUTE WS-BAND-LIMIT = WS-PERTURB-OLD * WS-BAND-PCT / 100.
           IF WS-BAND-LIMIT < 0
               COMPUTE WS-BAND-LIMIT = 0 - WS-BAND-LIMIT
           END-IF.
           IF WS-BAND-DIFF > WS-BAND-LIMIT
                   OR WS-PERTURB-NEW > WS-PERTURB-MAX
                   OR WS-PERTURB-NEW < 0 - WS-PERTURB-MAX
               MOVE WS-PERTURB-OLD TO WS-PERTURB-NEW
           ELSE
               ADD 1 TO WS-PERTURB-CNT
           END-IF.

      * THE PROOF REPORT. THE MASKED SET PASSES REFAUDIT WHEN EVERY
      * FINDING ON IT IS THE FINDING PRODUCTION GIVES, AND PASSES
      * BALCHK WHEN EVERY COPY BALANCES, ITS TRAILER AGREES WITH ITS
      * POLICIES AND ITS CONTROL RECORD IS ON FILE.
       6000-PROOF-REPORT-PARA.
           OPEN OUTPUT PRFRPT.
           MOVE SPACES TO PRFRPT-REC.
           STRING 'MASKED TEST-DATA REFRESH RUN ' DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               ' BAND +/- ' DELIMITED BY SIZE
               WS-BAND-PCT DELIMITED BY SIZE
               ' PCT' DELIMITED BY SIZE
               INTO PRFRPT-REC.
           WRITE PRFRPT-REC.
           MOVE SPACES TO PRFRPT-REC.
           STRING 'TEST SET ' DELIMITED BY SIZE
               WS-TEST-DIR DELIMITED BY SIZE
               INTO PRFRPT-REC.
           WRITE PRFRPT-REC.
           MOVE SPACES TO PRFRPT-REC.
           STRING 'TEST FILECONFIG ' DELIMITED BY SIZE
               WS-TESTCFG-PATH DELIMITED BY SIZE
               INTO PRFRPT-REC.
           WRITE PRFRPT-REC.

           MOVE SPACES TO PRFRPT-REC.
           WRITE PRFRPT-REC.
           MOVE 'COPIES (BALCHK: READ = WRITTEN + REJECTED = RE-READ)'
               TO PRFRPT-REC.
           WRITE PRFRPT-REC.
           MOVE 1 TO WS-CP-IDX.
           PERFORM 6100-COPY-LINE-PARA
               UNTIL WS-CP-IDX > 6.
           PERFORM 6150-CONTROL-LINE-PARA.
           PERFORM 6400-TRAILER-LINE-PARA.

           MOVE SPACES TO PRFRPT-REC.
           WRITE PRFRPT-REC.
           MOVE 'FINDINGS (REFAUDIT: PRODUCTION AGAINST TEST)'
               TO PRFRPT-REC.
           WRITE PRFRPT-REC.
           MOVE 'POLICIES' TO WS-LINE-LABEL.
           MOVE WS-PR-POLICY-CNT(1) TO WS-LINE-PROD-CNT.
           MOVE WS-PR-POLICY-CNT(2) TO WS-LINE-TEST-CNT.
           PERFORM 6200-FINDING-LINE-PARA.
           MOVE 'ORPHAN POLICIES' TO WS-LINE-LABEL.
           MOVE WS-PR-ORPHAN-CNT(1) TO WS-LINE-PROD-CNT.
           MOVE WS-PR-ORPHAN-CNT(2) TO WS-LINE-TEST-CNT.
           PERFORM 6200-FINDING-LINE-PARA.
           MOVE 'CUSTOMERS NO POLICY' TO WS-LINE-LABEL.
           MOVE WS-PR-NO-POLICY-CNT(1) TO WS-LINE-PROD-CNT.
           MOVE WS-PR-NO-POLICY-CNT(2) TO WS-LINE-TEST-CNT.
           PERFORM 6200-FINDING-LINE-PARA.
           MOVE 'UNAPPROVED LOBCODES' TO WS-LINE-LABEL.
           MOVE WS-PR-BAD-LOB-CNT(1) TO WS-LINE-PROD-CNT.
           MOVE WS-PR-BAD-LOB-CNT(2) TO WS-LINE-TEST-CNT.
           PERFORM 6200-FINDING-LINE-PARA.
           MOVE 'POLICY AGENT UNKNOWN' TO WS-LINE-LABEL.
           MOVE WS-PR-AGENT-ORPH-CNT(1) TO WS-LINE-PROD-CNT.
           MOVE WS-PR-AGENT-ORPH-CNT(2) TO WS-LINE-TEST-CNT.
           PERFORM 6200-FINDING-LINE-PARA.
           MOVE 'EMPCOMP NO EMPLOYEE' TO WS-LINE-LABEL.
           MOVE WS-PR-COMP-ORPH-CNT(1) TO WS-LINE-PROD-CNT.
           MOVE WS-PR-COMP-ORPH-CNT(2) TO WS-LINE-TEST-CNT.
           PERFORM 6200-FINDING-LINE-PARA.
           MOVE 'EMPBANK NO EMPLOYEE' TO WS-LINE-LABEL.
           MOVE WS-PR-BANK-ORPH-CNT(1) TO WS-LINE-PROD-CNT.
           MOVE WS-PR-BANK-ORPH-CNT(2) TO WS-LINE-TEST-CNT.
           PERFORM 6200-FINDING-LINE-PARA.
           IF WS-TABLE-FULL
               ADD 1 TO WS-BREAK-CNT
               MOVE 'KEY TABLE FULL, JOIN CHECKS INCOMPLETE'
                   TO PRFRPT-REC
               WRITE PRFRPT-REC
           END-IF.

           MOVE SPACES TO PRFRPT-REC.
           WRITE PRFRPT-REC.
           MOVE 'PERTURBED TOTALS (PRODUCTION AGAINST TEST)'
               TO PRFRPT-REC.
           WRITE PRFRPT-REC.
           MOVE 'PREMIUM' TO WS-LINE-LABEL.
           MOVE WS-PR-PREMIUM(1) TO WS-LINE-PROD-AMT.
           MOVE WS-PR-PREMIUM(2) TO WS-LINE-TEST-AMT.
           PERFORM 6300-BAND-LINE-PARA.
           MOVE 'EMPLOYEE SALARY' TO WS-LINE-LABEL.
           MOVE WS-PR-SALARY(1) TO WS-LINE-PROD-AMT.
           MOVE WS-PR-SALARY(2) TO WS-LINE-TEST-AMT.
           PERFORM 6300-BAND-LINE-PARA.
           MOVE 'BASIC PAY + HRA' TO WS-LINE-LABEL.
           MOVE WS-PR-COMP-PAY(1) TO WS-LINE-PROD-AMT.
           MOVE WS-PR-COMP-PAY(2) TO WS-LINE-TEST-AMT.
           PERFORM 6300-BAND-LINE-PARA.

           MOVE SPACES TO PRFRPT-REC.
           WRITE PRFRPT-REC.
           IF WS-BREAK-CNT = 0
               MOVE 'MASKED SET PROVEN, READY FOR THE TEST TEAM'
                   TO PRFRPT-REC
           ELSE
               MOVE 'MASKED SET NOT PROVEN, DO NOT RELEASE'
                   TO PRFRPT-REC
               MOVE 16 TO RETURN-CODE
           END-IF.
           WRITE PRFRPT-REC.
           DISPLAY PRFRPT-REC.
           CLOSE PRFRPT.

       6100-COPY-LINE-PARA.
           IF WS-CP-MISSING-SW(WS-CP-IDX) = 'Y'
               MOVE 'MISSING' TO WS-LINE-RESULT
           ELSE
               IF WS-CP-READ-CNT(WS-CP-IDX) =
                       WS-CP-WRITE-CNT(WS-CP-IDX)
                       + WS-CP-REJECT-CNT(WS-CP-IDX)
                   AND WS-CP-REJECT-CNT(WS-CP-IDX) = 0
                   AND WS-CP-REREAD-CNT(WS-CP-IDX) =
                       WS-CP-WRITE-CNT(WS-CP-IDX)
                   MOVE 'AGREE' TO WS-LINE-RESULT
               ELSE
                   MOVE 'BREAK' TO WS-LINE-RESULT
               END-IF
           END-IF.
           IF WS-LINE-RESULT NOT = 'AGREE'
               ADD 1 TO WS-BREAK-CNT
           END-IF.
           MOVE WS-CP-READ-CNT(WS-CP-IDX) TO WS-FMT-CNT.
           MOVE WS-CP-WRITE-CNT(WS-CP-IDX) TO WS-FMT-CNT2.
           MOVE SPACES TO PRFRPT-REC.
           STRING WS-CP-NAME(WS-CP-IDX) DELIMITED BY SIZE
               ' READ ' DELIMITED BY SIZE
               WS-FMT-CNT DELIMITED BY SIZE
               ' WRITTEN ' DELIMITED BY SIZE
               WS-FMT-CNT2 DELIMITED BY SIZE
               INTO PRFRPT-REC.
           MOVE WS-CP-REJECT-CNT(WS-CP-IDX) TO WS-FMT-CNT.
           MOVE WS-CP-REREAD-CNT(WS-CP-IDX) TO WS-FMT-CNT2.
           STRING ' REJECTED ' DELIMITED BY SIZE
               WS-FMT-CNT DELIMITED BY SIZE
               ' RE-READ ' DELIMITED BY SIZE
               WS-FMT-CNT2 DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-LINE-RESULT DELIMITED BY SIZE
               INTO PRFRPT-REC(40:41).
           WRITE PRFRPT-REC.
           ADD 1 TO WS-CP-IDX.

      * THE SAME IDENTITY BALCHK.CBL HOLDS THE CONTROL RECORD TO.
       6150-CONTROL-LINE-PARA.
           IF WS-TOTAL-READ-CNT = WS-TOTAL-WRITE-CNT
                   + WS-TOTAL-REJECT-CNT
               MOVE 'AGREE' TO WS-LINE-RESULT
           ELSE
               MOVE 'BREAK' TO WS-LINE-RESULT
               ADD 1 TO WS-BREAK-CNT
           END-IF.
           MOVE WS-TOTAL-READ-CNT TO WS-FMT-CNT.
           MOVE WS-TOTAL-WRITE-CNT TO WS-FMT-CNT2.
           MOVE SPACES TO PRFRPT-REC.
           STRING 'CONTROL TOTAL READ ' DELIMITED BY SIZE
               WS-FMT-CNT DELIMITED BY SIZE
               ' WRITTEN ' DELIMITED BY SIZE
               WS-FMT-CNT2 DELIMITED BY SIZE
               ' TO TEST CTLTOTALS ' DELIMITED BY SIZE
               WS-LINE-RESULT DELIMITED BY SIZE
               INTO PRFRPT-REC.
           WRITE PRFRPT-REC.

       6200-FINDING-LINE-PARA.
           IF WS-LINE-PROD-CNT = WS-LINE-TEST-CNT
               MOVE 'AGREE' TO WS-LINE-RESULT
           ELSE
               MOVE 'DIFFER' TO WS-LINE-RESULT
               ADD 1 TO WS-BREAK-CNT
           END-IF.
           MOVE WS-LINE-PROD-CNT TO WS-FMT-CNT.
           MOVE WS-LINE-TEST-CNT TO WS-FMT-CNT2.
           MOVE SPACES TO PRFRPT-REC.
           STRING WS-LINE-LABEL DELIMITED BY SIZE
               ' PRODUCTION ' DELIMITED BY SIZE
               WS-FMT-CNT DELIMITED BY SIZE
               ' TEST ' DELIMITED BY SIZE
               WS-FMT-CNT2 DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-LINE-RESULT DELIMITED BY SIZE
               INTO PRFRPT-REC.
           WRITE PRFRPT-REC.

      * A TOTAL IS WITHIN THE BAND WHEN THE TEST TOTAL IS NO FURTHER
      * FROM PRODUCTION'S THAN THE BAND'S PERCENTAGE OF IT.
       6300-BAND-LINE-PARA.
           COMPUTE WS-BAND-DIFF = WS-LINE-TEST-AMT - WS-LINE-PROD-AMT.
           IF WS-BAND-DIFF < 0
               COMPUTE WS-BAND-DIFF = 0 - WS-BAND-DIFF
           END-IF.
           COMPUTE WS-BAND-LIMIT = WS-LINE-PROD-AMT * WS-BAND-PCT / 100.
           IF WS-BAND-LIMIT < 0
               COMPUTE WS-BAND-LIMIT = 0 - WS-BAND-LIMIT
           END-IF.
           IF WS-BAND-DIFF NOT > WS-BAND-LIMIT
               MOVE 'WITHIN' TO WS-LINE-RESULT
           ELSE
               MOVE 'OUTSIDE' TO WS-LINE-RESULT
               ADD 1 TO WS-BREAK-CNT
           END-IF.
           MOVE WS-LINE-PROD-AMT TO WS-FMT-AMOUNT.
           MOVE WS-LINE-TEST-AMT TO WS-FMT-AMOUNT2.
           MOVE SPACES TO PRFRPT-REC.
           STRING WS-LINE-LABEL DELIMITED BY SIZE
               ' PRODUCTION ' DELIMITED BY SIZE
               WS-FMT-AMOUNT DELIMITED BY SIZE
               ' TEST ' DELIMITED BY SIZE
               WS-FMT-AMOUNT2 DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-LINE-RESULT DELIMITED BY SIZE
               INTO PRFRPT-REC.
           WRITE PRFRPT-REC.

      * A PRODUCTION MASTER WITH A TRAILER MUST GIVE A TEST COPY
      * WHOSE TRAILER AGREES WITH ITS OWN POLICIES; ONE WITHOUT A
      * TRAILER GIVES A COPY WITHOUT ONE.
       6400-TRAILER-LINE-PARA.
           MOVE SPACES TO PRFRPT-REC.
           EVALUATE TRUE
               WHEN WS-PR-TRAILER-SW(1) NOT = 'Y'
                       AND WS-PR-TRAILER-SW(2) NOT = 'Y'
                   MOVE 'POLICYFILE HAS NO TRAILER ON EITHER SET'
                       TO PRFRPT-REC
               WHEN WS-PR-TRAILER-OK-SW(2) = 'Y'
                   MOVE WS-TRL-COUNT TO WS-FMT-CNT
                   STRING 'POLICYFILE TRAILER COUNT ' DELIMITED BY SIZE
                       WS-FMT-CNT DELIMITED BY SIZE
                       ' HASH ' DELIMITED BY SIZE
                       WS-TRL-HASH-X DELIMITED BY SIZE
                       ' AGREES' DELIMITED BY SIZE
                       INTO PRFRPT-REC
               WHEN OTHER
                   ADD 1 TO WS-BREAK-CNT
                   STRING 'POLICYFILE TRAILER DOES NOT AGREE WITH '
                       DELIMITED BY SIZE
                       'THE MASKED POLICIES' DELIMITED BY SIZE
                       INTO PRFRPT-REC
           END-EVALUATE.
           WRITE PRFRPT-REC.

      * RESOLVES EVERY FILE ASSIGNMENT FROM THE EXTERNAL FILE
      * CONFIGURATION BEFORE ANYTHING IS OPENED, REPORTING EACH
      * RESOLVED PATH. A LOGICAL NAME MISSING FROM THE
      * CONFIGURATION ENDS THE RUN CLEANLY WITH RC 16 BEFORE ANY
      * FILE IS TOUCHED.
       0050-FILECFG-LOAD-PARA.
           MOVE 'TESTREFPARM' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-REFPARM-PATH.
           MOVE 'AGENTMASTER' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-AGENTFL-PROD-PATH.
           MOVE 'EMPLOYEEDETA' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-EMPFY-PROD-PATH.
           MOVE 'EMPCOMP' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-COMPFL-PROD-PATH.
           MOVE 'EMPBANK' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-BANKFL-PROD-PATH.
           MOVE 'CUSTOMERMAST' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-CUSTFL-PROD-PATH.
           MOVE 'POLICYFILE' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-POLICYFYL-PROD-PATH.
      * CTLTOTALS AND DASHBOARD ARE WRITTEN ONLY AT THEIR TEST
      * PATHS, BUT MUST BE ON THE CONFIGURATION TO HAVE ONE.
           MOVE 'CTLTOTALS' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE 'DASHBOARD' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE 'LOBCODES' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-LOBCODES-PATH.
           MOVE 'TESTFILECFG' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-TESTCFG-PATH.
           MOVE 'TESTREFRPT' TO WS-CFG-NAME.
           PERFORM 0060-FILECFG-ONE-PARA.
           MOVE WS-CFG-PATH TO WS-PRFRPT-PATH.

       0060-FILECFG-ONE-PARA.
           CALL 'FILECFG' USING WS-CFG-NAME, WS-CFG-PATH,
               WS-CFG-RESULT.
           IF WS-CFG-RESULT NOT = 'Y'
               DISPLAY 'FILE PATH NOT CONFIGURED: ' WS-CFG-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'USING ' WS-CFG-NAME ' AT ' WS-CFG-PATH.

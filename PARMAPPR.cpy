      * PARAMETER APPROVAL REGISTER RECORD, APPENDED TO AND NEVER
      * REWRITTEN, SO IT IS ALSO THE AUDIT LOG OF EVERY SUBMISSION,
      * APPROVAL AND APPLY RUN. PARMAPRV.CBL WRITES THE MAKER'S
      * SUBMISSION (S), THE CHECKER'S APPROVAL (A) AND ANY APPROVAL
      * IT REFUSES (N); PARMCHK.CBL WRITES AN APPLY RUN THAT USED AN
      * APPROVAL (U) AND ONE IT REFUSED (X). APR-PARM-NAME IS THE
      * PARAMETER FILE'S LOGICAL NAME ON THE FILE CONFIGURATION AND
      * APR-HASH/APR-LINE-CNT ITS CONTROL HASH (PARMHASH.CBL) AT THE
      * TIME, SO AN APPROVAL COVERS THAT EXACT FILE AND NO OTHER.
       01  APR-REC.
           05  APR-PARM-NAME           PIC X(12).
           05  APR-ACTION              PIC X(01).
               88  APR-SUBMITTED                   VALUE 'S'.
               88  APR-APPROVED                    VALUE 'A'.
               88  APR-APPROVAL-REFUSED            VALUE 'N'.
               88  APR-USED                        VALUE 'U'.
               88  APR-RUN-REFUSED                 VALUE 'X'.
           05  APR-HASH                PIC 9(10).
           05  APR-LINE-CNT            PIC 9(05).
           05  APR-MAKER               PIC X(10).
           05  APR-CHECKER             PIC X(10).
           05  APR-PROGRAM             PIC X(10).
           05  APR-DATE                PIC 9(08).
           05  APR-TIME                PIC 9(06).
           05  APR-REASON              PIC X(28).

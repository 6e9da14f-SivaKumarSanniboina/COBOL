      * OUTBOUND FILE MANIFEST RECORD. MANIFREG.CBL APPENDS ONE LINE,
      * STATUS C, EACH TIME A PROGRAM FINISHES A FILE FOR AN OUTSIDE
      * PARTY (A BANK TRANSFER FILE, THE PF REMITTANCE, THE AGENT
      * PAYMENT FILE, OR A BATCH OF GL INTERFACE LINES). OUTREL.CBL
      * RELEASES IT FOR SENDING (S) OR REFUSES IT AS A DUPLICATE (D);
      * OUTACK.CBL RECORDS THE RECEIVER'S ACCEPTANCE (A) OR
      * REJECTION (R). MAN-REC-CNT COUNTS THE DETAIL LINES, NOT A
      * CONTROL OR HEADER LINE; MAN-AMOUNT-TOTAL IS THE FILE'S OWN
      * CONTROL TOTAL (THE DEBIT TOTAL FOR A GL BATCH). THE STATUS
      * DATE AND TIME ARE WHEN THE LATEST STATUS WAS SET.
       01  MAN-REC.
           05  MAN-SEQ-NO              PIC 9(06).
           05  MAN-FILE-NAME           PIC X(12).
           05  MAN-PROGRAM             PIC X(10).
           05  MAN-RUN-DATE            PIC 9(08).
           05  MAN-RUN-TIME            PIC 9(06).
           05  MAN-REC-CNT             PIC 9(06).
           05  MAN-AMOUNT-TOTAL        PIC 9(11)V99.
           05  MAN-STATUS              PIC X(01).
               88  MAN-CREATED                     VALUE 'C'.
               88  MAN-RELEASED                    VALUE 'S'.
               88  MAN-DUPLICATE                   VALUE 'D'.
               88  MAN-ACCEPTED                    VALUE 'A'.
               88  MAN-REJECTED                    VALUE 'R'.
           05  MAN-STATUS-DATE         PIC 9(08).
           05  MAN-STATUS-TIME         PIC 9(06).
           05  FILLER                  PIC X(04).

      * ZC_GLF.CPY - GENERAL LEDGER FEED RECORD LAYOUTS.
      * AUTHOR - DON HIGGINS.  DATE - 10/15/26.
      *
      * THE 80 BYTE FIXED-FORMAT FILE GLINTF1 HANDS TO THE GENERAL
      * LEDGER AT THE END OF THE NIGHTLY CYCLE --
      *    'HDR' - THE ZC_CAL PROCESSING DATE THE JOURNAL IS FOR AND
      *            THE SENDING SYSTEM'S NAME
      *    'DTL' - ONE SUMMARIZED JOURNAL LINE: BRANCH, GL ACCOUNT,
      *            D OR C, THE UNSIGNED AMOUNT AND THE GLINTF1
      *            CATEGORY THE ACCOUNT WAS MAPPED FROM
      *    'TRL' - THE PROCESSING DATE AGAIN, THE DETAIL COUNT AND
      *            THE DEBIT/CREDIT HASH TOTALS OF THE DETAILS
      * A FEED IS ONLY EVER RELEASED WITH THE TWO HASH TOTALS EQUAL,
      * SO THE LEDGER MAY REFUSE ANY FILE WHOSE TRAILER DOES NOT
      * NET TO ZERO.  COPY ONCE INTO WORKING-STORAGE SECTION AND
      * MOVE TO THE FD RECORD (WRITE FROM) THE WAY ZC_FEED IS USED.
       01  GLF-HDR-RECORD.
           05  GLF-HDR-ID                 PIC X(03).
               88  GLF-IS-HEADER                    VALUE 'HDR'.
           05  FILLER                     PIC X(01).
           05  GLF-HDR-DATE               PIC X(08).
           05  FILLER                     PIC X(01).
           05  GLF-HDR-SYSTEM             PIC X(08).
           05  FILLER                     PIC X(59).
       01  GLF-DTL-RECORD.
           05  GLF-DTL-ID                 PIC X(03).
               88  GLF-IS-DETAIL                    VALUE 'DTL'.
           05  FILLER                     PIC X(01).
           05  GLF-DTL-BRANCH             PIC X(03).
           05  FILLER                     PIC X(01).
           05  GLF-DTL-GL-ACCOUNT         PIC X(10).
           05  FILLER                     PIC X(01).
           05  GLF-DTL-DR-CR              PIC X(01).
               88  GLF-DTL-DEBIT                    VALUE 'D'.
               88  GLF-DTL-CREDIT                   VALUE 'C'.
           05  FILLER                     PIC X(01).
           05  GLF-DTL-AMOUNT             PIC 9(11)V99.
           05  FILLER                     PIC X(01).
           05  GLF-DTL-CATEGORY           PIC X(04).
           05  FILLER                     PIC X(41).
       01  GLF-TRL-RECORD.
           05  GLF-TRL-ID                 PIC X(03).
               88  GLF-IS-TRAILER                   VALUE 'TRL'.
           05  FILLER                     PIC X(01).
           05  GLF-TRL-DATE               PIC X(08).
           05  FILLER                     PIC X(01).
           05  GLF-TRL-RECORD-COUNT       PIC 9(06).
           05  FILLER                     PIC X(01).
           05  GLF-TRL-DEBIT-TOTAL        PIC 9(11)V99.
           05  FILLER                     PIC X(01).
           05  GLF-TRL-CREDIT-TOTAL       PIC 9(11)V99.
           05  FILLER                     PIC X(33).

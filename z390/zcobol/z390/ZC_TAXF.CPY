      * ZC_TAXF.CPY - YEAR-END INTEREST TAX EXTRACT RECORD LAYOUTS.
      * AUTHOR - DON HIGGINS.  DATE - 10/15/26.
      *
      * THE 200 BYTE FIXED-FORMAT FILE INTTAXR1 HANDS TO THE TAX
      * REPORTING SERVICE ONCE A YEAR --
      *    'HDR' - THE TAX YEAR, THE ZC_CAL PROCESSING DATE IT WAS
      *            BUILT ON, THE SENDING SYSTEM'S NAME AND THE
      *            REPORTING MINIMUM THE DETAILS WERE CUT AT
      *    'DTL' - ONE REPORTABLE ACCOUNT: ITS NUMBER, 'A' IF THE
      *            ACCOUNT HAS SINCE BEEN CLOSED AND ARCHIVED, THE
      *            CUSTOMER'S NAME AND MAILING ADDRESS, AND THE
      *            UNSIGNED INTEREST PAID TO AND CHARGED TO THE
      *            CUSTOMER OVER THE YEAR
      *    'TRL' - THE TAX YEAR AGAIN, THE DETAIL COUNT AND THE
      *            PAID/CHARGED HASH TOTALS OF THE DETAILS
      * ONLY AN ACCOUNT WHOSE INTEREST PAID REACHED THE MINIMUM IS
      * FILED, SO THE SERVICE MAY REFUSE ANY FILE WHOSE TRAILER DOES
      * NOT AGREE WITH ITS DETAILS.  COPY ONCE INTO WORKING-STORAGE
      * SECTION AND MOVE TO THE FD RECORD (WRITE FROM) THE WAY
      * ZC_GLF IS USED.
       01  TAXF-HDR-RECORD.
           05  TAXF-HDR-ID                PIC X(03).
               88  TAXF-IS-HEADER                   VALUE 'HDR'.
           05  FILLER                     PIC X(01).
           05  TAXF-HDR-TAX-YEAR          PIC 9(04).
           05  FILLER                     PIC X(01).
           05  TAXF-HDR-RUN-DATE          PIC X(08).
           05  FILLER                     PIC X(01).
           05  TAXF-HDR-SYSTEM            PIC X(08).
           05  FILLER                     PIC X(01).
           05  TAXF-HDR-MINIMUM           PIC 9(05)V99.
           05  FILLER                     PIC X(166).
       01  TAXF-DTL-RECORD.
           05  TAXF-DTL-ID                PIC X(03).
               88  TAXF-IS-DETAIL                   VALUE 'DTL'.
           05  FILLER                     PIC X(01).
           05  TAXF-DTL-TAX-YEAR          PIC 9(04).
           05  FILLER                     PIC X(01).
           05  TAXF-DTL-ACCOUNT           PIC X(06).
           05  FILLER                     PIC X(01).
           05  TAXF-DTL-STATUS            PIC X(01).
               88  TAXF-DTL-ARCHIVED                VALUE 'A'.
           05  FILLER                     PIC X(01).
           05  TAXF-DTL-NAME              PIC X(30).
           05  FILLER                     PIC X(01).
           05  TAXF-DTL-ADDR-LINE-1       PIC X(30).
           05  FILLER                     PIC X(01).
           05  TAXF-DTL-ADDR-LINE-2       PIC X(30).
           05  FILLER                     PIC X(01).
           05  TAXF-DTL-ADDR-LINE-3       PIC X(30).
           05  FILLER                     PIC X(01).
           05  TAXF-DTL-PAID              PIC 9(09)V99.
           05  FILLER                     PIC X(01).
           05  TAXF-DTL-CHARGED           PIC 9(09)V99.
           05  FILLER                     PIC X(35).
       01  TAXF-TRL-RECORD.
           05  TAXF-TRL-ID                PIC X(03).
               88  TAXF-IS-TRAILER                  VALUE 'TRL'.
           05  FILLER                     PIC X(01).
           05  TAXF-TRL-TAX-YEAR          PIC 9(04).
           05  FILLER                     PIC X(01).
           05  TAXF-TRL-RECORD-COUNT      PIC 9(06).
           05  FILLER                     PIC X(01).
           05  TAXF-TRL-PAID-TOTAL        PIC 9(11)V99.
           05  FILLER                     PIC X(01).
           05  TAXF-TRL-CHARGED-TOTAL     PIC 9(11)V99.
           05  FILLER                     PIC X(157).

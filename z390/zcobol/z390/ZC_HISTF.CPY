      * ZC_HISTF.CPY - POSTED-TRANSACTION HISTORY FILE SECTION LAYOUTS.
      * AUTHOR - DON HIGGINS.  DATE - 10/15/26.
      *
      * COPY INTO FILE SECTION, PAIRED WITH THE SELECTS IN
      * ZC_HISTS.CPY.  THE HISTORY RECORD IS THE 100 BYTE ZC_HIST
      * IMAGE FOLLOWED BY ITS 20 BYTE KEY -- ACCOUNT, POST DATE AND
      * POST SEQUENCE -- SO READ ... INTO HIST-RECORD STILL LANDS THE
      * STANDARD LAYOUT, AND A WRITER BUILDS HIST-RECORD AS IT ALWAYS
      * HAS AND PERFORMS HIST-SET-KEY (ZC_HISTP.CPY) BEFORE THE
      * WRITE.  THE KEY ORDERS THE FILE BY ACCOUNT AND THEN POSTING
      * ORDER, SO ONE START AND A RUN OF READ NEXTS IS AN ACCOUNT'S
      * MOVEMENTS OVER ANY DATE RANGE.  THE SAME LAYOUT SERVES THE
      * ACTIVE FILE, EVERY CLOSED-PERIOD PARTITION AND THE ARCHIVE.
      * THE CATALOG RECORD IS ONE LINE PER PARTITION IN ASCENDING
      * PERIOD ORDER.
       FD  HISTORY-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  HIST-FILE-RECORD.
           05  HIST-FILE-DATA             PIC X(100).
           05  HIST-FILE-KEY.
               10  HIST-KEY-ACCOUNT       PIC X(06).
               10  HIST-KEY-DATE          PIC X(08).
               10  HIST-KEY-SEQ           PIC 9(06).
       FD  HIST-CATALOG-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  HIST-CATALOG-RECORD.
           05  HIST-CAT-PERIOD            PIC 9(06).
           05  FILLER                     PIC X(02).
           05  HIST-CAT-PATH              PIC X(20).
           05  FILLER                     PIC X(02).
           05  HIST-CAT-RECORDS           PIC 9(09).
           05  FILLER                     PIC X(02).
           05  HIST-CAT-ROLLED-DATE       PIC X(08).
           05  FILLER                     PIC X(31).

      * AUTHOR - DON HIGGINS.  DATE - 09/03/26.
      *
      * THE SHOP'S CUMULATIVE 100 BYTE HISTORY RECORD -- ONE PER
      * TRANSACTION THE POSTING STEP ACTUALLY POSTED, NEVER
      * OVERWRITTEN, SO "SHOW ME THIS ACCOUNT'S MOVEMENTS SINCE THE
      * FIRST" HAS AN ANSWER WITHOUT RESTORING EXTRACT GENERATIONS.
      * CARRIES THE ZC_CAL PROCESSING DATE THE TRANSACTION POSTED
      * UNDER, ITS POSTING SEQUENCE NUMBER WITHIN THAT NIGHT'S PASS
      * AND THE FULL ZC_TRN RECORD IMAGE.  WRITTEN BY POSTTRN1 AND
      * INTACCR1, READ BY THE ACTHINQ1 INQUIRY AMONG OTHERS.
      * HIST-POST-DATE PLUS HIST-POST-SEQ NAMES ONE POSTED ITEM -- IT
      * IS WHAT A REVERSAL QUOTES -- SO INTACCR1 NUMBERS ITS ACCRUALS
      * FROM 900001 UP, CLEAR OF THE POSTING PASS'S SEQUENCES ON A
      * MONTH-END NIGHT.  THE ONE CHANGE EVER MADE TO A WRITTEN
      * RECORD IS THE REVERSAL BACK-LINK (TRN-LINK IN THE IMAGE).
      * COPY ONCE INTO WORKING-STORAGE SECTION AND MOVE TO/FROM THE
      * FD RECORD (READ INTO / WRITE FROM) SO EVERY PROGRAM THAT
      * TOUCHES THE HISTORY FILE SHARES ONE DEFINITION.
      *
      * THE HISTORY IS HELD INDEXED BY ACCOUNT, POST DATE AND POST
      * SEQUENCE (ZC_HISTS.CPY/ZC_HISTF.CPY/ZC_HISTP.CPY) AND SPLIT
      * THREE WAYS --
      *    TRANHIST.DAT     - THE ACTIVE FILE: THE CURRENT MONTH AND
      *                       THE LAST FEW CLOSED ONES.  EVERY WRITER
      *                       WRITES HERE.
      *    TRANHIST.PYYYYMM - ONE PARTITION PER CLOSED MONTH, ROLLED
      *                       OUT OF THE ACTIVE FILE BY HISTORG1 AND
      *                       LISTED IN THE HISTPART.DAT CATALOG.
      *    HISTARCH.DAT     - THE HISTORY OF ACCOUNTS MSTRARC1 HAS
      *                       PURGED, MOVED OUT WITH THE ACCOUNT.
      * A JOB THAT NEEDS THE WHOLE HISTORY PERFORMS HIST-LOAD-CATALOG
      * AND THEN HIST-SELECT-FILE FOR HIST-FILE-SUB 1 THRU
      * HIST-FILE-COUNT -- THE PARTITIONS OLDEST FIRST, THEN THE
      * ARCHIVE, THEN THE ACTIVE FILE -- WHICH IS POSTING ORDER FOR
      * ANY ONE ACCOUNT.  A FILE OF THE SET THAT DOES NOT EXIST YET
      * OPENS WITH STATUS 35 AND READS AS EMPTY.
       01  HIST-RECORD.
           05  HIST-POST-DATE             PIC X(08).
           05  FILLER                     PIC X(02).
           05  FILLER                     PIC X(02).
           05  HIST-TRN-IMAGE             PIC X(80).
           05  FILLER                     PIC X(02).
       01  HIST-FILE-PATH                 PIC X(40) VALUE
           'TRANHIST.DAT'.
       01  HIST-CATALOG-STATUS            PIC XX.
       01  HIST-CATALOG-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  HIST-END-OF-CATALOG                  VALUE 'Y'.
       01  HIST-CATALOG-SWITCH            PIC X(01) VALUE 'Y'.
           88  HIST-CATALOG-OK                      VALUE 'Y'.
           88  HIST-CATALOG-FAILED                  VALUE 'N'.
       01  HIST-FILE-COUNT                PIC S9(4) COMP VALUE 1.
       01  HIST-FILE-SUB                  PIC S9(4) COMP.
       01  HIST-PART-COUNT                PIC S9(4) COMP VALUE 0.
       01  HIST-PART-TABLE.
           05  HIST-PART-ENTRY OCCURS 600 TIMES.
               10  HIST-PART-PERIOD       PIC 9(06).
               10  HIST-PART-PATH         PIC X(20).
               10  HIST-PART-RECORDS      PIC 9(09).
               10  HIST-PART-ROLLED-DATE  PIC X(08).

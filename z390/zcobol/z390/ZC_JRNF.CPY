      * COPY INTO FILE SECTION, PAIRED WITH THE SELECT IN ZC_JRNS.CPY.
      * ONE FIXED-LENGTH RECORD PER WRITE/REWRITE/DELETE AGAINST THE
      * MASTER, CARRYING BOTH RECORD IMAGES SO THE RECOVERY PROGRAM
      * CAN REAPPLY THE UPDATE AND AN AUDITOR CAN SEE WHAT CHANGED --
      * AND, FOR A DUAL-CONTROL HAND CHANGE, WHO KEYED IT AND WHO
      * RELEASED IT (SPACES ON EVERY BATCH UPDATE).
       FD  JRN-FILE
           RECORD CONTAINS 140 CHARACTERS.
       01  JRN-FILE-RECORD.
           05  JRN-REC-JOB-NAME           PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  JRN-REC-BEFORE-IMAGE       PIC X(40).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  JRN-REC-AFTER-IMAGE        PIC X(40).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  JRN-REC-MAKER-ID           PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  JRN-REC-CHECKER-ID         PIC X(08).
           05  FILLER                     PIC X(05) VALUE SPACES.

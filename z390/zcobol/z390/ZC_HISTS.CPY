      * ZC_HISTS.CPY - POSTED-TRANSACTION HISTORY FILE-CONTROL ENTRIES.
      * AUTHOR - DON HIGGINS.  DATE - 10/15/26.
      *
      * COPY INTO FILE-CONTROL PARAGRAPH OF EVERY JOB THAT READS OR
      * WRITES THE HISTORY, REPLACING :HIST-STATUS: WITH THE
      * WORKING-STORAGE FILE STATUS FIELD FOR THE HISTORY FILE.
      * TWO FILES ARE DECLARED --
      *    HISTORY-FILE      - THE INDEXED HISTORY, KEYED ON ACCOUNT,
      *                        POST DATE AND POST SEQUENCE.  ITS PATH
      *                        IS HIST-FILE-PATH, WHICH STARTS AS THE
      *                        ACTIVE FILE (TRANHIST.DAT), SO A JOB
      *                        THAT ONLY TOUCHES TONIGHT'S HISTORY
      *                        NEVER SETS IT; A JOB THAT READS THE
      *                        WHOLE HISTORY POINTS IT AT EACH CLOSED-
      *                        PERIOD PARTITION AND THE ARCHIVE IN
      *                        TURN THROUGH HIST-SELECT-FILE.
      *    HIST-CATALOG-FILE - HISTPART.DAT, THE LIST OF CLOSED-PERIOD
      *                        PARTITIONS THE HISTORG1 REORG HAS
      *                        ROLLED OUT OF THE ACTIVE FILE.
      * SEE ZC_HIST.CPY FOR THE PATH, THE CATALOG STATUS AND THE
      * PARTITION TABLE.
           SELECT HISTORY-FILE ASSIGN DYNAMIC HIST-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-FILE-KEY
               FILE STATUS IS :HIST-STATUS:.
           SELECT HIST-CATALOG-FILE ASSIGN TO "HISTPART.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-CATALOG-STATUS.

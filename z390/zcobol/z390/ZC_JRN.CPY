      *    JRN-BEFORE-IMAGE - RECORD IMAGE AS READ (SPACES FOR 'ADD')
      *    JRN-AFTER-IMAGE  - RECORD IMAGE AS WRITTEN (SPACES FOR
      *                       'DEL')
      * A HAND CHANGE MADE UNDER DUAL CONTROL (MSTRMNT1) ALSO SETS --
      *    JRN-MAKER-ID     - THE OPERATOR WHO KEYED THE CARD
      *    JRN-CHECKER-ID   - THE OPERATOR WHO RELEASED IT
      * WHICH THE BATCH JOBS LEAVE AT SPACES.
       01  JRN-FILE-STATUS                PIC XX.
       01  JRN-ACTION                     PIC X(03).
       01  JRN-BEFORE-IMAGE               PIC X(40).
       01  JRN-AFTER-IMAGE                PIC X(40).
       01  JRN-MAKER-ID                   PIC X(08) VALUE SPACES.
       01  JRN-CHECKER-ID                 PIC X(08) VALUE SPACES.
       01  JRN-CURRENT-DATE-TIME          PIC X(21).

      * ZC_PND.CPY - PENDING-MAINTENANCE REGISTER WORKING-STORAGE.
      * AUTHOR - DON HIGGINS.  DATE - 10/15/26.
      *
      * COPY INTO WORKING-STORAGE SECTION OF A JOB THAT USES THE
      * DUAL-CONTROL PENDING REGISTER (ZC_PNDS.CPY FILE-CONTROL,
      * ZC_PNDF.CPY FILE SECTION, ZC_PNDP.CPY PROCEDURE DIVISION
      * PARAGRAPHS).  TO QUEUE A CARD SET --
      *    PND-NEW-TARGET     - 'M' MASTER OR 'C' CUSTOMER FILE
      *    PND-NEW-MAKER-ID   - THE ENTERING OPERATOR'S ID
      *    PND-NEW-CARD-IMAGE - THE CARD AS KEYED
      * AND PERFORM PND-QUEUE-ITEM WITH THE REGISTER OPEN I-O.
      * PND-ITEM-QUEUED THEN SAYS IT WORKED AND PND-NEXT-ITEM-ID IS
      * THE NUMBER IT WAS FILED UNDER.  THE JOB MUST ALSO CARRY
      * ZC_CAL -- ITEMS ARE DATED WITH THE PROCESSING DATE, BECAUSE
      * EXPIRY IS COUNTED IN BUSINESS DAYS.
      *
      * OPERATOR IDS ARE KEYED IN COLUMNS 73-80 OF EVERY MAINTENANCE
      * AND APPROVAL CARD, THE CARD'S OLD IDENTIFICATION FIELD, SO
      * THE COMMA-SEPARATED OPERANDS STILL START IN COLUMN 5 AND
      * NOW END IN COLUMN 72.
       01  PND-FILE-STATUS                PIC XX.
       01  PND-NEXT-ITEM-ID               PIC 9(06).
       01  PND-NEW-TARGET                 PIC X(01).
       01  PND-NEW-MAKER-ID               PIC X(08).
       01  PND-NEW-CARD-IMAGE             PIC X(80).
       01  PND-QUEUE-SWITCH               PIC X(01) VALUE 'Y'.
           88  PND-ITEM-QUEUED                      VALUE 'Y'.
           88  PND-QUEUE-FAILED                     VALUE 'N'.
       01  PND-EOF-SWITCH                 PIC X(01) VALUE 'N'.
           88  PND-END-OF-REGISTER                  VALUE 'Y'.
       01  PND-CURRENT-DATE-TIME          PIC X(21).

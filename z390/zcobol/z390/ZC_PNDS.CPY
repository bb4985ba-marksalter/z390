      * ZC_PNDS.CPY - PENDING-MAINTENANCE REGISTER FILE-CONTROL ENTRY.
      * AUTHOR - DON HIGGINS.  DATE - 10/15/26.
      *
      * COPY INTO FILE-CONTROL PARAGRAPH OF EVERY JOB THAT QUEUES,
      * DECIDES OR APPLIES A DUAL-CONTROL HAND MAINTENANCE ITEM --
      * MSTRMNT1, CUSTMNT1 AND THE MNTAPRV1 APPROVAL RUN.  ONE
      * SHOP-WIDE INDEXED REGISTER, KEYED BY ITEM NUMBER, SO NO
      * REPLACING OPERANDS.  SEE ZC_PND.CPY FOR PND-FILE-STATUS.
           SELECT PND-FILE ASSIGN TO "MAINTPND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-ITEM-ID
               FILE STATUS IS PND-FILE-STATUS.

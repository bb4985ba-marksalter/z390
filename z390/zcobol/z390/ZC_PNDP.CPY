      * ZC_PNDP.CPY - PENDING-MAINTENANCE REGISTER PROCEDURE PARAGRAPHS.
      * AUTHOR - DON HIGGINS.  DATE - 10/15/26.
      *
      * COPY ONCE INTO THE PROCEDURE DIVISION OF A JOB THAT USES
      * ZC_PND.CPY/ZC_PNDS.CPY/ZC_PNDF.CPY.  NO REPLACING OPERANDS --
      *    PND-OPEN-REGISTER  - OPENS THE REGISTER I-O, CREATING IT
      *                         THE FIRST TIME.  CHECK PND-FILE-STATUS
      *                         FOR '00' AFTERWARDS.
      *    PND-QUEUE-ITEM     - FILES ONE NEW ITEM AWAITING APPROVAL
      *                         (SEE ZC_PND.CPY FOR THE FIELDS TO SET).
      *    PND-START-REGISTER - POSITIONS FOR A READ NEXT PASS OVER
      *                         EVERY ITEM, PAST THE CONTROL RECORD,
      *                         AND SETS PND-END-OF-REGISTER WHEN THERE
      *                         IS NOTHING TO READ.
      * THE CALLER HOLDS THE ZC_ENQ LOCK ON MAINTPND.DAT THROUGHOUT.
       PND-OPEN-REGISTER.
           OPEN I-O PND-FILE
           IF PND-FILE-STATUS = '35'
               OPEN OUTPUT PND-FILE
               CLOSE PND-FILE
               OPEN I-O PND-FILE
           END-IF.
      *
      *    THE LAST NUMBER ISSUED LIVES ON THE REGISTER ITSELF, IN THE
      *    CONTROL RECORD UNDER KEY ZERO, SO THE NUMBER AND THE ITEM
      *    ARE WRITTEN UNDER THE SAME LOCK AND CAN NEVER DRIFT APART
      *    THE WAY A SEPARATE SEQUENCE FILE COULD.
       PND-QUEUE-ITEM.
           SET PND-ITEM-QUEUED TO TRUE
           MOVE 0 TO PND-ITEM-ID
           READ PND-FILE
               INVALID KEY
                   MOVE SPACES TO PND-CONTROL-RECORD
                   MOVE 0 TO PND-CONTROL-KEY
                   MOVE 0 TO PND-LAST-ITEM-ID
                   WRITE PND-CONTROL-RECORD
                       INVALID KEY
                           SET PND-QUEUE-FAILED TO TRUE
                   END-WRITE
           END-READ
           IF PND-ITEM-QUEUED
               COMPUTE PND-NEXT-ITEM-ID = PND-LAST-ITEM-ID + 1
               MOVE PND-NEXT-ITEM-ID TO PND-LAST-ITEM-ID
               REWRITE PND-CONTROL-RECORD
                   INVALID KEY
                       SET PND-QUEUE-FAILED TO TRUE
               END-REWRITE
           END-IF
           IF PND-ITEM-QUEUED
               MOVE FUNCTION CURRENT-DATE TO PND-CURRENT-DATE-TIME
               MOVE SPACES TO PND-RECORD
               MOVE PND-NEXT-ITEM-ID TO PND-ITEM-ID
               MOVE PND-NEW-TARGET TO PND-TARGET
               SET PND-AWAITING-APPROVAL TO TRUE
               MOVE PND-NEW-MAKER-ID TO PND-MAKER-ID
               MOVE CAL-PROCESS-DATE TO PND-ENTRY-DATE
               MOVE PND-CURRENT-DATE-TIME (9:6) TO PND-ENTRY-TIME
               MOVE 0 TO PND-DECISION-DATE
               MOVE 0 TO PND-APPLIED-DATE
               MOVE PND-NEW-CARD-IMAGE TO PND-CARD-IMAGE
               WRITE PND-RECORD
                   INVALID KEY
                       SET PND-QUEUE-FAILED TO TRUE
               END-WRITE
           END-IF.
      *
       PND-START-REGISTER.
           MOVE 'N' TO PND-EOF-SWITCH
           MOVE 0 TO PND-ITEM-ID
           START PND-FILE KEY IS GREATER THAN PND-ITEM-ID
               INVALID KEY
                   SET PND-END-OF-REGISTER TO TRUE
           END-START.

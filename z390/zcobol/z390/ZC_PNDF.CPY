      * ZC_PNDF.CPY - PENDING-MAINTENANCE REGISTER FILE SECTION LAYOUT.
      * AUTHOR - DON HIGGINS.  DATE - 10/15/26.
      *
      * COPY INTO FILE SECTION, PAIRED WITH THE SELECT IN ZC_PNDS.CPY.
      * ONE RECORD PER HAND MAINTENANCE CARD KEYED UNDER DUAL CONTROL
      * -- AN MSTRMNT1 CARD AGAINST THE ACCOUNT MASTER OR A CUSTMNT1
      * CARD AGAINST THE CUSTOMER NAME-AND-ADDRESS FILE.  THE
      * MAINTENANCE RUN EDITS THE CARD AND FILES IT HERE INSTEAD OF
      * APPLYING IT; THE MNTAPRV1 APPROVAL RUN RELEASES OR DECLINES
      * IT ON A CARD FROM A SECOND OPERATOR, OR EXPIRES IT WHEN
      * NOBODY HAS DONE EITHER IN TIME; THE NEXT RUN OF THE OWNING
      * MAINTENANCE PROGRAM APPLIES WHAT WAS RELEASED.  A DECIDED
      * ITEM STAYS ON THE REGISTER WITH ITS OUTCOME, SO THE REGISTER
      * IS THE STANDING RECORD OF WHO KEYED AND WHO PASSED EVERY
      * HAND CHANGE.
      *    PND-ITEM-ID       - ISSUED IN ASCENDING ORDER FROM 000001
      *                        AS CARDS ARE QUEUED; THE NUMBER THE
      *                        APPROVAL CARD QUOTES.
      *    PND-STATE         - 'P' AWAITING APPROVAL, 'R' RELEASED
      *                        (NOT YET APPLIED), 'D' DECLINED,
      *                        'X' EXPIRED UNDECIDED, 'A' APPLIED,
      *                        'F' RELEASED BUT REFUSED AT APPLY TIME
      *                        (THE RECORD'S STATE HAD MOVED ON --
      *                        PND-RESULT-REASON SAYS WHY).
      *    PND-CARD-IMAGE    - THE MAINTENANCE CARD EXACTLY AS KEYED,
      *                        MAKER'S ID IN COLUMNS 73-80 INCLUDED.
      *    PND-ENTRY-DATE,
      *    PND-DECISION-DATE,
      *    PND-APPLIED-DATE  - ZC_CAL PROCESSING DATES, ZERO UNTIL
      *                        THE STEP HAS HAPPENED.
      * THE RECORD UNDER KEY ZERO IS THE REGISTER'S CONTROL RECORD,
      * CARRYING THE LAST ITEM NUMBER ISSUED (PND-CONTROL-RECORD);
      * EVERY SEQUENTIAL PASS STARTS PAST IT.
       FD  PND-FILE
           RECORD CONTAINS 180 CHARACTERS.
       01  PND-RECORD.
           05  PND-ITEM-ID                PIC 9(06).
           05  PND-TARGET                 PIC X(01).
               88  PND-FOR-MASTER                   VALUE 'M'.
               88  PND-FOR-CUSTOMER                 VALUE 'C'.
           05  PND-STATE                  PIC X(01).
               88  PND-AWAITING-APPROVAL            VALUE 'P'.
               88  PND-RELEASED                     VALUE 'R'.
               88  PND-DECLINED                     VALUE 'D'.
               88  PND-EXPIRED                      VALUE 'X'.
               88  PND-APPLIED                      VALUE 'A'.
               88  PND-REFUSED                      VALUE 'F'.
           05  PND-MAKER-ID               PIC X(08).
           05  PND-ENTRY-DATE             PIC 9(08).
           05  PND-ENTRY-TIME             PIC X(06).
           05  PND-CHECKER-ID             PIC X(08).
           05  PND-DECISION-DATE          PIC 9(08).
           05  PND-APPLIED-DATE           PIC 9(08).
           05  PND-CARD-IMAGE             PIC X(80).
           05  PND-RESULT-REASON          PIC X(30).
           05  FILLER                     PIC X(16).
       01  PND-CONTROL-RECORD.
           05  PND-CONTROL-KEY            PIC 9(06).
           05  PND-LAST-ITEM-ID           PIC 9(06).
           05  FILLER                     PIC X(168).

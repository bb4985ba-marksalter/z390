      *    04 - WOULD EXCEED OVERDRAFT LIMIT
      *    05 - BRANCH CODE NOT NUMERIC
      *    06 - ACCOUNT CLOSED
      *    07 - ACCOUNT DORMANT, HELD FOR BRANCH REVIEW
      *    08 - REVERSAL REFUSED -- ORIGINAL NOT IN HISTORY, ON
      *         ANOTHER ACCOUNT, ALREADY REVERSED OR ITSELF A
      *         REVERSAL (WRITTEN BY THE EDIT STEP)
      *    09 - TRANSFER REFUSED -- NO TO ACCOUNT, OR THE TO ACCOUNT
      *         IS THE FROM ACCOUNT (WRITTEN BY THE EDIT STEP)
      * A TRANSFER IS ALWAYS CARRIED HERE AS ONE ITEM IN ITS REQUEST
      * FORM (TYPE CODE 'T'), WHICHEVER OF ITS ACCOUNTS FAILED.
      * SUSPRCY1 RE-PRESENTS EVERY ITEM INTO THE NEXT NIGHT'S RAW
      * FEED AT THE FRONT OF THE CYCLE (AND PURGES THE ONES THAT HAVE
      * AGED OUT) -- EXCEPT A REASON 07 ITEM, WHICH IT HOLDS IN
      * SUSPENSE UNTIL THE BRANCH REVIEW RELEASES OR RETURNS IT --
      * POSTTRN1 WRITES ITS REJECTS HERE AT NIGHT, AND
      * EDITTRN1 RETURNS A RECYCLED ITEM THAT STILL FAILS ITS EDITS
      * SO IT KEEPS CYCLING UNTIL IT POSTS OR IS PURGED.  COPY ONCE
      * INTO WORKING-STORAGE SECTION AND MOVE TO/FROM THE FD RECORD
      * (READ INTO / WRITE FROM) SO EVERY PROGRAM THAT TOUCHES THE
      * SUSPENSE FILE SHARES ONE DEFINITION.
      *
      * SUSP-REJECT-STEP IS 'P' ON AN ITEM THE POSTING STEP REJECTED
      * TONIGHT.  SUSPRCY1 CLEARS IT ON EVERY ITEM IT HOLDS, SO AT END
      * OF CYCLE THE MARK PICKS OUT EXACTLY THE MONEY THAT MOVED INTO
      * SUSPENSE THIS NIGHT -- WHAT THE GL INTERFACE BOOKS AS A
      * TRANSFER INTO THE SUSPENSE ACCOUNT.
       01  SUSP-RECORD.
           05  SUSP-REJECT-DATE           PIC X(08).
           05  FILLER                     PIC X(02).
           05  SUSP-REASON-CODE           PIC X(02).
           05  FILLER                     PIC X(02).
           05  SUSP-TRN-IMAGE             PIC X(80).
           05  SUSP-REJECT-STEP           PIC X(01).
               88  SUSP-POSTING-REJECT              VALUE 'P'.
           05  FILLER                     PIC X(05).
      *
      * ONE ITEM SUSPRCY1 TOOK OUT OF SUSPENSE FOR GOOD -- PURGED AS
      * AGED OUT OR RETURNED BY THE BRANCH REVIEW -- WITH THE
      * PROCESSING DATE IT LEFT AND HOW, AHEAD OF THE FULL SUSPENSE
      * RECORD AS IT STOOD.  SUSPRCY1 APPENDS THESE TO SUSPOUT.DAT AND
      * THE GL INTERFACE BOOKS THE NIGHT'S ONES AS MONEY LEAVING THE
      * SUSPENSE ACCOUNT.
       01  SUSP-OUT-RECORD.
           05  SUSP-OUT-DATE              PIC X(08).
           05  FILLER                     PIC X(02).
           05  SUSP-OUT-DISPOSITION       PIC X(08).
               88  SUSP-OUT-PURGED                  VALUE 'PURGED'.
               88  SUSP-OUT-RETURNED                VALUE 'RETURNED'.
           05  FILLER                     PIC X(02).
           05  SUSP-OUT-ITEM              PIC X(100).

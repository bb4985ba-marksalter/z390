           05  TRN-TYPE-CODE              PIC X(01).
               88  TRN-DEBIT                        VALUE 'D'.
               88  TRN-CREDIT                       VALUE 'C'.
               88  TRN-REVERSAL-REQUEST             VALUE 'R'.
               88  TRN-TRANSFER-REQUEST             VALUE 'T'.
           05  TRN-AMOUNT                 PIC S9(7)V99.
           05  TRN-AMOUNT-X REDEFINES TRN-AMOUNT
                                          PIC X(09).
      *    (HOUSE/UNKNOWN), SO EVERY RECORD PAST THE EDIT CARRIES A
      *    NUMERIC BRANCH.
           05  TRN-BRANCH-CODE            PIC X(03).
      *
      *    BRANCH-REVIEW RELEASE MARK, SET ONLY BY SUSPRCY1 WHEN THE
      *    REVIEW RELEASES AN ITEM HELD IN SUSPENSE FOR A DORMANT
      *    ACCOUNT (REASON 07).  POSTTRN1 POSTS A RELEASED ITEM TO
      *    THE DORMANT ACCOUNT AND REACTIVATES IT IN THE SAME
      *    JOURNALED REWRITE.  THE EDIT STEP BLANKS THE MARK ON ANY
      *    ITEM THAT DID NOT ARRIVE IN A HOUSE ('000') BATCH, SO A
      *    BRANCH CANNOT RELEASE ITS OWN ITEM.  A TRANSFER IS RELEASED
      *    ACCOUNT BY ACCOUNT -- 'F' WHEN ONLY ITS FROM ACCOUNT WAS
      *    RELEASED, 'T' WHEN ONLY ITS TO ACCOUNT WAS, 'R' WHEN BOTH
      *    WERE -- AND BOTH LEGS CARRY THE REQUEST'S MARK, SO THE
      *    POSTING STEP LETS A LEG INTO A DORMANT ACCOUNT ONLY WHEN
      *    THAT LEG'S OWN ACCOUNT WAS RELEASED.
           05  TRN-REVIEW-FLAG            PIC X(01).
               88  TRN-REVIEW-RELEASED              VALUE 'R'.
               88  TRN-REVIEW-FROM-ONLY             VALUE 'F'.
               88  TRN-REVIEW-TO-ONLY               VALUE 'T'.
               88  TRN-REVIEW-FROM-RELEASED         VALUE 'R' 'F'.
               88  TRN-REVIEW-TO-RELEASED           VALUE 'R' 'T'.
      *
      *    REVERSAL LINK.  A BRANCH TAKES BACK A POSTED ITEM BY
      *    SENDING TYPE CODE 'R' (TRN-REVERSAL-REQUEST) WITH
      *    TRN-LINK-POST-DATE AND TRN-LINK-POST-SEQ NAMING THE
      *    ORIGINAL'S HIST-POST-DATE AND HIST-POST-SEQ.  THE EDIT STEP
      *    PROVES THE ORIGINAL AGAINST THE HISTORY FILE AND TURNS THE
      *    REQUEST INTO THE EXACT OPPOSITE OF IT -- THE OTHER D/C
      *    CODE AND THE ORIGINAL AMOUNT -- MARKED TRN-LINK-REVERSAL,
      *    SO EVERY STEP BEHIND THE EDIT SEES AN ORDINARY DEBIT OR
      *    CREDIT.  ONCE THE REVERSAL POSTS, POSTTRN1 MARKS THE
      *    ORIGINAL'S HISTORY IMAGE TRN-LINK-REVERSED WITH THE
      *    REVERSAL'S OWN POST DATE AND SEQUENCE, SO THE HISTORY
      *    CARRIES THE LINK BOTH WAYS.  SPACES ON AN UNLINKED ITEM.
           05  TRN-LINK.
               10  TRN-LINK-TYPE          PIC X(01).
                   88  TRN-LINK-REVERSAL            VALUE 'R'.
                   88  TRN-LINK-REVERSED            VALUE 'V'.
               10  TRN-LINK-POST-DATE     PIC X(08).
               10  TRN-LINK-POST-SEQ      PIC X(06).
      *
      *    ORIGIN OF A MACHINE-GENERATED ITEM.  INTACCR1 MARKS EVERY
      *    MONTH-END ACCRUAL TRN-INTEREST-ACCRUAL, SO THE GL INTERFACE
      *    CAN BOOK IT TO INTEREST INSTEAD OF CLEARING AND THE HISTORY
      *    IMAGE SAYS WHICH MOVEMENTS WERE INTEREST -- THE ITEMS
      *    INTTAXR1 TOTALS FOR YEAR-END TAX REPORTING.  SPACE ON ANY
      *    ITEM THAT CAME IN THROUGH A FEED.
           05  TRN-ORIGIN-CODE            PIC X(01).
               88  TRN-INTEREST-ACCRUAL             VALUE 'I'.
      *
      *    ACCOUNT-TO-ACCOUNT TRANSFER.  A BRANCH SENDS ONE ITEM WITH
      *    TYPE CODE 'T' (TRN-TRANSFER-REQUEST), THE FROM ACCOUNT IN
      *    TRN-ACCOUNT-NUMBER AND THE TO ACCOUNT IN TRN-XFER-ACCOUNT.
      *    THE EDIT STEP PROVES BOTH ACCOUNTS, STAMPS THE TRANSFER
      *    REFERENCE (THE FEED BATCH'S SOURCE AND SEQUENCE AND THE
      *    ITEM'S PLACE IN THE BATCH, SO IT IS UNIQUE FOR EVER) AND
      *    SPLITS THE REQUEST INTO TWO ORDINARY LEGS -- A CREDIT TO
      *    THE FROM ACCOUNT (TRN-XFER-FROM-LEG) AND A DEBIT TO THE TO
      *    ACCOUNT (TRN-XFER-TO-LEG), EACH NAMING THE OTHER ACCOUNT IN
      *    TRN-XFER-ACCOUNT -- SO EVERY STEP BEHIND THE EDIT SEES A
      *    DEBIT OR CREDIT.  POSTTRN1 POSTS THE TWO LEGS TOGETHER OR
      *    NOT AT ALL; A TRANSFER IT CANNOT POST GOES TO SUSPENSE AS
      *    ONE ITEM IN ITS REQUEST FORM, KEEPING ITS REFERENCE.  BOTH
      *    LEGS' HISTORY IMAGES CARRY THE REFERENCE.  SPACES ON AN
      *    ITEM THAT IS NOT PART OF A TRANSFER.
           05  TRN-XFER.
               10  TRN-XFER-ACCOUNT       PIC X(06).
               10  TRN-XFER-LEG           PIC X(01).
                   88  TRN-XFER-FROM-LEG            VALUE 'F'.
                   88  TRN-XFER-TO-LEG              VALUE 'T'.
               10  TRN-XFER-REFERENCE     PIC X(15).
           05  FILLER                     PIC X(14).

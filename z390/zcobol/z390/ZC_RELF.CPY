      * ZC_RELF.CPY - CUSTOMER RELATIONSHIP FILE SECTION LAYOUT.
      * AUTHOR - DON HIGGINS.  DATE - 10/15/26.
      *
      * COPY INTO FILE SECTION, PAIRED WITH A ZC_IDXS SELECT FOR THE
      * SAME FILE NAME (RECORD KEY REL-KEY), REPLACING
      * :REL-FILE-NAME: WITH THE SELECT/FD FILE NAME.  THE CUSTOMER
      * FILE (ZC_CSTF) IS ONE RECORD PER ACCOUNT; THIS FILE TIES
      * SEVERAL ACCOUNTS TO ONE CUSTOMER (A HOUSEHOLD OR A BUSINESS)
      * UNDER A CUSTOMER ID OF THE BANK'S CHOOSING, SO THE CUSTOMER
      * GETS ONE CONSOLIDATED STATEMENT IN ONE ENVELOPE AND THE
      * RELATIONSHIP MANAGERS SEE THE WHOLE RELATIONSHIP.
      * MAINTAINED BY RELSMNT1 AND READ BY CONSTMT1.  EVERY PROGRAM
      * THAT OPENS THE RELATIONSHIP FILE SHARES THIS ONE DEFINITION.
      *
      * KEYED BY CUSTOMER ID AND ACCOUNT NUMBER, SO A CUSTOMER'S
      * RECORDS ARE ADJACENT --
      *    CUSTOMER HEADER - REL-ACCOUNT-NUMBER SPACES, SO IT KEYS
      *                      AHEAD OF THE CUSTOMER'S LINKS.  CARRIES
      *                      REL-MAIL-ACCOUNT, THE LINKED ACCOUNT
      *                      WHOSE CUSTOMER-FILE ADDRESS THE
      *                      CONSOLIDATED STATEMENT IS MAILED TO.
      *                      WRITTEN WITH THE CUSTOMER'S FIRST LINK
      *                      AND DELETED WITH ITS LAST.
      *    ACCOUNT LINK    - ONE PER LINKED ACCOUNT.  AN ACCOUNT MAY
      *                      BE LINKED UNDER MORE THAN ONE CUSTOMER
      *                      (A JOINT ACCOUNT SHOWS IN EACH HOLDER'S
      *                      RELATIONSHIP).
      *    REL-ADDED-DATE  - ZC_CAL PROCESSING DATE THE RECORD WAS
      *                      WRITTEN.
       FD  :REL-FILE-NAME:
           RECORD CONTAINS 80 CHARACTERS.
       01  REL-RECORD.
           05  REL-KEY.
               10  REL-CUSTOMER-ID        PIC X(08).
               10  REL-ACCOUNT-NUMBER     PIC X(06).
                   88  REL-CUSTOMER-HEADER          VALUE SPACES.
           05  REL-MAIL-ACCOUNT           PIC X(06).
           05  REL-ADDED-DATE             PIC 9(08).
           05  FILLER                     PIC X(52).

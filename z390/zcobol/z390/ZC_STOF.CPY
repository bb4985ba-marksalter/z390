      * ZC_STOF.CPY - STANDING-ORDER INSTRUCTION FILE SECTION LAYOUT.
      * AUTHOR - DON HIGGINS.  DATE - 10/15/26.
      *
      * COPY INTO FILE SECTION, PAIRED WITH A ZC_IDXS SELECT FOR THE
      * SAME FILE NAME (RECORD KEY STO-KEY), REPLACING
      * :STO-FILE-NAME: WITH THE SELECT/FD FILE NAME.  ONE RECORD
      * PER STANDING INSTRUCTION -- A FIXED DEBIT OR CREDIT THE BANK
      * RAISES AGAINST AN ACCOUNT EVERY WEEK OR EVERY MONTH BETWEEN
      * A START AND AN END DATE -- KEYED BY ACCOUNT NUMBER AND A
      * TWO DIGIT INSTRUCTION NUMBER SO ONE ACCOUNT MAY CARRY
      * SEVERAL.  MAINTAINED BY SORDMNT1 AND READ BY THE SORDGEN1
      * FRONT-OF-CYCLE GENERATOR, WHICH WRITES EACH DUE PAYMENT INTO
      * THE RAW FEED AND MOVES STO-NEXT-DUE-DATE ON.  EVERY PROGRAM
      * THAT OPENS THE INSTRUCTION FILE SHARES THIS ONE DEFINITION.
      *
      *    STO-NEXT-DUE-DATE  - THE SCHEDULED DATE OF THE NEXT
      *                         PAYMENT, BEFORE ANY WEEKEND OR
      *                         HOLIDAY MOVE -- SO A MONTHLY ORDER
      *                         STARTED ON THE 31ST STAYS ON THE LAST
      *                         DAY OF EACH SHORTER MONTH AND A MOVED
      *                         PAYMENT NEVER DRIFTS THE SCHEDULE.
      *    STO-END-DATE       - LAST DATE A PAYMENT MAY FALL DUE;
      *                         99999999 MEANS UNTIL CANCELLED.
      *    STO-LAST-PAID-DATE - PROCESSING DATE OF THE LAST
      *                         GENERATION, SO A RERUN THE SAME
      *                         NIGHT NEVER PAYS AN ORDER TWICE.
      *    STO-STATUS         - 'E' ONCE THE GENERATOR HAS SKIPPED A
      *                         PAYMENT BECAUSE THE ORDER RAN PAST ITS
      *                         END DATE; A SORDMNT1 CHG OF THE END
      *                         DATE PUTS IT BACK TO 'A'.
       FD  :STO-FILE-NAME:
           RECORD CONTAINS 80 CHARACTERS.
       01  STO-RECORD.
           05  STO-KEY.
               10  STO-ACCOUNT-NUMBER     PIC X(06).
               10  STO-INSTRUCTION-NO     PIC X(02).
           05  STO-TYPE-CODE              PIC X(01).
               88  STO-DEBIT                        VALUE 'D'.
               88  STO-CREDIT                       VALUE 'C'.
           05  STO-AMOUNT                 PIC S9(7)V99.
           05  STO-FREQUENCY              PIC X(01).
               88  STO-WEEKLY                       VALUE 'W'.
               88  STO-MONTHLY                      VALUE 'M'.
           05  STO-START-DATE             PIC 9(08).
           05  STO-START-SPLIT REDEFINES STO-START-DATE.
               10  STO-START-YEAR         PIC 9(04).
               10  STO-START-MONTH        PIC 9(02).
               10  STO-START-DAY          PIC 9(02).
           05  STO-END-DATE               PIC 9(08).
           05  STO-BRANCH                 PIC X(03).
           05  STO-NEXT-DUE-DATE          PIC 9(08).
           05  STO-LAST-PAID-DATE         PIC 9(08).
           05  STO-STATUS                 PIC X(01).
               88  STO-ACTIVE                       VALUE 'A'.
               88  STO-EXPIRED                      VALUE 'E'.
           05  FILLER                     PIC X(25).

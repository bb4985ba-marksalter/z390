      * ZC_HISTP.CPY - POSTED-TRANSACTION HISTORY PROCEDURE PARAGRAPHS.
      * AUTHOR - DON HIGGINS.  DATE - 10/15/26.
      *
      * COPY ONCE INTO THE PROCEDURE DIVISION OF A JOB THAT USES
      * ZC_HIST.CPY/ZC_HISTS.CPY/ZC_HISTF.CPY.  NO REPLACING
      * OPERANDS --
      *    HIST-SET-KEY      - MOVES THE BUILT HIST-RECORD TO THE FD
      *                        RECORD AND FILLS IN ITS KEY, READY FOR
      *                        WRITE HIST-FILE-RECORD.
      *    HIST-LOAD-CATALOG - LOADS THE PARTITION TABLE FROM
      *                        HISTPART.DAT (NONE YET IS NO
      *                        PARTITIONS) AND SETS HIST-FILE-COUNT.
      *                        HIST-CATALOG-FAILED IS SET IF THE
      *                        CATALOG WILL NOT READ OR OVERFLOWS.
      *    HIST-SELECT-FILE  - POINTS HIST-FILE-PATH AT FILE NUMBER
      *                        HIST-FILE-SUB OF THE WHOLE HISTORY.
      *    HIST-SELECT-ACTIVE - POINTS IT BACK AT THE ACTIVE FILE.
       HIST-SET-KEY.
           MOVE HIST-RECORD TO HIST-FILE-DATA
           MOVE HIST-TRN-IMAGE (1:6) TO HIST-KEY-ACCOUNT
           MOVE HIST-POST-DATE TO HIST-KEY-DATE
           MOVE HIST-POST-SEQ TO HIST-KEY-SEQ.
      *
       HIST-LOAD-CATALOG.
           MOVE 0 TO HIST-PART-COUNT
           MOVE 'N' TO HIST-CATALOG-EOF-SWITCH
           SET HIST-CATALOG-OK TO TRUE
           OPEN INPUT HIST-CATALOG-FILE
           IF HIST-CATALOG-STATUS = '00'
               PERFORM HIST-LOAD-ONE-PARTITION
                   UNTIL HIST-END-OF-CATALOG
               CLOSE HIST-CATALOG-FILE
           ELSE
           IF HIST-CATALOG-STATUS NOT = '35'
               SET HIST-CATALOG-FAILED TO TRUE
           END-IF
           END-IF
           COMPUTE HIST-FILE-COUNT = HIST-PART-COUNT + 2.
      *
       HIST-LOAD-ONE-PARTITION.
           READ HIST-CATALOG-FILE
               AT END
                   SET HIST-END-OF-CATALOG TO TRUE
               NOT AT END
                   IF HIST-PART-COUNT >= 600
                       SET HIST-CATALOG-FAILED TO TRUE
                       SET HIST-END-OF-CATALOG TO TRUE
                   ELSE
                       ADD 1 TO HIST-PART-COUNT
                       MOVE HIST-CAT-PERIOD
                           TO HIST-PART-PERIOD (HIST-PART-COUNT)
                       MOVE HIST-CAT-PATH
                           TO HIST-PART-PATH (HIST-PART-COUNT)
                       MOVE HIST-CAT-RECORDS
                           TO HIST-PART-RECORDS (HIST-PART-COUNT)
                       MOVE HIST-CAT-ROLLED-DATE
                           TO HIST-PART-ROLLED-DATE (HIST-PART-COUNT)
                   END-IF
           END-READ
           IF HIST-CATALOG-STATUS NOT = '00'
            AND HIST-CATALOG-STATUS NOT = '10'
               SET HIST-CATALOG-FAILED TO TRUE
               SET HIST-END-OF-CATALOG TO TRUE
           END-IF.
      *
       HIST-SELECT-FILE.
           IF HIST-FILE-SUB <= HIST-PART-COUNT
               MOVE HIST-PART-PATH (HIST-FILE-SUB) TO HIST-FILE-PATH
           ELSE
           IF HIST-FILE-SUB = HIST-PART-COUNT + 1
               MOVE 'HISTARCH.DAT' TO HIST-FILE-PATH
           ELSE
               MOVE 'TRANHIST.DAT' TO HIST-FILE-PATH
           END-IF
           END-IF.
      *
       HIST-SELECT-ACTIVE.
           MOVE 'TRANHIST.DAT' TO HIST-FILE-PATH.

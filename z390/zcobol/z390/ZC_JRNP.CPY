           MOVE JRN-CURRENT-DATE-TIME (9:6) TO JRN-REC-TIME
           MOVE JRN-BEFORE-IMAGE TO JRN-REC-BEFORE-IMAGE
           MOVE JRN-AFTER-IMAGE TO JRN-REC-AFTER-IMAGE
           MOVE JRN-MAKER-ID TO JRN-REC-MAKER-ID
           MOVE JRN-CHECKER-ID TO JRN-REC-CHECKER-ID
           WRITE JRN-FILE-RECORD
           CLOSE JRN-FILE.
      *

               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUDM-KEY
               ALTERNATE RECORD KEY IS AUDM-OPERATOR
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS AUDM-OPERATION
                   WITH DUPLICATES
               FILE STATUS IS AUDIT-STATUS.

           SELECT CALC-DETAIL-FILE ASSIGN TO "CALCDET"

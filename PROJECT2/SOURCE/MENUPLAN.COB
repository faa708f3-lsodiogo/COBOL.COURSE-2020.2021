       78  ERROR-BAD-WEEK      VALUE "WEEK MUST BE 1 TO 4".
       78  ERROR-BAD-WEEKDAY   VALUE "WEEKDAY MUST BE 1 TO 7".
       78  ERROR-SANDWICH-NO   VALUE "SANDWICH ID DOESN'T EXIST".
       78  ERROR-SANDWICH-DRAFT
           VALUE "THAT SANDWICH IS STILL A DRAFT - LAUNCH IT FIRST".
       78  ERROR-SCHOOL-NO     VALUE "SCHOOL ID DOESN'T EXIST".
       78  ERROR-TPL-NO        VALUE "TEMPLATE ENTRY DOESN'T EXIST".
       78  ERROR-NO-ASSIGNMENT
           MOVE CHECK-SANDWICH-ID TO SANDWICH-ID
           READ FXSANDWICH
               NOT INVALID KEY
                   IF SANDWICH-DRAFT
                       MOVE ERROR-SANDWICH-DRAFT TO ERROR-TEXT
                       ACCEPT ERROR-ZONE
                   ELSE
                       MOVE "Y" TO SANDWICH-EXIST
                   END-IF
               INVALID KEY
                   MOVE ERROR-SANDWICH-NO TO ERROR-TEXT
                   ACCEPT ERROR-ZONE

       78  CONTR-TEXT-EXPIRY   VALUE "EXPIRY (DDMMYYYY):".
       78  ERROR-SCHOOL-NO     VALUE "SCHOOL ID DOESN'T EXIST".
       78  ERROR-SANDWICH-NO   VALUE "SANDWICH ID DOESN'T EXIST".
       78  ERROR-SANDWICH-DRAFT
           VALUE "THAT SANDWICH IS STILL A DRAFT - LAUNCH IT FIRST".
       78  ERROR-INVALID-DATE
           VALUE "INVALID EXPIRY DATE, TRY AGAIN".
       78  ERROR-DUP-CONTRACT
           MOVE WS-CONTR-SANDWICH-ID TO SANDWICH-ID
           READ FXSANDWICH INTO WSSANDWICH-DETAILS
               NOT INVALID KEY
                   IF WSSANDWICH-DRAFT
                       MOVE ERROR-SANDWICH-DRAFT TO ERROR-TEXT
                       ACCEPT ERROR-ZONE
                   ELSE
                       MOVE "Y" TO SANDWICH-EXIST
                   END-IF
               INVALID KEY
                   MOVE ERROR-SANDWICH-NO TO ERROR-TEXT
                   ACCEPT ERROR-ZONE

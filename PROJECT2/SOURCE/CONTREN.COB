      *    CONTRACT STARTING THE DAY AFTER THE OLD ONE EXPIRES,
      *    VALID FOR A YEAR - ONE PASS INSTEAD OF RETYPING EVERY
      *    CONTRACT THROUGH CONTRADD.
      *    THE COST SHOWN, AND CARRIED ON THE LISTING, IS LABELLED
      *    WITH ITS BASIS - FULL LAYERED COST OR AN OLDER
      *    INGREDIENT-ONLY FIGURE.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 02.09.2026
      ******************************************************************
       78  RENEWAL-DONE
           VALUE "RENEWAL RUN FINISHED, SEE THE DATED LISTING, "-
           "PRESS ANY KEY".
       78  BASIS-FULL-COST     VALUE "FULL COST".
       78  BASIS-MATERIAL-ONLY VALUE "MATERIAL ONLY".
       78  ERROR-FILE-STATUS-MSG
           VALUE "FILE ERROR, STATUS CODE: ".

       01  SHOW-OLD-PRICE                   PIC ZZ9.99.
       01  SHOW-NEW-PRICE                   PIC ZZ9.99.
       01  SHOW-COST                        PIC ZZ9.99.
       01  SHOW-BASIS                       PIC X(013).
       01  SHOW-MARGIN                      PIC -ZZ9.99.

       01  RENEWAL-DETAIL.
           05  RN-EFF                       PIC 9(008).
           05  FILLER                       PIC X(003) VALUE " - ".
           05  RN-EXPIRY                    PIC 9(008).
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  RN-COST                      PIC ZZ9.99.
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  RN-BASIS                     PIC X(013).

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           05 VALUE REN-TEXT-COST LINE 13 COL 15.
           05 DS-COST PIC ZZ9.99 LINE 13 COL PLUS 1
               FROM SHOW-COST.
           05 DS-BASIS PIC X(013) LINE 13 COL PLUS 2
               FROM SHOW-BASIS.
           05 VALUE REN-TEXT-MARGIN LINE 14 COL 15.
           05 DS-MARGIN PIC -ZZ9.99 LINE 14 COL PLUS 1
               FROM SHOW-MARGIN.
           MOVE CONTR-PRICE TO SHOW-OLD-PRICE
           MOVE NEW-PRICE TO SHOW-NEW-PRICE
           MOVE ZERO TO SHOW-COST
           MOVE SPACES TO SHOW-BASIS
           MOVE ZERO TO MARGIN-VALUE
           IF SANDWICH-STATUS = ZERO
               MOVE CONTR-SANDWICH-ID TO SANDWICH-ID
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE SANDWICH-COST TO SHOW-COST
                       IF SANDWICH-COST-MATERIAL = ZERO
                           MOVE BASIS-MATERIAL-ONLY TO SHOW-BASIS
                       ELSE
                           MOVE BASIS-FULL-COST TO SHOW-BASIS
                       END-IF
                       COMPUTE MARGIN-VALUE =
                           NEW-PRICE - SANDWICH-COST
               END-READ
           MOVE NEW-PRICE TO RN-NEW-PRICE
           MOVE NEW-EFF-DATE TO RN-EFF
           MOVE NEW-EXPIRY-DATE TO RN-EXPIRY
           MOVE SHOW-COST TO RN-COST
           MOVE SHOW-BASIS TO RN-BASIS
           WRITE RENEWAL-LINE FROM RENEWAL-DETAIL
           MOVE SAVE-SCHOOL TO CONTR-SCHOOL-ID
           MOVE SAVE-SANDWICH TO CONTR-SANDWICH-ID

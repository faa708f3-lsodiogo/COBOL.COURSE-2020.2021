           88  ING-NAME-DUPLICATE          VALUE "Y".
       01  CATEGORY-EXIST                  PIC X(001) VALUE "N".
           88  CATEGORY-YES                VALUE "Y".
       01  CATCH-WEIGHT-FLAG               PIC X(001) VALUE "N".
           88  CATCH-WEIGHT-OK             VALUE "Y".
       77  CSV-ROW-NUMBER                   PIC 9(005).
       77  CSV-COUNT                       PIC 9(005).

           05 VALUE MANUALLY-ADD-TAX LINE 22 COL 15.
           05 EDIT-ING-TAX PIC X(002) LINE 22 COL PLUS 1
               TO WSINGREDS-TAX-CODE AUTO.
           05 VALUE MANUALLY-ADD-CATCH-WT LINE 20 COL 15.
           05 EDIT-ING-CATCH-WT PIC X(001) LINE 20 COL PLUS 1
               TO WSINGREDS-CATCH-WEIGHT AUTO.
           05 VALUE MANUALLY-ADD-NOMINAL-WT LINE 20 COL 33.
           05 EDIT-ING-NOMINAL-WT PIC 999.999 LINE 20 COL PLUS 1
               TO WSINGREDS-NOMINAL-WEIGHT BLANK WHEN ZERO.
      ******************************************************************
       01 ERROR-ZONE
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
               WSINGREDS-IS-VEGAN WSINGREDS-ENERGY-KCAL
               WSINGREDS-PROTEIN-G WSINGREDS-FAT-G WSINGREDS-SALT-G
               WSINGREDS-AVAIL-FROM WSINGREDS-AVAIL-TO
               WSINGREDS-SHELF-LIFE-DAYS WSINGREDS-NOMINAL-WEIGHT
           MOVE "N" TO WSINGREDS-CATCH-WEIGHT
           MOVE 1 TO WSINGREDS-IS-ACTIVE
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           IF NOT CATEGORY-YES
               EXIT SECTION
           END-IF
           PERFORM 120-CHECK-CATCH-WEIGHT
           IF NOT CATCH-WEIGHT-OK
               EXIT SECTION
           END-IF
           PERFORM 190-CONFIRM-AND-SAVE
       EXIT SECTION.

           CLOSE FXCATEGO
       EXIT SECTION.

      *> A CATCH-WEIGHT ITEM IS STOCKED BY THE PIECE BUT ISSUED AND
      *> INVOICED BY WEIGHT, SO IT NEEDS ITS NOMINAL KG PER PIECE AND
      *> A RECIPE UNIT THAT IS A WEIGHT; ANY OTHER ITEM CARRIES NONE
       120-CHECK-CATCH-WEIGHT SECTION.
           MOVE "N" TO CATCH-WEIGHT-FLAG
           MOVE UPPER-CASE (WSINGREDS-CATCH-WEIGHT)
               TO WSINGREDS-CATCH-WEIGHT
           IF WSINGREDS-CATCH-WEIGHT = SPACE
               MOVE "N" TO WSINGREDS-CATCH-WEIGHT
           END-IF
           IF NOT VALID-CATCH-WEIGHT
               MOVE ERROR-CATCH-WEIGHT TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           IF WSINGREDS-IS-CATCH-WEIGHT
               IF WSINGREDS-NOMINAL-WEIGHT = ZERO OR
                   (WSINGREDS-UNIT-SANDWICH NOT = "G  " AND
                    WSINGREDS-UNIT-SANDWICH NOT = "KG ")
                   MOVE ERROR-CATCH-NOMINAL TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
                   EXIT SECTION
               END-IF
           ELSE
               MOVE ZERO TO WSINGREDS-NOMINAL-WEIGHT
           END-IF
           MOVE "Y" TO CATCH-WEIGHT-FLAG
       EXIT SECTION.

       105-GET-NEW-ID SECTION.
      *> THE NEXT FREE ID COMES FROM THE CENTRAL COUNTER FILE, SO
      *> CLERKS NO LONGER HUNT FOR A NUMBER OR COLLIDE ON ONE
               WSINGREDS-IS-VEGAN WSINGREDS-ENERGY-KCAL
               WSINGREDS-PROTEIN-G WSINGREDS-FAT-G WSINGREDS-SALT-G
               WSINGREDS-AVAIL-FROM WSINGREDS-AVAIL-TO
               WSINGREDS-SHELF-LIFE-DAYS WSINGREDS-NOMINAL-WEIGHT
           MOVE "N" TO WSINGREDS-CATCH-WEIGHT
           MOVE SPACES TO WSINGREDS-NAME WSINGREDS-DESCRIPTION
               WSINGREDS-UNIT-SUPPLIER WSINGREDS-UNIT-SANDWICH
               WSINGREDS-TAX-CODE

      *    FAT AND SALT TOTALS BY WALKING THE FXRECIPES QUANTITIES
      *    AGAINST THE PER-100 NUTRITION VALUES ON FXINGREDS, AND
      *    PRINTS A NUTRITION CARD PER SANDWICH FOR THE COUNCIL
      *    TENDERS. DRAFT SANDWICHES GET A CARD FROM THEIR DRAFT
      *    LINES, AND A LIVE SANDWICH CARRYING DRAFT LINES GETS A
      *    SECOND CARD FOR THE REFORMULATION, SO VERSIONS CAN BE
      *    COMPARED BEFORE LAUNCH.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 22.08.2026
      ******************************************************************
       78  TEXT-PROTEIN        VALUE "PROTEIN (G)   : ".
       78  TEXT-FAT            VALUE "FAT (G)       : ".
       78  TEXT-SALT           VALUE "SALT (G)      : ".
       78  TEXT-STATUS         VALUE "STATUS        : ".
       78  TAG-NEW-DRAFT       VALUE "DRAFT - NEW".
       78  TAG-REFORMULATION   VALUE "DRAFT REFORMULATION".
       78  ERROR-FILE-STATUS-MSG
           VALUE "FILE ERROR, STATUS CODE: ".

       01  NEXT-VERSION-SAME                PIC X(001).
           88  NEXT-VERSION-SAME-YES        VALUE "Y".
       01  RECIPE-ASOF-DATE                 PIC 9(008).
      *> DRAFT LINES ARE DATED 99999999, SO AN AS-OF DATE THAT HIGH
      *> TAKES THE DRAFT VERSION OF EVERY LINE
       01  RUN-ASOF-DATE                    PIC 9(008).
       01  DRAFT-LINES-FOUND                PIC X(001).
           88  DRAFT-LINES-YES              VALUE "Y".
       01  CARD-VERSION                     PIC X(020).

       SCREEN SECTION.
       01  CLEAR-SCREEN.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE (1:8)
               TO RECIPE-ASOF-DATE
           MOVE RECIPE-ASOF-DATE TO RUN-ASOF-DATE
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           PERFORM 100-ROLLUP-ALL
               READ FXSANDWICH NEXT RECORD
                   AT END SET EOFSANDWICH TO TRUE
                   NOT AT END
                       IF SANDWICH-LIVE
                           MOVE RUN-ASOF-DATE TO RECIPE-ASOF-DATE
                           MOVE SPACES TO CARD-VERSION
                           PERFORM 200-ROLLUP-ONE-SANDWICH
                           IF DRAFT-LINES-YES
                               MOVE 99999999 TO RECIPE-ASOF-DATE
                               MOVE TAG-REFORMULATION TO CARD-VERSION
                               PERFORM 200-ROLLUP-ONE-SANDWICH
                           END-IF
                       END-IF
                       IF SANDWICH-DRAFT
                           MOVE 99999999 TO RECIPE-ASOF-DATE
                           MOVE TAG-NEW-DRAFT TO CARD-VERSION
                           PERFORM 200-ROLLUP-ONE-SANDWICH
                       END-IF
               END-READ
           MOVE SANDWICH-ID TO SAND-ID-SAVE
           MOVE ZERO TO TOTAL-ENERGY TOTAL-PROTEIN TOTAL-FAT
               TOTAL-SALT
           MOVE "N" TO RECIPE-EOF-FLAG DRAFT-LINES-FOUND
           IF RECIPE-STATUS NOT = ZERO
               EXIT SECTION
           END-IF
                       IF RECIPE-SAND-ID NOT = SAND-ID-SAVE
                           SET EOF-RECIPE TO TRUE
                       ELSE
                           IF RECIPE-EFF-DRAFT
                               MOVE "Y" TO DRAFT-LINES-FOUND
                           END-IF
                           PERFORM 095-CHECK-RECIPE-VERSION
                           IF VERSION-IN-FORCE-YES
                               PERFORM 210-ADD-ONE-INGREDIENT
           MOVE CARD-TITLE TO CD-LABEL
           MOVE SANDWICH-NAME TO CD-VALUE
           WRITE CARD-LINE FROM CARD-DETAIL
           IF CARD-VERSION NOT = SPACES
               MOVE TEXT-STATUS TO CD-LABEL
               MOVE CARD-VERSION TO CD-VALUE
               WRITE CARD-LINE FROM CARD-DETAIL
           END-IF
           MOVE TEXT-ENERGY TO CD-LABEL
           MOVE TOTAL-ENERGY TO ED-ENERGY
           MOVE ED-ENERGY TO CD-VALUE

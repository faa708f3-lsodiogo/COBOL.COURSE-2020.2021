      *    VEGETARIAN/VEGAN ONLY IF EVERY INGREDIENT QUALIFIES.
      *    PRINTS A DECLARATION SHEET PER SANDWICH AND, FOR AN
      *    OPTIONAL DELIVERY DATE, A PER-SCHOOL PACK COVERING THE
      *    SANDWICHES ON THAT DAY'S ORDERS. DRAFT SANDWICHES ARE
      *    DECLARED FROM THEIR DRAFT LINES, AND A LIVE SANDWICH
      *    CARRYING DRAFT LINES GETS A SECOND SHEET FOR THE
      *    REFORMULATION; ONLY THE LIVE DECLARATION GOES INTO PACKS.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 22.08.2026
      ******************************************************************
       78  TEXT-VEGETARIAN     VALUE "VEGETARIAN        : ".
       78  TEXT-VEGAN          VALUE "VEGAN             : ".
       78  TEXT-TRIGGERS       VALUE "ALLERGEN SOURCES  : ".
       78  TEXT-STATUS         VALUE "STATUS            : ".
       78  TAG-NEW-DRAFT       VALUE "DRAFT - NEW".
       78  TAG-REFORMULATION   VALUE "DRAFT REFORMULATION".
       78  ERROR-FILE-STATUS-MSG
           VALUE "FILE ERROR, STATUS CODE: ".

               10  DCL-VEGETARIAN           PIC X(001).
               10  DCL-VEGAN                PIC X(001).
               10  DCL-TRIGGERS             PIC X(062).
               10  DCL-VERSION              PIC X(020).
      *> THE REFORMULATION OF A LIVE SANDWICH IS DERIVED IN ITS OWN
      *> SLOT, PARKED HERE, AND THE LIVE DECLARATION PUT BACK
       01  DRAFT-DECL-TABLE.
           05  DRAFT-ENTRY OCCURS MAX-ITEM TIMES.
               10  DRF-KNOWN                PIC X(001).
               10  FILLER                   PIC X(115).
       01  HOLD-ENTRY                       PIC X(116).
       77  ITEM-IX                          PIC 9(005).
       01  TRIGGER-LEN                      PIC 9(003).
       01  SAND-ID-SAVE                     PIC 9(005).
       01  NEXT-VERSION-SAME                PIC X(001).
           88  NEXT-VERSION-SAME-YES        VALUE "Y".
       01  RECIPE-ASOF-DATE                 PIC 9(008).
      *> DRAFT LINES ARE DATED 99999999, SO AN AS-OF DATE THAT HIGH
      *> TAKES THE DRAFT VERSION OF EVERY LINE
       01  RUN-ASOF-DATE                    PIC 9(008).
       01  DRAFT-LINES-FOUND                PIC X(001).
           88  DRAFT-LINES-YES              VALUE "Y".

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           IF KEYSTATUS = 1003
               EXIT PROGRAM
           END-IF
           MOVE PACK-DATE TO RUN-ASOF-DATE
           IF PACK-DATE = ZERO
               MOVE FUNCTION CURRENT-DATE (1:8) TO RUN-ASOF-DATE
           END-IF
           PERFORM 100-DERIVE-DECLARATIONS
           PERFORM 300-PRINT-SHEETS
           MOVE REPORT-DONE TO ERROR-TEXT
       100-DERIVE-DECLARATIONS SECTION.
           PERFORM VARYING ITEM-IX FROM 1 BY 1
               UNTIL ITEM-IX > MAX-ITEM
               MOVE "N" TO DCL-KNOWN (ITEM-IX) DRF-KNOWN (ITEM-IX)
           END-PERFORM
           OPEN INPUT FXSANDWICH
           IF SANDWICH-STATUS NOT = ZERO AND SANDWICH-STATUS NOT = 35
               READ FXSANDWICH NEXT RECORD
                   AT END SET EOFSANDWICH TO TRUE
                   NOT AT END
                       IF SANDWICH-LIVE AND
                           SANDWICH-ID >= 1 AND
                           SANDWICH-ID <= MAX-ITEM
                           MOVE RUN-ASOF-DATE TO RECIPE-ASOF-DATE
                           PERFORM 200-DERIVE-ONE-SANDWICH
                           IF DRAFT-LINES-YES
                               PERFORM 250-DERIVE-REFORMULATION
                           END-IF
                       END-IF
                       IF SANDWICH-DRAFT AND
                           SANDWICH-ID >= 1 AND
                           SANDWICH-ID <= MAX-ITEM
                           MOVE 99999999 TO RECIPE-ASOF-DATE
                           PERFORM 200-DERIVE-ONE-SANDWICH
                           MOVE TAG-NEW-DRAFT TO DCL-VERSION (ITEM-IX)
                       END-IF
               END-READ
           END-PERFORM
           MOVE "N" TO DCL-ALLERGEN (ITEM-IX)
           MOVE "Y" TO DCL-VEGETARIAN (ITEM-IX)
           MOVE "Y" TO DCL-VEGAN (ITEM-IX)
           MOVE SPACES TO DCL-TRIGGERS (ITEM-IX) DCL-VERSION (ITEM-IX)
           MOVE ZERO TO TRIGGER-LEN
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
                               PERFORM 210-CHECK-ONE-INGREDIENT
           END-PERFORM
       EXIT SECTION.

      *> DERIVES THE DRAFT VERSION INTO THE SANDWICH'S OWN SLOT, THEN
      *> PARKS IT IN THE DRAFT TABLE AND RESTORES THE LIVE ONE
       250-DERIVE-REFORMULATION SECTION.
           MOVE DECL-ENTRY (ITEM-IX) TO HOLD-ENTRY
           MOVE 99999999 TO RECIPE-ASOF-DATE
           PERFORM 200-DERIVE-ONE-SANDWICH
           MOVE TAG-REFORMULATION TO DCL-VERSION (ITEM-IX)
           MOVE DECL-ENTRY (ITEM-IX) TO DRAFT-ENTRY (ITEM-IX)
           MOVE HOLD-ENTRY TO DECL-ENTRY (ITEM-IX)
       EXIT SECTION.

      *> DECIDES WHETHER THE RECIPE LINE JUST READ IS THE VERSION
      *> IN FORCE ON RECIPE-ASOF-DATE: ITS EFFECTIVE DATE MUST NOT
      *> BE IN THE FUTURE AND NO LATER VERSION OF THE SAME LINE MAY
               IF DCL-KNOWN (ITEM-IX) = "Y"
                   PERFORM 310-PRINT-ONE-SHEET
               END-IF
               IF DRF-KNOWN (ITEM-IX) = "Y"
                   MOVE DECL-ENTRY (ITEM-IX) TO HOLD-ENTRY
                   MOVE DRAFT-ENTRY (ITEM-IX) TO DECL-ENTRY (ITEM-IX)
                   PERFORM 310-PRINT-ONE-SHEET
                   MOVE HOLD-ENTRY TO DECL-ENTRY (ITEM-IX)
               END-IF
           END-PERFORM
           IF PACK-DATE NOT = ZERO
               PERFORM 400-PRINT-SCHOOL-PACKS
           MOVE DECL-TITLE TO DD-LABEL
           MOVE DCL-NAME (ITEM-IX) TO DD-VALUE
           WRITE DECL-LINE FROM DECL-DETAIL
           IF DCL-VERSION (ITEM-IX) NOT = SPACES
               MOVE TEXT-STATUS TO DD-LABEL
               MOVE DCL-VERSION (ITEM-IX) TO DD-VALUE
               WRITE DECL-LINE FROM DECL-DETAIL
           END-IF
           MOVE TEXT-CONTAINS TO DD-LABEL
           MOVE DCL-ALLERGEN (ITEM-IX) TO DD-VALUE
           WRITE DECL-LINE FROM DECL-DETAIL

      *    MOVPOST, THEN PRINTS THE DAILY USAGE-VARIANCE REPORT PER
      *    INGREDIENT - SO PERSISTENT RECIPE DRIFT SHOWS UP WITHIN A
      *    DAY, NOT A STOCKTAKE CYCLE LATER.
      *    USAGE IS CAPTURED FOR THE MAIN KITCHEN: ITS RUN, THE ORDERS
      *    OF THE SCHOOLS IT SUPPLIES AND ITS KI LOCATION.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 02.09.2026
      ******************************************************************
               SELECT FXPRODRUN ASSIGN TO "FXPRODRUN"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PRUN-KEY
                   FILE STATUS PRUN-STATUS-FS.

               SELECT FXORDERS ASSIGN TO "FXORDERS"
                   RECORD KEY IS INGREDS-ID
                   FILE STATUS INGRED-STATUS.

               SELECT FXSCHOOL ASSIGN TO "FXSCHOOLS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SCHOOL-ID
                   FILE STATUS SCHOOL-STATUS.

               SELECT VARIANCE-FILE ASSIGN TO REPORT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS VARIANCE-STATUS.
           COPY FD-RECIPE.
       FD FXINGRED.
           COPY FD-INGREDSFX.
       FD FXSCHOOL.
           COPY SCHOOLFX.
       FD VARIANCE-FILE.
       01  VARIANCE-LINE                    PIC X(080).

       77  DUMMY                            PIC X(001).
       77  KEYSTATUS                        PIC 9(004).
       77  PRUN-STATUS-FS                   PIC 9(002).
       77  SCHOOL-STATUS                    PIC 9(002).
       01  SCHOOL-MAIN-SITE                 PIC X(001).
           88  SCHOOL-MAIN-SITE-YES         VALUE "Y".
       77  ORD-STATUS-FS                    PIC 9(002).
       77  RECIPE-STATUS                    PIC 9(002).
       77  INGRED-STATUS                    PIC 9(002).
           OPEN INPUT FXPRODRUN
           IF PRUN-STATUS-FS = ZERO THEN
               MOVE USAGE-DATE TO PRUN-DATE
               MOVE "01" TO PRUN-SITE
               READ FXPRODRUN
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
               CLOSE FXORDERS
               EXIT SECTION
           END-IF
           OPEN INPUT FXSCHOOL
      *> THE DATE-DRIVEN READ USES THE ALTERNATE DELIVERY-DATE KEY,
      *> SO THE RUN READS ONLY ITS OWN DAY INSTEAD OF THE WHOLE
      *> ORDER FILE
                       IF ORD-DELIVERY-DATE NOT = USAGE-DATE
                           SET EOF-ORD TO TRUE
                       ELSE
                           PERFORM 205-CHECK-MAIN-SITE
                           IF ORD-SANDWICH-ID >= 1 AND
                               ORD-SANDWICH-ID <= MAX-ITEM AND
                               SCHOOL-MAIN-SITE-YES
                               ADD ORD-QTY
                                   TO SAND-TOTAL (ORD-SANDWICH-ID)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXSCHOOL
           CLOSE FXORDERS
           OPEN INPUT FXRECIPE
           IF RECIPE-STATUS NOT = ZERO THEN
           CLOSE FXRECIPE
       EXIT SECTION.

      *> A BLANK SCHOOL SITE, OR A SCHOOL NO LONGER ON FILE, IS THE
      *> MAIN KITCHEN'S
       205-CHECK-MAIN-SITE SECTION.
           MOVE "Y" TO SCHOOL-MAIN-SITE
           IF SCHOOL-STATUS = ZERO
               MOVE ORD-SCHOOL-ID TO SCHOOL-ID
               READ FXSCHOOL
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF SCHOOL-SITE NOT = SPACES AND
                           SCHOOL-SITE NOT = "01"
                           MOVE "N" TO SCHOOL-MAIN-SITE
                       END-IF
               END-READ
           END-IF
       EXIT SECTION.

       210-EXPLODE-ONE-SANDWICH SECTION.
           MOVE "N" TO RECIPE-EOF-FLAG
           MOVE ITEM-IX TO RECIPE-SAND-ID

      *    SANDWICH COST: MARGIN IN MONEY AND PERCENT, SORTED WORST
      *    FIRST, WITH A WARNING SECTION FOR ANYTHING SELLING BELOW
      *    COST.
      *    THE COST IS THE FULL ROLLED-UP COST (MATERIAL, LABOUR,
      *    PACKAGING AND OVERHEAD); EACH LINE ALSO SHOWS THE MATERIAL
      *    LAYER ON ITS OWN AND THE BASIS OF THE COST COMPARED, WHICH
      *    IS MATERIAL ONLY FOR A SANDWICH NOT RE-COSTED SINCE THE
      *    LAYERS WERE INTRODUCED.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 22.08.2026
      ******************************************************************
           VALUE "MARGIN REPORT PRODUCED, PRESS ANY KEY".
       78  WARNING-TITLE
           VALUE "** WARNING - SELLING BELOW COST **".
       78  BASIS-FULL-COST     VALUE "FULL COST".
       78  BASIS-MATERIAL-ONLY VALUE "MATERIAL ONLY".
       78  ERROR-FILE-STATUS-MSG
           VALUE "FILE ERROR, STATUS CODE: ".

           05 MRG-SANDWICH                 PIC 9(005).
           05 MRG-PRICE                    PIC 9(003)V99.
           05 MRG-COST                     PIC 9(003)V99.
           05 MRG-MATERIAL                 PIC 9(003)V99.
           05 MRG-BASIS                    PIC X(013).
           05 MRG-MARGIN                   PIC S9(004)V99.
           05 MRG-PCT                      PIC S9(003)V9.
           05 MRG-DONE                     PIC X(001).
       01 DET-SANDWICH                     PIC 9(005).
       01 DET-PRICE                        PIC 9(003)V99.
       01 DET-COST                         PIC 9(003)V99.
       01 DET-MATERIAL                     PIC 9(003)V99.
       01 DET-BASIS                        PIC X(013).
       01 DET-MARGIN                       PIC S9(004)V99.
       01 DET-PCT                          PIC S9(003)V9.

           03 COLUMN 29 VALUE "COST".
           03 COLUMN 37 VALUE "MARGIN".
           03 COLUMN 47 VALUE "PCT".
           03 COLUMN 53 VALUE "MATERIAL".
           03 COLUMN 63 VALUE "COST BASIS".

       01 LINE-DETAIL TYPE IS DETAIL.
           02 LINE IS PLUS 1.
               03 COLUMN 27 PIC ZZ9.99 SOURCE DET-COST.
               03 COLUMN 35 PIC -ZZZ9.99 SOURCE DET-MARGIN.
               03 COLUMN 45 PIC -ZZ9.9 SOURCE DET-PCT.
               03 COLUMN 54 PIC ZZ9.99 SOURCE DET-MATERIAL.
               03 COLUMN 63 PIC X(013) SOURCE DET-BASIS.

       01 LINE-WARNING-TITLE TYPE IS DETAIL.
           02 LINE IS PLUS 2.
           MOVE CONTR-SANDWICH-ID TO MRG-SANDWICH (MRG)
           MOVE CONTR-PRICE TO MRG-PRICE (MRG)
           MOVE SANDWICH-COST TO MRG-COST (MRG)
      *> A COST ROLLED UP BEFORE THE LAYERS EXISTED IS INGREDIENTS
      *> ONLY AND CARRIES NO MATERIAL LAYER
           IF SANDWICH-COST-MATERIAL = ZERO
               MOVE SANDWICH-COST TO MRG-MATERIAL (MRG)
               MOVE BASIS-MATERIAL-ONLY TO MRG-BASIS (MRG)
           ELSE
               MOVE SANDWICH-COST-MATERIAL TO MRG-MATERIAL (MRG)
               MOVE BASIS-FULL-COST TO MRG-BASIS (MRG)
           END-IF
           COMPUTE MRG-MARGIN (MRG) =
               CONTR-PRICE - SANDWICH-COST
           COMPUTE MRG-PCT (MRG) ROUNDED =
           MOVE MRG-SANDWICH (MRG) TO DET-SANDWICH
           MOVE MRG-PRICE (MRG) TO DET-PRICE
           MOVE MRG-COST (MRG) TO DET-COST
           MOVE MRG-MATERIAL (MRG) TO DET-MATERIAL
           MOVE MRG-BASIS (MRG) TO DET-BASIS
           MOVE MRG-MARGIN (MRG) TO DET-MARGIN
           MOVE MRG-PCT (MRG) TO DET-PCT
           GENERATE LINE-DETAIL

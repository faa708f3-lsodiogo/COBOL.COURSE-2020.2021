      *            THE LINE IN FORCE ON THE DATE IT IS PROCESSING.
      *            A LINE RE-ISSUED WITH QUANTITY ZERO MEANS THE
      *            INGREDIENT WAS REMOVED FROM THE RECIPE.
      *            A DRAFT LINE (A TRIAL RECIPE NOT YET LAUNCHED)
      *            CARRIES 99999999, SO NO RUN EVER FINDS IT IN
      *            FORCE; SANDLAUNCH RE-DATES IT TO THE LAUNCH DATE
               10  RECIPE-EFF-DATE          PIC 9(008).
                   88  RECIPE-EFF-DRAFT     VALUE 99999999.
           05  RECIPE-QTY                   PIC 9(003)V99.
      *        PROCESS LOSS (TRIMMED CRUSTS, DROPPED SLICES) AS A
      *        PERCENTAGE ON TOP OF THE RECIPE QUANTITY; PICKING AND

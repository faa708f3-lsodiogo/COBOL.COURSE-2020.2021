      *        THE RECIPE-COST FIGURE THE PRICE WAS BUILT FROM, SO
      *        THE QUOTED MARGIN IS PROVABLE LATER
           05  SQL-COST                     PIC 9(003)V99.
      *        F = SQL-COST WAS THE FULL LAYERED COST, M = A COST
      *        ROLLED UP BEFORE THE LAYERS, INGREDIENTS ONLY
           05  SQL-COST-BASIS               PIC X(001).
               88  SQL-BASIS-FULL           VALUE "F".
               88  SQL-BASIS-MATERIAL       VALUE "M".
           05  SQL-PRICE                    PIC 9(003)V99.
           05  SQL-LAST-BY                  PIC X(008).
           05  SQL-LAST-DATE                PIC 9(008).

               10  WS-RECIPE-SAND-ID        PIC 9(005).
               10  WS-RECIPE-ING-ID         PIC 9(005).
               10  WS-RECIPE-EFF-DATE       PIC 9(008).
                   88  WS-RECIPE-EFF-DRAFT  VALUE 99999999.
           05  WS-RECIPE-QTY                PIC 9(003)V99.
           05  WS-RECIPE-SCRAP-PCT          PIC 9(002)V99.
           05  WS-RECIPE-LAST-BY            PIC X(008).

       78  MANUALLY-ADD-AVAIL-TO    VALUE "AVAIL TO   (MMDD): ".
       78  MANUALLY-ADD-SHELF-LIFE  VALUE "SHELF LIFE (DAYS): ".
       78  MANUALLY-ADD-TAX         VALUE "VAT CODE: ".
       78  MANUALLY-ADD-CATCH-WT    VALUE "CATCH WT(Y/N):".
       78  MANUALLY-ADD-NOMINAL-WT  VALUE "KG/PC:".
       78  ERROR-CATCH-WEIGHT       VALUE "CATCH WEIGHT MUST BE Y OR N".
       78  ERROR-CATCH-NOMINAL
           VALUE "A CATCH-WEIGHT ITEM NEEDS ITS KG PER PIECE AND "-
           "A G OR KG SANDWICH UNIT".

       78  LIST-FRAME1              VALUE "INGREDIENT ID / NAME".
       78  LIST-FRAME2              VALUE "F1-PREV  F2-NEXT  F3-EXIT".

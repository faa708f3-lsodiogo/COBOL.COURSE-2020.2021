
       78  ADD-MENU-OPTION1
           VALUE "1 - REGISTER SANDWICH RECIPE".
       78  ADD-MENU-OPTION2
           VALUE "2 - DRAFT RECIPE FOR A SANDWICH".
       78  ADD-MENU-OPTION3         VALUE "3 - BACK TO MAIN MENU".
       78  ADD-MENU-CHOICE          VALUE "OPTION: ".
       78  ADD-MENU-ERROR           VALUE "INVALID OPTION, TRY AGAIN".

       78  SCREEN-SAND-CATEGORY     VALUE "CATEGORY ID: ".
       78  SCREEN-SAND-PRICE        VALUE "LIST PRICE : ".
       78  SCREEN-SAND-TAX          VALUE "VAT CODE   : ".
       78  SCREEN-SAND-DRAFT        VALUE "DRAFT (Y/N): ".
       78  SCREEN-DRAFT-NOTE
           VALUE "DRAFT LINES TAKE EFFECT ONLY WHEN LAUNCHED".
       78  ERROR-SAND-NO            VALUE "SANDWICH ID DOES NOT EXIST".
       78  ERROR-CATEGID-NO         VALUE "CATEGORY ID DOES NOT EXIST".
       78  DUPLICATE-NAME-ERROR
           VALUE "A SANDWICH WITH THAT NAME ALREADY EXISTS".

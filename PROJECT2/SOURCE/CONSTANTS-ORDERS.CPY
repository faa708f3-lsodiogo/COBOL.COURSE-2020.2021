       78  ERROR-SCHOOL-INACTIVE
           VALUE "SCHOOL IS NOT ACTIVE".
       78  ERROR-SANDWICH-NO   VALUE "SANDWICH ID DOESN'T EXIST".
       78  ERROR-SANDWICH-DRAFT
           VALUE "THAT SANDWICH IS STILL A DRAFT - LAUNCH IT FIRST".
       78  ERROR-BUNDLE-EMPTY
           VALUE "THAT BUNDLE HAS NO CONTENTS ON FILE YET".
       78  ERROR-QTY-ZERO      VALUE "QUANTITY MUST BE GREATER THAN 0".
       78  ERROR-INVALID-DATE
           VALUE "INVALID DELIVERY DATE, TRY AGAIN".

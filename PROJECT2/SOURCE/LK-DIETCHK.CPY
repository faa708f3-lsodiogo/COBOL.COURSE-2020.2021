      ******************************************************************
      *    LINKAGE AREA FOR DIETCHK - WHETHER ONE SANDWICH (OR ONE OF
      *    ITS VARIANTS) IS SAFE FOR A PUPIL. THE CALLER SETS THE
      *    SANDWICH, VARIANT, DATE AND THE INGREDIENTS TO AVOID; THE
      *    RECIPE IN FORCE ON THE DATE IS WALKED WITH THE VARIANT'S
      *    OMISSIONS AND SWAPS APPLIED, AND ANY ALLERGEN-FLAGGED
      *    INGREDIENT ON THE AVOID LIST MAKES IT UNSAFE. A SANDWICH
      *    WITH NO RECIPE IN FORCE CANNOT BE VOUCHED FOR AND IS
      *    REFUSED AS WELL.
      ******************************************************************
       01  DIETCHK-REQUEST.
           05  DCHK-SANDWICH-ID             PIC 9(005).
           05  DCHK-VARIANT-NO              PIC 9(002).
           05  DCHK-DATE                    PIC 9(008).
           05  DCHK-AVOID-ING               PIC 9(005)
                                            OCCURS 5 TIMES.
           05  DCHK-RESULT                  PIC X(001).
               88  DCHK-SAFE                VALUE "S".
               88  DCHK-UNSAFE              VALUE "U".
               88  DCHK-NO-RECIPE           VALUE "N".
      *        THE OFFENDING INGREDIENT WHEN THE RESULT IS "U"
           05  DCHK-FOUND-ING               PIC 9(005).

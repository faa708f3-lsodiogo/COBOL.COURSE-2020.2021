      ******************************************************************
      *    LINKAGE AREA FOR PWHASH - TURNS AN OPERATOR ID AND A
      *    PASSWORD INTO THE ONE-WAY FORM KEPT ON FXOPERATOR. THE ID
      *    IS MIXED IN SO TWO OPERATORS WITH THE SAME PASSWORD DO NOT
      *    END UP WITH THE SAME HASH.
      ******************************************************************
       01  PWHASH-REQUEST.
           05  PWH-OPER-ID                  PIC X(008).
           05  PWH-PASSWORD                 PIC X(012).
           05  PWH-HASH                     PIC X(016).

       01  SHF-DETAILS.
      *        ONE RECORD PER SCHOOL ORDER LINE CUT BY SHORTALLOC WHEN
      *        THE KITCHEN MADE FEWER OF A SANDWICH THAN WAS ORDERED.
      *        THE SHORT QUANTITY IS OUR OWN SHORTFALL, NOT A CHANGE
      *        THE SCHOOL ASKED FOR, SO THE FILL-RATE REPORT COUNTS IT
      *        AS ORDERED BUT NOT SUPPLIED; A SUBSTITUTE SENT IN ITS
      *        PLACE IS HELD HERE AS WELL
           05  SHF-KEY.
               10  SHF-DATE                 PIC 9(008).
               10  SHF-SAND-ID              PIC 9(005).
               10  SHF-SCHOOL-ID            PIC 9(005).
           05  SHF-SITE                     PIC X(002).
           05  SHF-ORDERED-QTY              PIC 9(005).
           05  SHF-SHORT-QTY                PIC 9(005).
      *        THE SANDWICH SENT INSTEAD AND HOW MANY; ZERO WHEN NONE
           05  SHF-SUB-SAND-ID              PIC 9(005).
           05  SHF-SUB-QTY                  PIC 9(005).
      *        HOW THE SHORTFALL WAS SHARED OUT
           05  SHF-RULE                     PIC X(001).
               88  SHF-RULE-PRO-RATA        VALUE "P".
               88  SHF-RULE-PRIORITY        VALUE "S".
               88  SHF-RULE-MEALS           VALUE "M".
           05  SHF-LAST-BY                  PIC X(008).
           05  SHF-LAST-DATE                PIC 9(008).

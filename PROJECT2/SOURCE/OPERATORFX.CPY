           05  OPER-PERM-MAINTENANCE        PIC X(001).
           05  OPER-LAST-BY                 PIC X(008).
           05  OPER-LAST-DATE               PIC 9(008).
      *        ONE-WAY FORM OF THE PASSWORD BUILT BY PWHASH. ONCE IT
      *        IS SET OPER-PASSWORD IS LEFT BLANK; A RECORD STILL
      *        HOLDING A PLAIN PASSWORD IS CONVERTED AT ITS NEXT
      *        SIGN-ON.
           05  OPER-PASSWORD-HASH           PIC X(016).
      *        DATE THE OPERATOR LAST CHANGED THEIR OWN PASSWORD;
      *        ZERO FORCES A CHANGE AT THE NEXT SIGN-ON
           05  OPER-PASSWORD-DATE           PIC 9(008).
      *        FAILED SIGN-ONS IN A ROW; AT THE FXSECCTL LIMIT THE
      *        OPERATOR IS LOCKED UNTIL A SUPERVISOR UNLOCKS THEM
           05  OPER-FAILED-COUNT            PIC 9(002).
           05  OPER-LOCKED                  PIC X(001).
               88  OPER-IS-LOCKED           VALUE "Y".

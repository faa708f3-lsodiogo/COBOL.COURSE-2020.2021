       01  SEC-DETAILS.
           05  SEC-ID                       PIC 9(007).
           05  SEC-STAMP                    PIC 9(014).
           05  SEC-EVENT                    PIC X(001).
               88  SEC-EVENT-SIGNON         VALUE "S".
               88  SEC-EVENT-FAILED         VALUE "F".
               88  SEC-EVENT-LOCKOUT        VALUE "L".
               88  SEC-EVENT-DENIED         VALUE "D".
               88  SEC-EVENT-CHANGED        VALUE "C".
               88  SEC-EVENT-UNLOCKED       VALUE "U".
      *        THE OPERATOR THE EVENT IS ABOUT (THE ID KEYED AT THE
      *        SIGN-ON SCREEN, EVEN WHEN IT IS NOT A KNOWN OPERATOR)
           05  SEC-OPER-ID                  PIC X(008).
      *        SYSTEM USER OF THE TERMINAL, AS IN THE SESSION FILE NAME
           05  SEC-TERMINAL                 PIC X(012).
           05  SEC-DETAIL                   PIC X(040).

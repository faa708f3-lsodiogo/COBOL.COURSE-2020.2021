      ******************************************************************
      *    LINKAGE AREA FOR SECLOG - ONE SECURITY-LOG ENTRY. SIGNON,
      *    OPERADD AND CHKPERM FILL THIS AREA AND CALL "SECLOG"; THE
      *    SUBPROGRAM STAMPS THE TIME AND TERMINAL AND WRITES THE
      *    RECORD TO THE COMMON FXSECLOG FILE.
      ******************************************************************
       01  SECLOG-REQUEST.
      *        "S" SIGN-ON, "F" FAILED SIGN-ON, "L" LOCKED OUT,
      *        "D" PERMISSION REFUSED, "C" PASSWORD CHANGED,
      *        "U" UNLOCKED BY A SUPERVISOR
           05  SLOG-EVENT                   PIC X(001).
           05  SLOG-OPER-ID                 PIC X(008).
           05  SLOG-DETAIL                  PIC X(040).

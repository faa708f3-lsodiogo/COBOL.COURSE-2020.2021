       01  CLG-DETAILS.
      *        ONE ROW PER TASK DUE ON A DAY. SCHEDULED TASKS CARRY
      *        SEQUENCE ZERO; THE ALLERGEN CLEAN-DOWNS OF A PRODUCTION
      *        RUN ARE NUMBERED 1, 2... IN THE ORDER THEY FALL
           05  CLG-ID.
               10  CLG-DATE                 PIC 9(008).
               10  CLG-SITE                 PIC X(002).
               10  CLG-TASK                 PIC 9(004).
               10  CLG-SEQ                  PIC 9(002).
           05  CLG-AREA                     PIC X(020).
           05  CLG-DESCRIPTION              PIC X(030).
           05  CLG-DUE-TIME                 PIC 9(004).
           05  CLG-ALLERGEN                 PIC X(001).
               88  CLG-ALLERGEN-YES         VALUE "Y".
           05  CLG-RESPONSIBLE              PIC X(008).
      *        "S" FROM THE TASK MASTER, "P" FROM A PRODREQ RUN
           05  CLG-SOURCE                   PIC X(001).
               88  CLG-SOURCE-SCHEDULE      VALUE "S".
               88  CLG-SOURCE-PRODREQ       VALUE "P".
      *        "O" OPEN, "D" DONE IN TIME, "L" DONE LATE, "M" MISSED
      *        (PAST ITS DUE TIME UNSIGNED); A MISSED TASK SIGNED
      *        AFTERWARDS BECOMES "L"
           05  CLG-STATUS                   PIC X(001).
               88  CLG-STATUS-OPEN          VALUE "O".
               88  CLG-STATUS-DONE          VALUE "D".
               88  CLG-STATUS-LATE          VALUE "L".
               88  CLG-STATUS-MISSED        VALUE "M".
           05  CLG-SIGNED-BY                PIC X(008).
           05  CLG-SIGNED-DATE              PIC 9(008).
           05  CLG-SIGNED-TIME              PIC 9(004).
           05  CLG-COMMENT                  PIC X(030).
      *        SET ONCE THE MISS OR LATE SIGN-OFF IS ON FXNOTIFYQ
           05  CLG-NOTIFIED                 PIC X(001).
               88  CLG-NOTIFIED-YES         VALUE "Y".
           05  CLG-LAST-BY                  PIC X(008).
           05  CLG-LAST-DATE                PIC 9(008).

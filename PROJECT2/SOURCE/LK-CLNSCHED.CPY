      ******************************************************************
      *    LINKAGE AREA FOR CLNSCHED - THE CLEANING SCHEDULE ON
      *    FXCLNLOG. CLNS-ACTION:
      *    "G" PUTS THE TASKS OF THE MASTER DUE ON CLNS-DATE ON THE
      *        DAY'S LIST (A TASK ALREADY THERE IS LEFT AS IT IS);
      *    "R" DROPS THE STILL-OPEN ALLERGEN CLEAN-DOWNS A PRODUCTION
      *        RUN OF CLNS-DATE AND CLNS-SITE RAISED BEFORE, SO A
      *        RERUN DOES NOT LEAVE THE OLD ONES BEHIND;
      *    "A" RAISES CLEAN-DOWN CLNS-SEQ OF THAT RUN, DESCRIBED BY
      *        CLNS-TEXT;
      *    "M" MARKS EVERY OPEN TASK PAST ITS DUE DATE AND TIME AS
      *        MISSED AND QUEUES THE ALERT.
      *    CLNS-COUNT COMES BACK WITH THE ROWS WRITTEN OR MARKED.
      ******************************************************************
       01  CLNSCHED-REQUEST.
           05  CLNS-ACTION                  PIC X(001).
               88  CLNS-ACTION-GENERATE     VALUE "G".
               88  CLNS-ACTION-RESET-RUN    VALUE "R".
               88  CLNS-ACTION-ALLERGEN     VALUE "A".
               88  CLNS-ACTION-MISSED       VALUE "M".
           05  CLNS-DATE                    PIC 9(008).
           05  CLNS-SITE                    PIC X(002).
           05  CLNS-SEQ                     PIC 9(002).
           05  CLNS-TEXT                    PIC X(030).
           05  CLNS-COUNT                   PIC 9(005).

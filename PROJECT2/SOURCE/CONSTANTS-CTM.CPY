
       78  MANAGE-MENU-OPTION1      VALUE "1 - DELETE A CATEGORY".
       78  MANAGE-MENU-OPTION2      VALUE "2 - ADD NEW CATEGORY".
       78  MANAGE-MENU-OPTION3      VALUE "3 - MERGE TWO CATEGORIES".
       78  MANAGE-MENU-OPTION4      VALUE "4 - BACK TO MAIN MENU".
       78  MANAGE-MENU-CHOICE       VALUE "OPTION: ".
       78  MANAGE-MENU-ERROR        VALUE "INVALID OPTION, TRY AGAIN".

      *> CATMERGE CONSTANTS
       78  MERGE-MODULE-NAME        VALUE "CATEGORY MERGE".
       78  MERGE-KEEP-TEXT          VALUE "CATEGORY TO KEEP:   ".
       78  MERGE-RETIRE-TEXT        VALUE "CATEGORY TO RETIRE: ".
       78  MERGE-INGRED-COUNT-MSG
           VALUE "INGREDIENTS TO MOVE: ".
       78  MERGE-SAND-COUNT-MSG     VALUE "SANDWICHES TO MOVE:  ".
       78  MERGE-BUDGET-COUNT-MSG
           VALUE "BUDGET LINES TO FLAG FOR REVIEW: ".
       78  MERGE-CONFIRM
           VALUE "MERGE INTO THE KEPT CATEGORY? (Y/N): ".
       78  MERGE-SAME-ERROR
           VALUE "THE TWO CATEGORIES MUST BE DIFFERENT".
       78  MERGE-DONE
           VALUE "MERGE FINISHED, SEE THE DATED CATMERGE LOG".
       78  MERGE-NOT-DONE           VALUE "CATEGORIES NOT MERGED".
       78  MERGE-IN-USE             VALUE "RECORD IN USE BY ".

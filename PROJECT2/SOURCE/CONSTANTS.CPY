       78  EDIT3               VALUE "3 - ADDRESS".
       78  EDIT4               VALUE "4 - POSTAL-CODE".
       78  EDIT5               VALUE "5 - TOWN".
       78  EDIT6               VALUE "11 - LEAVE".
       78  CHOOSE              VALUE "CHOOSE OPTION:".
       78  ALT-MENU-OPTION VALUE"WHICH RECORD DO YOU WANT TO CHANGE:".
       78  ALT-MENU-TEXT       VALUE "CHANGE SCHOOL".
           VALUE "RESUME PREVIOUS CSV IMPORT? (Y/N): ".
       78  ERROR-FILE-STATUS-MSG
           VALUE "FILE ERROR, STATUS CODE: ".
       78  VIEW-MENU-LIST      VALUE "1 - LIST SCHOOLS PAGE BY PAGE".
       78  VIEW-MENU-ONE-BY-ONE VALUE "2 - VIEW SCHOOLS 1 BY 1".
       78  VIEW-MENU-BY-NAME   VALUE "3 - SEARCH BY DESIGNATION".
       78  VIEW-MENU-BY-EXTID  VALUE "4 - SEARCH BY EXTERNAL ID".
       78  VIEW-MENU-BACK      VALUE "5 - BACK TO MAIN MENU".
       78  SEARCH-NAME-PROMPT  VALUE "DESIGNATION CONTAINS:".
       78  SEARCH-EXTID-PROMPT VALUE "EXTERNAL ID STARTS WITH:".
       78  NO-MATCHES-TEXT     VALUE "NO SCHOOL MATCHES, PRESS ANY KEY".
       78  LIST-PAGE-PROMPT
           VALUE "F2 NEXT PAGE | F3 BACK | ID TO VIEW:".
       78  LIST-LAST-PROMPT
           VALUE "END OF LIST | F3 BACK | ID TO VIEW:".
       78  PICK-SCHOOL-PROMPT  VALUE "SCHOOL ID (0 = BY EXTERNAL ID):".
       78  PICK-EXTID-PROMPT   VALUE "EXTERNAL ID:".
       78  LIST-SCREEN-TEXT5   VALUE "EXT ID".
       78  VIEW-TEXT-ACTIVE    VALUE "         ACTIVE:".
       78  VIEW-TEXT-COUNCIL   VALUE "        COUNCIL:".
       78  VIEW-TEXT-CREDIT    VALUE "   CREDIT LIMIT:".
       78  VIEW-TEXT-LAST      VALUE "   LAST CHANGED:".
       78  VIEW-CONTACTS-TITLE VALUE "SCHOOL CONTACTS".
       78  VIEW-CONTACTS-HEADER
           VALUE "NO ROLE NAME                                     "-
           "TELEPHONE E-MAIL".
       78  VIEW-NO-CONTACTS
           VALUE "NO CONTACTS ON FILE FOR THIS SCHOOL, PRESS ANY KEY".
       78  VIEW-CONTACTS-END   VALUE "END OF CONTACTS, PRESS ANY KEY".
       78  EDIT7               VALUE "6 - CREDIT LIMIT".
       78  EDIT8               VALUE "7 - COUNCIL".
       78  EDIT9               VALUE "8 - SITE".
       78  VIEW-TEXT-SITE      VALUE "           SITE:".
       78  SITE-ENTRY-TEXT     VALUE "SITE (BLANK = 01):".
       78  EDIT10              VALUE "9 - TAX NUMBER (NIF)".
       78  VIEW-TEXT-NIF       VALUE "     TAX NUMBER:".
       78  NIF-ENTRY-TEXT      VALUE "NIF (0 = NOT KNOWN):".
       78  ERROR-NIF
           VALUE "INVALID TAX NUMBER (NIF) - CHECK DIGIT WRONG".
       78  EDIT11              VALUE "10 - SHORTAGE PRIORITY".
       78  VIEW-TEXT-PRIORITY  VALUE "SHORT PRIORITY:".
       78  PRIORITY-ENTRY-TEXT VALUE "FILL FIRST IN A SHORTAGE (Y/N):".
       78  ERROR-PRIORITY
           VALUE "ANSWER Y (FILLED FIRST IN A SHORTAGE) OR N".
       78  ERROR-NO-SITE
           VALUE "THAT SITE IS NOT ON FILE".
       78  ERROR-NO-COUNCIL
           VALUE "THAT COUNCIL IS NOT ON FILE".
       78  RECORD-IN-USE-TEXT  VALUE "RECORD IN USE BY ".
       78  DLT-DEPENDENTS-TITLE
           VALUE "LIVE ITEMS STILL REFERRING TO THIS SCHOOL".
       78  DLT-OPEN-ORDERS     VALUE "  OPEN ORDERS (NOT DELIVERED):".
       78  DLT-UNINV-ORDERS    VALUE " DELIVERED, NOT YET INVOICED:".
       78  DLT-OPEN-INVOICES   VALUE "          OPEN INVOICES:".
       78  DLT-OPEN-BALANCE    VALUE "    OPEN INVOICE BALANCE:".
       78  DLT-LIVE-PATTERNS   VALUE " LIVE STANDING ORDER LINES:".
       78  DLT-ROUTE-STOPS     VALUE "          ROUTE STOPS:".
       78  DLT-BLOCKED-TEXT
           VALUE "SCHOOL STILL HAS LIVE ITEMS - CLEAR THEM FIRST".
       78  DLT-ACTION-PROMPT
           VALUE "(D)EACTIVATE, (R)EMOVE TO ARCHIVE OR (N)O:".
       78  DLT-ACTION-ERROR    VALUE "ANSWER D, R OR N".
       78  DEACTIVATED-TEXT    VALUE "SCHOOL DEACTIVATED".
       78  NOT-DELETED-TEXT    VALUE "NOTHING CHANGED".
       78  ERROR-NO-PERMISSION
           VALUE "ONLY A SIGNED-ON SUPERVISOR MAY DELETE RECORDS".

       01  SCHOOL-EOF-FLAG     PIC X(001) VALUE "N".
           88  EOFSCHOOL       VALUE "Y".

      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | OPERATIONS
      ******************************************************************
      *    MAIN MENU - THE ONE PROGRAM OPERATORS START. IT RUNS THE
      *    SIGN-ON FIRST AND THEN OFFERS THE MODULES GROUPED BY AREA
      *    (PURCHASING, STOCK, PRODUCTION, SCHOOL ORDERS, INVOICING,
      *    ACCOUNTS, OPERATIONS). AN AREA ONLY LISTS THE ENTRIES THE
      *    SIGNED-ON OPERATOR'S PERMISSIONS ALLOW, AS ANSWERED BY
      *    CHKPERM; A CHOSEN MODULE IS CALLED AND CANCELLED AGAIN
      *    WHEN IT EXITS, SO THE NEXT CALL STARTS CLEAN AND CONTROL
      *    COMES BACK HERE.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINMENU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       78  MODULE-NAME-VIEW    VALUE "BREADWICH - MAIN MENU".
       78  BACK-EXIT           VALUE "F3 - BACK".
       78  MAIN-MENU-CHOICE    VALUE "PLEASE CHOOSE AN OPTION".
       78  MAIN-MENU-ERROR
               VALUE "INVALID OPTION, PLEASE SELECT A VALID OPTION. "-
           "PRESS ANY KEY TO CONTINUE".
       78  TXT-OPERATOR        VALUE "OPERATOR:".
       78  AREA-MENU-OPTION1   VALUE "1 - PURCHASING".
       78  AREA-MENU-OPTION2   VALUE "2 - STOCK".
       78  AREA-MENU-OPTION3   VALUE "3 - PRODUCTION".
       78  AREA-MENU-OPTION4   VALUE "4 - SCHOOL ORDERS".
       78  AREA-MENU-OPTION5   VALUE "5 - INVOICING".
       78  AREA-MENU-OPTION6   VALUE "6 - ACCOUNTS".
       78  AREA-MENU-OPTION7   VALUE "7 - OPERATIONS".
       78  AREA-MENU-OPTION8   VALUE "8 - SIGN OFF".
       78  ENTRY-MENU-BACK     VALUE " 0 - BACK TO MAIN MENU".
       78  ERROR-AREA-EMPTY
           VALUE "NOTHING IN THIS AREA IS OPEN TO YOUR PERMISSIONS".
       78  ERROR-NOT-INSTALLED
           VALUE "THIS MODULE IS NOT INSTALLED ON THIS SYSTEM".
       78  MAX-ENTRIES         VALUE 165.
      *> THREE COLUMNS OF ROWS-PER-COLUMN ROWS BETWEEN THE AREA TITLE
      *> AND THE BACK LINE ON ROW 20 IS ALL THE LIST SCREEN HOLDS
       78  ROWS-PER-COLUMN     VALUE 13.
       78  MAX-AREA-ENTRIES    VALUE 39.

       77  DUMMY                            PIC X(001).
       77  KEYSTATUS                        PIC 9(004).

       01  PERM-QUESTION.
           05  PERM-CODE                    PIC X(001).
           05  PERM-GRANTED                 PIC X(001).

       01  AREA-OPTION                      PIC 9(001).
           88  AREA-OPTION-LEAVE            VALUE 8.
           88  AREA-OPTION-VALID            VALUE 1 THRU 8.
       01  ENTRY-OPTION                     PIC 9(002).
       01  SIGNED-ON-OPERATOR               PIC X(008).
       01  CALL-PROGRAM                     PIC X(030).
       01  AREA-TITLE                       PIC X(030).

      *> ONE ENTRY PER MODULE: AREA NUMBER, THE PERMISSION THAT
      *> OPENS IT (SPACE WHEN EVERY OPERATOR MAY USE IT), THE
      *> PROGRAM TO CALL AND THE TEXT SHOWN ON THE AREA MENU. THE
      *> PERMISSION MATCHES THE ONE THE MODULE CHECKS ITSELF, OR
      *> THE AREA'S OWN WHERE THE MODULE DOES NOT CHECK.
       01  MENU-ENTRIES.
           05  FILLER                       PIC X(046)
               VALUE "1PSUPPVIEW         SUPPLIERS                  ".
           05  FILLER                       PIC X(046)
               VALUE "1MSUPPEDIT         EDIT SUPPLIER              ".
           05  FILLER                       PIC X(046)
               VALUE "1VSUPPDEL          DELETE SUPPLIER            ".
           05  FILLER                       PIC X(046)
               VALUE "1PSUPPDOC          SUPPLIER COMPLIANCE        ".
           05  FILLER                       PIC X(046)
               VALUE "1MSUPPSCHED        SUPPLIER DELIVERY DAYS     ".
           05  FILLER                       PIC X(046)
               VALUE "1PSEARCH-RIS       PRICE AGREEMENTS           ".
           05  FILLER                       PIC X(046)
               VALUE "1VRISAPPR          APPROVE PRICE AGREEMENTS   ".
           05  FILLER                       PIC X(046)
               VALUE "1PRIS-IMPORT       IMPORT SUPPLIER PRICE LIST ".
           05  FILLER                       PIC X(046)
               VALUE "1PPRICE-SIM        PRICE-CHANGE SIMULATION    ".
           05  FILLER                       PIC X(046)
               VALUE "1PSOURCING         SOURCING REVIEW            ".
           05  FILLER                       PIC X(046)
               VALUE "1PRFQ              REQUEST FOR QUOTE          ".
           05  FILLER                       PIC X(046)
               VALUE "1PPOADD            PURCHASE ORDERS            ".
           05  FILLER                       PIC X(046)
               VALUE "1PBLANKPO          BLANKET ORDERS             ".
           05  FILLER                       PIC X(046)
               VALUE "1PPO-SUGGEST       SUGGESTED ORDERS RUN       ".
           05  FILLER                       PIC X(046)
               VALUE "1PNETPLAN          NET REQUIREMENTS PLAN      ".
           05  FILLER                       PIC X(046)
               VALUE "1PPO-EXPORT        ELECTRONIC ORDER EXPORT    ".
           05  FILLER                       PIC X(046)
               VALUE "1PREBATE           VOLUME REBATES             ".
           05  FILLER                       PIC X(046)
               VALUE "1PREPORT-SUPP-PERF SUPPLIER SCORECARD         ".
           05  FILLER                       PIC X(046)
               VALUE "1PSUPPCLAIM        SUPPLIER QUALITY CLAIMS    ".
           05  FILLER                       PIC X(046)
               VALUE "1PREPORT-GRNI      RECEIVED NOT INVOICED      ".
           05  FILLER                       PIC X(046)
               VALUE "2PGOODSRECV        GOODS RECEIVING            ".
           05  FILLER                       PIC X(046)
               VALUE "2PASNIMP           IMPORT SHIPPING NOTICES    ".
           05  FILLER                       PIC X(046)
               VALUE "2SRCPTDIARY        EXPECTED RECEIPTS DIARY    ".
           05  FILLER                       PIC X(046)
               VALUE "2SQCREL            QC RELEASE                 ".
           05  FILLER                       PIC X(046)
               VALUE "2SSUPPRET          SUPPLIER RETURNS           ".
           05  FILLER                       PIC X(046)
               VALUE "2MINGADD           ADD INGREDIENT             ".
           05  FILLER                       PIC X(046)
               VALUE "2MINGEDIT          EDIT INGREDIENT            ".
           05  FILLER                       PIC X(046)
               VALUE "2VREMOVE-INGREDS   REMOVE INGREDIENT          ".
           05  FILLER                       PIC X(046)
               VALUE "2MINGSUBADD        INGREDIENT SUBSTITUTES     ".
           05  FILLER                       PIC X(046)
               VALUE "2SCYCLECNT         CYCLE COUNT                ".
           05  FILLER                       PIC X(046)
               VALUE "2SLOCTRAN          LOCATION TRANSFER          ".
           05  FILLER                       PIC X(046)
               VALUE "2SSITETRAN         SITE TRANSFER              ".
           05  FILLER                       PIC X(046)
               VALUE "2SWASTEADD         WASTE ENTRY                ".
           05  FILLER                       PIC X(046)
               VALUE "2SWREASONADD       WASTE REASONS              ".
           05  FILLER                       PIC X(046)
               VALUE "2SDISPOS           EXPIRING LOT DISPOSITION   ".
           05  FILLER                       PIC X(046)
               VALUE "2SCASHSALE         SURPLUS CASH SALES         ".
           05  FILLER                       PIC X(046)
               VALUE "2SCASHUP           COUNTER CASH-UP            ".
           05  FILLER                       PIC X(046)
               VALUE "2SSTOCKMOV-VIEW    MOVEMENT HISTORY           ".
           05  FILLER                       PIC X(046)
               VALUE "2STHRESHCAL        THRESHOLD RECALIBRATION    ".
           05  FILLER                       PIC X(046)
               VALUE "2SBALPROOF         STOCK BALANCE PROOF        ".
           05  FILLER                       PIC X(046)
               VALUE "2VMOVROLL          MOVEMENT LEDGER ROLLUP     ".
           05  FILLER                       PIC X(046)
               VALUE "2STEMPLOG          TEMPERATURE LOG            ".
           05  FILLER                       PIC X(046)
               VALUE "2SCLEANING         CLEANING SCHEDULE          ".
           05  FILLER                       PIC X(046)
               VALUE "2SREPORT-ING-STOCK LOW STOCK REPORT           ".
           05  FILLER                       PIC X(046)
               VALUE "2SREPORT-ING-RECON STOCK RECONCILIATION       ".
           05  FILLER                       PIC X(046)
               VALUE "2SREPORT-EXPIRY    EXPIRY RISK FORECAST       ".
           05  FILLER                       PIC X(046)
               VALUE "2SREPORT-SLOWMOV   SLOW-MOVING STOCK          ".
           05  FILLER                       PIC X(046)
               VALUE "2SREPORT-STOCKVAL  STOCK VALUATION            ".
           05  FILLER                       PIC X(046)
               VALUE "2SREPORT-WASTE     WASTE ANALYSIS             ".
           05  FILLER                       PIC X(046)
               VALUE "2SREPORT-CATCHWT   CATCH-WEIGHT YIELD         ".
           05  FILLER                       PIC X(046)
               VALUE "3MCATADD           ADD CATEGORY               ".
           05  FILLER                       PIC X(046)
               VALUE "3VCATEDEL          CATEGORY MAINTENANCE       ".
           05  FILLER                       PIC X(046)
               VALUE "3MSANDADD          SANDWICHES AND RECIPES     ".
           05  FILLER                       PIC X(046)
               VALUE "3MSANDLAUNCH       DRAFT SANDWICH LAUNCH      ".
           05  FILLER                       PIC X(046)
               VALUE "3MVARADD           SANDWICH VARIANTS          ".
           05  FILLER                       PIC X(046)
               VALUE "3MBUNDLEADD        MEAL-DEAL BUNDLES          ".
           05  FILLER                       PIC X(046)
               VALUE "3MRECIPE-COST      RECIPE COST ROLLUP         ".
           05  FILLER                       PIC X(046)
               VALUE "3MCOSTSET          COST LAYERS SETUP          ".
           05  FILLER                       PIC X(046)
               VALUE "3MNUTRI-CARD       NUTRITION ROLLUP           ".
           05  FILLER                       PIC X(046)
               VALUE "3MALLERGEN         ALLERGEN DECLARATIONS      ".
           05  FILLER                       PIC X(046)
               VALUE "3MALGIMPACT        ALLERGEN CHANGE IMPACT     ".
           05  FILLER                       PIC X(046)
               VALUE "3MMENUPLAN         MENU ROTATIONS             ".
           05  FILLER                       PIC X(046)
               VALUE "3MNUTRICHK         MENU NUTRITION CHECK       ".
           05  FILLER                       PIC X(046)
               VALUE "3MCAPLOAD          KITCHEN CAPACITY           ".
           05  FILLER                       PIC X(046)
               VALUE "3MPRODLINE         PRODUCTION LINES           ".
           05  FILLER                       PIC X(046)
               VALUE "3MSITE             PRODUCTION SITES           ".
           05  FILLER                       PIC X(046)
               VALUE "3MROSTER           KITCHEN STAFF ROSTER       ".
           05  FILLER                       PIC X(046)
               VALUE "3MCAMSEARCH        DOWNTIME CALENDAR          ".
           05  FILLER                       PIC X(046)
               VALUE "3MEQUIPMNT         EQUIPMENT MAINTENANCE      ".
           05  FILLER                       PIC X(046)
               VALUE "3SPRODREQ          PRODUCTION REQUIREMENTS    ".
           05  FILLER                       PIC X(046)
               VALUE "3SPRODSCHED        TIMED PRODUCTION SCHEDULE  ".
           05  FILLER                       PIC X(046)
               VALUE "3SPRODCONF         PRODUCTION CONFIRMATION    ".
           05  FILLER                       PIC X(046)
               VALUE "3SSHORTALLOC       SHORTAGE ALLOCATION        ".
           05  FILLER                       PIC X(046)
               VALUE "3SUSAGEACT         ACTUAL USAGE CAPTURE       ".
           05  FILLER                       PIC X(046)
               VALUE "3SSUBAPPR          SUBSTITUTION APPROVAL      ".
           05  FILLER                       PIC X(046)
               VALUE "3SLABELS           LABEL PRINT RUN            ".
           05  FILLER                       PIC X(046)
               VALUE "3SREPORT-TRACE     RECALL TRACE               ".
           05  FILLER                       PIC X(046)
               VALUE "3SBATCHINQ         PRODUCTION BATCH INQUIRY   ".
           05  FILLER                       PIC X(046)
               VALUE "4OSCHOOLS          SCHOOLS                    ".
           05  FILLER                       PIC X(046)
               VALUE "4OSCHCONTACT       SCHOOL CONTACTS            ".
           05  FILLER                       PIC X(046)
               VALUE "4OSCHEDADD         DELIVERY SCHEDULES         ".
           05  FILLER                       PIC X(046)
               VALUE "4OSCHOOLHOL        SCHOOL HOLIDAYS            ".
           05  FILLER                       PIC X(046)
               VALUE "4OSTANDORD         STANDING ORDERS            ".
           05  FILLER                       PIC X(046)
               VALUE "4OSPECDIET         SPECIAL DIETS              ".
           05  FILLER                       PIC X(046)
               VALUE "4OORDGEN           GENERATE THE DAY'S ORDERS  ".
           05  FILLER                       PIC X(046)
               VALUE "4OORDADD           ORDER ENTRY                ".
           05  FILLER                       PIC X(046)
               VALUE "4VORDIMP           IMPORT COUNCIL ORDER FILE  ".
           05  FILLER                       PIC X(046)
               VALUE "4VLATECHG          LATE-CHANGE CONTROL        ".
           05  FILLER                       PIC X(046)
               VALUE "4VCLOSURE          EMERGENCY CLOSURE          ".
           05  FILLER                       PIC X(046)
               VALUE "4OFORECAST         DEMAND FORECAST            ".
           05  FILLER                       PIC X(046)
               VALUE "4OUPTAKE           PUPIL ROLL AND UPTAKE      ".
           05  FILLER                       PIC X(046)
               VALUE "4OROUTE            DELIVERY ROUTES            ".
           05  FILLER                       PIC X(046)
               VALUE "4OVEHICLE          DELIVERY VANS              ".
           05  FILLER                       PIC X(046)
               VALUE "4OREPORT-LOADPLAN  VAN LOAD PLAN              ".
           05  FILLER                       PIC X(046)
               VALUE "4OREPORT-ETA       DELIVERY ARRIVAL SCHEDULE  ".
           05  FILLER                       PIC X(046)
               VALUE "4ODISPATCH         DISPATCH NOTES             ".
           05  FILLER                       PIC X(046)
               VALUE "4OPODENTRY         PROOF OF DELIVERY          ".
           05  FILLER                       PIC X(046)
               VALUE "4OPODIMP           IMPORT DRIVER POD FILE     ".
           05  FILLER                       PIC X(046)
               VALUE "4OTRAYSTMT         RETURNABLE TRAYS           ".
           05  FILLER                       PIC X(046)
               VALUE "4OCONTRADD         CONTRACT PRICES            ".
           05  FILLER                       PIC X(046)
               VALUE "4OCONTREN          CONTRACT RENEWAL RUN       ".
           05  FILLER                       PIC X(046)
               VALUE "4OQUOTE            QUOTATIONS                 ".
           05  FILLER                       PIC X(046)
               VALUE "4OINCIDENT         INCIDENTS AND COMPLAINTS   ".
           05  FILLER                       PIC X(046)
               VALUE "4OREPORT-CONTR-EXP EXPIRING CONTRACTS         ".
           05  FILLER                       PIC X(046)
               VALUE "4OREPORT-MARGIN    MARGIN REPORT              ".
           05  FILLER                       PIC X(046)
               VALUE "4OREPORT-PROFIT    SCHOOL PROFITABILITY       ".
           05  FILLER                       PIC X(046)
               VALUE "4OREPORT-FILLRATE  FILL RATE REPORT           ".
           05  FILLER                       PIC X(046)
               VALUE "4OREPORT-INCIDENT  INCIDENT ANALYSIS          ".
           05  FILLER                       PIC X(046)
               VALUE "4OREPORT-SALESMIX  SANDWICH SALES MIX         ".
           05  FILLER                       PIC X(046)
               VALUE "5OSCHINV           SCHOOL INVOICING RUN       ".
           05  FILLER                       PIC X(046)
               VALUE "5OCNCLINV          COUNCIL BILLING            ".
           05  FILLER                       PIC X(046)
               VALUE "5OCOUNCIL          COUNCILS                   ".
           05  FILLER                       PIC X(046)
               VALUE "5OCREDNOTE         CREDIT NOTES               ".
           05  FILLER                       PIC X(046)
               VALUE "5OCASHRCPT         CASH RECEIPTS              ".
           05  FILLER                       PIC X(046)
               VALUE "5ODDEBIT           DIRECT DEBIT COLLECTIONS   ".
           05  FILLER                       PIC X(046)
               VALUE "5OWRITEOFF         BAD DEBT WRITE-OFFS        ".
           05  FILLER                       PIC X(046)
               VALUE "5ODOCCANCEL        DOCUMENT SERIES & CANCELS  ".
           05  FILLER                       PIC X(046)
               VALUE "5OSTATEMENT        STATEMENTS OF ACCOUNT      ".
           05  FILLER                       PIC X(046)
               VALUE "5OSCHINQ           SCHOOL ACCOUNT INQUIRY     ".
           05  FILLER                       PIC X(046)
               VALUE "5OCUSTOMER         CUSTOMER ACCOUNTS          ".
           05  FILLER                       PIC X(046)
               VALUE "5OEVENTORD         EVENT ORDERS               ".
           05  FILLER                       PIC X(046)
               VALUE "5PSUPPINV          SUPPLIER INVOICES          ".
           05  FILLER                       PIC X(046)
               VALUE "5PSINVIMP          IMPORT SUPPLIER E-INVOICES ".
           05  FILLER                       PIC X(046)
               VALUE "5PREPORT-INV-MATCH THREE-WAY MATCH            ".
           05  FILLER                       PIC X(046)
               VALUE "5PREPORT-PPV       PURCHASE PRICE VARIANCE    ".
           05  FILLER                       PIC X(046)
               VALUE "5PREPORT-LANDED    LANDED COST BY SUPPLIER    ".
           05  FILLER                       PIC X(046)
               VALUE "5PCASH-FORECAST    CASH REQUIREMENTS          ".
           05  FILLER                       PIC X(046)
               VALUE "5PREMIT-RUN        REMITTANCE RUN             ".
           05  FILLER                       PIC X(046)
               VALUE "5VREMIT-REL        RELEASE PAYMENT RUNS       ".
           05  FILLER                       PIC X(046)
               VALUE "5PSUPPBANK         SUPPLIER BANK DETAILS      ".
           05  FILLER                       PIC X(046)
               VALUE "5PSUPPSTMT         SUPPLIER STATEMENT RECON   ".
           05  FILLER                       PIC X(046)
               VALUE "5PSUPPLEDG         SUPPLIER LEDGER & AGEING   ".
           05  FILLER                       PIC X(046)
               VALUE "6VACCTMAP          ACCOUNT MAPPING            ".
           05  FILLER                       PIC X(046)
               VALUE "6VTAXADD           TAX CODES                  ".
           05  FILLER                       PIC X(046)
               VALUE "6VGL-EXPORT        GENERAL LEDGER EXPORT      ".
           05  FILLER                       PIC X(046)
               VALUE "6VGLINQ            GL JOURNAL INQUIRY         ".
           05  FILLER                       PIC X(046)
               VALUE "6VBANKRECON        BANK RECONCILIATION        ".
           05  FILLER                       PIC X(046)
               VALUE "6VBUDGET           BUDGETS                    ".
           05  FILLER                       PIC X(046)
               VALUE "6VVAT-RETURN       VAT RETURN                 ".
           05  FILLER                       PIC X(046)
               VALUE "6VSAFT-EXPORT      SAF-T TAX FILE             ".
           05  FILLER                       PIC X(046)
               VALUE "6VREPORT-TREND     PERIOD TREND               ".
           05  FILLER                       PIC X(046)
               VALUE "6VPERIOD-CLOSE     MONTH-END CLOSE            ".
           05  FILLER                       PIC X(046)
               VALUE "6VYEAREND          YEAR-END CLOSE             ".
           05  FILLER                       PIC X(046)
               VALUE "6VARCHIVE          ARCHIVE AND PURGE          ".
           05  FILLER                       PIC X(046)
               VALUE "7 DASHBOARD        MORNING DASHBOARD          ".
           05  FILLER                       PIC X(046)
               VALUE "7 SEARCH-ALL       NAME SEARCH                ".
           05  FILLER                       PIC X(046)
               VALUE "7 NOTIFYVIEW       NOTIFICATION QUEUE         ".
           05  FILLER                       PIC X(046)
               VALUE "7VNOTIFY-SEND      SEND NOTIFICATIONS         ".
           05  FILLER                       PIC X(046)
               VALUE "7 RPTCATVIEW       REPORT CATALOG             ".
           05  FILLER                       PIC X(046)
               VALUE "7 RPTDIST          REPORT DISTRIBUTION        ".
           05  FILLER                       PIC X(046)
               VALUE "7 RUNLOGVIEW       RUN LOG                    ".
           05  FILLER                       PIC X(046)
               VALUE "7VDAYCLOSE         END-OF-DAY CLOSE           ".
           05  FILLER                       PIC X(046)
               VALUE "7VNIGHTRUN         NIGHTLY BATCH              ".
           05  FILLER                       PIC X(046)
               VALUE "7VBI-EXTRACT       ANALYTICAL EXTRACT         ".
           05  FILLER                       PIC X(046)
               VALUE "7 TXMAINT          TRANSMISSION REGISTER      ".
           05  FILLER                       PIC X(046)
               VALUE "7 REPORT-TXEXCEPT  TRANSMISSION EXCEPTIONS    ".
           05  FILLER                       PIC X(046)
               VALUE "7VBACKUP-RUN       BACKUP                     ".
           05  FILLER                       PIC X(046)
               VALUE "7VRELOAD-RUN       RELOAD A FILE              ".
           05  FILLER                       PIC X(046)
               VALUE "7VREINDEX          REINDEX INGREDIENTS        ".
           05  FILLER                       PIC X(046)
               VALUE "7VREPORT-INTEGRITY FILE INTEGRITY CHECK       ".
           05  FILLER                       PIC X(046)
               VALUE "7VTAKEON           OPENING BALANCE TAKE-ON    ".
           05  FILLER                       PIC X(046)
               VALUE "7VTRAINSEED        RESET TRAINING SANDBOX     ".
           05  FILLER                       PIC X(046)
               VALUE "7VOPERADD          OPERATORS                  ".
           05  FILLER                       PIC X(046)
               VALUE "7VREPORT-SECLOG    SECURITY LOG REVIEW        ".
           05  FILLER                       PIC X(046)
               VALUE "7VSODCHECK         DUTIES SEGREGATION REVIEW  ".
       01  FILLER REDEFINES MENU-ENTRIES.
           05  MENU-ENTRY OCCURS MAX-ENTRIES TIMES.
               10  ME-AREA                  PIC 9(001).
               10  ME-PERM                  PIC X(001).
               10  ME-PROGRAM               PIC X(017).
               10  ME-LABEL                 PIC X(027).

       01  AREA-ENTRIES.
           05  AREA-ENTRY-IX OCCURS MAX-AREA-ENTRIES TIMES
               PIC 9(003).
       77  AREA-COUNT                       PIC 9(002).
       77  ENTRY-IX                         PIC 9(003).
       77  LIST-IX                          PIC 9(002).
       77  SCREEN-ROW                       PIC 9(002).
       77  SCREEN-COL                       PIC 9(002).

       01  LIST-LINE.
           05  LL-NUMBER                    PIC Z9.
           05  FILLER                       PIC X(003) VALUE " - ".
           05  LL-LABEL                     PIC X(027).

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           03 BLANK SCREEN.
      ******************************************************************
       01  MAIN-SCREEN
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE SPACES PIC X(120) LINE 02 COL 01.
           05 VALUE SPACES PIC X(120) LINE 03 COL 01.
           05 VALUE SPACES PIC X(120) LINE 04 COL 01.
           05 VALUE MODULE-NAME-VIEW LINE 03 COL 43.
           05 VALUE TXT-OPERATOR LINE 03 COL 95.
           05 PIC X(008) LINE 03 COL PLUS 1 FROM SIGNED-ON-OPERATOR.
           05 VALUE SPACES PIC X(95)  LINE 24 COL 01.
           05 VALUE SPACES PIC X(95)  LINE 25 COL 01.
           05 VALUE SPACES PIC X(95)  LINE 26 COL 01.
           05 VALUE BACK-EXIT LINE 25  COL 100 FOREGROUND-COLOR 5.
      ******************************************************************
       01  AREA-MENU
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0 AUTO REQUIRED.
           03 VALUE AREA-MENU-OPTION1 LINE 08 COL 45.
           03 VALUE AREA-MENU-OPTION2 LINE 09 COL 45.
           03 VALUE AREA-MENU-OPTION3 LINE 10 COL 45.
           03 VALUE AREA-MENU-OPTION4 LINE 11 COL 45.
           03 VALUE AREA-MENU-OPTION5 LINE 12 COL 45.
           03 VALUE AREA-MENU-OPTION6 LINE 13 COL 45.
           03 VALUE AREA-MENU-OPTION7 LINE 14 COL 45.
           03 VALUE AREA-MENU-OPTION8 LINE 15 COL 45.
           03 VALUE MAIN-MENU-CHOICE LINE 17 COL 45.
           03 AM-OPTION PIC 9(001) LINE 17 COL PLUS 2
               TO AREA-OPTION BLANK WHEN ZERO.
      ******************************************************************
       01  ENTRY-MENU
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0 AUTO REQUIRED.
           03 PIC X(030) LINE 06 COL 45 FROM AREA-TITLE.
           03 VALUE ENTRY-MENU-BACK LINE 20 COL 10.
           03 VALUE MAIN-MENU-CHOICE LINE 22 COL 10.
           03 EM-OPTION PIC 9(002) LINE 22 COL PLUS 2
               TO ENTRY-OPTION.
      ******************************************************************
       01 ERROR-ZONE
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE SPACES PIC X(095) LINE 24 COL 01.
           05 VALUE SPACES PIC X(095) LINE 25 COL 01.
           05 VALUE SPACES PIC X(095) LINE 26 COL 01.
           05 ERROR-TEXT LINE 25 COL 03 PIC X(085)
               FOREGROUND-COLOR 4 BACKGROUND-COLOR 7.
           05 SCREEN-DUMMY1 LINE 26 COL 95 PIC X TO DUMMY AUTO.
      ******************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *> NO MENU WITHOUT A GOOD SIGN-ON; SIGNON ANSWERS WITH A
      *> NON-ZERO RETURN-CODE WHEN THE OPERATOR GAVE UP
           MOVE ZERO TO RETURN-CODE
           CALL "SIGNON"
           CANCEL "SIGNON"
           IF RETURN-CODE NOT = ZERO
               EXIT PROGRAM
           END-IF
           CALL "GETOPER" USING SIGNED-ON-OPERATOR
           PERFORM WITH TEST AFTER UNTIL AREA-OPTION-LEAVE
               MOVE ZERO TO AREA-OPTION
               PERFORM 050-PAINT-FRAME
               DISPLAY AREA-MENU
               ACCEPT AREA-MENU
               IF KEYSTATUS = 1003
                   MOVE 8 TO AREA-OPTION
               END-IF
               EVALUATE TRUE
                   WHEN AREA-OPTION-LEAVE
                       CONTINUE
                   WHEN AREA-OPTION-VALID
                       PERFORM 100-AREA-MENU
                   WHEN OTHER
                       MOVE MAIN-MENU-ERROR TO ERROR-TEXT
                       ACCEPT ERROR-ZONE
               END-EVALUATE
           END-PERFORM
           EXIT PROGRAM.

       050-PAINT-FRAME SECTION.
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           CALL "TRNBANNER"
       EXIT SECTION.

      *> THE AREA'S LIST IS BUILT AGAIN EACH TIME, SO A MODULE THAT
      *> CHANGES THE OPERATOR FILE CANNOT LEAVE A STALE MENU BEHIND
       100-AREA-MENU SECTION.
           EVALUATE AREA-OPTION
               WHEN 1 MOVE AREA-MENU-OPTION1 TO AREA-TITLE
               WHEN 2 MOVE AREA-MENU-OPTION2 TO AREA-TITLE
               WHEN 3 MOVE AREA-MENU-OPTION3 TO AREA-TITLE
               WHEN 4 MOVE AREA-MENU-OPTION4 TO AREA-TITLE
               WHEN 5 MOVE AREA-MENU-OPTION5 TO AREA-TITLE
               WHEN 6 MOVE AREA-MENU-OPTION6 TO AREA-TITLE
               WHEN 7 MOVE AREA-MENU-OPTION7 TO AREA-TITLE
           END-EVALUATE
           PERFORM WITH TEST AFTER UNTIL ENTRY-OPTION = ZERO
               PERFORM 110-BUILD-AREA-LIST
               IF AREA-COUNT = ZERO
                   PERFORM 050-PAINT-FRAME
                   MOVE ERROR-AREA-EMPTY TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
                   EXIT SECTION
               END-IF
               MOVE ZERO TO ENTRY-OPTION
               PERFORM 050-PAINT-FRAME
               PERFORM 120-SHOW-AREA-LIST
               DISPLAY ENTRY-MENU
               ACCEPT ENTRY-MENU
               IF KEYSTATUS = 1003
                   MOVE ZERO TO ENTRY-OPTION
               END-IF
               EVALUATE TRUE
                   WHEN ENTRY-OPTION = ZERO
                       CONTINUE
                   WHEN ENTRY-OPTION <= AREA-COUNT
                       PERFORM 200-RUN-MODULE
                   WHEN OTHER
                       MOVE MAIN-MENU-ERROR TO ERROR-TEXT
                       ACCEPT ERROR-ZONE
               END-EVALUATE
           END-PERFORM
       EXIT SECTION.

      *> A LOWER-CASE CODE ASKS CHKPERM QUIETLY: LISTING THE MENU
      *> IS NOT AN ATTEMPT TO USE THE MODULE, SO NOTHING IS WRITTEN
      *> TO THE SECURITY LOG FOR THE ENTRIES LEFT OFF
       110-BUILD-AREA-LIST SECTION.
           MOVE ZERO TO AREA-COUNT
           PERFORM VARYING ENTRY-IX FROM 1 BY 1
               UNTIL ENTRY-IX > MAX-ENTRIES
               OR AREA-COUNT = MAX-AREA-ENTRIES
               IF ME-AREA (ENTRY-IX) = AREA-OPTION
                   IF ME-PERM (ENTRY-IX) = SPACE
                       MOVE "Y" TO PERM-GRANTED
                   ELSE
                       MOVE LOWER-CASE (ME-PERM (ENTRY-IX))
                           TO PERM-CODE
                       CALL "CHKPERM" USING PERM-QUESTION
                   END-IF
                   IF PERM-GRANTED = "Y"
                       ADD 1 TO AREA-COUNT
                       MOVE ENTRY-IX TO AREA-ENTRY-IX (AREA-COUNT)
                   END-IF
               END-IF
           END-PERFORM
       EXIT SECTION.

      *> THREE COLUMNS OF UP TO 13 ENTRIES ON LINES 07 TO 19, AT
      *> COLUMNS 10, 45 AND 80, CLEAR OF THE BACK LINE ON ROW 20
       120-SHOW-AREA-LIST SECTION.
           PERFORM VARYING LIST-IX FROM 1 BY 1
               UNTIL LIST-IX > AREA-COUNT
               MOVE AREA-ENTRY-IX (LIST-IX) TO ENTRY-IX
               MOVE LIST-IX TO LL-NUMBER
               MOVE ME-LABEL (ENTRY-IX) TO LL-LABEL
               EVALUATE TRUE
                   WHEN LIST-IX > ROWS-PER-COLUMN * 2
                       COMPUTE SCREEN-ROW =
                           6 + LIST-IX - ROWS-PER-COLUMN * 2
                       MOVE 80 TO SCREEN-COL
                   WHEN LIST-IX > ROWS-PER-COLUMN
                       COMPUTE SCREEN-ROW =
                           6 + LIST-IX - ROWS-PER-COLUMN
                       MOVE 45 TO SCREEN-COL
                   WHEN OTHER
                       COMPUTE SCREEN-ROW = 6 + LIST-IX
                       MOVE 10 TO SCREEN-COL
               END-EVALUATE
               DISPLAY LIST-LINE AT LINE SCREEN-ROW COL SCREEN-COL
                   WITH BACKGROUND-COLOR 7 FOREGROUND-COLOR 0
           END-PERFORM
       EXIT SECTION.

      *> SAME CALL AND CANCEL AS NIGHTRUN'S STEPS; AN ABORTED
      *> MODULE'S RETURN-CODE IS CLEARED SO IT DOES NOT LOOK LIKE A
      *> SIGN-ON FAILURE NEXT TIME ROUND
       200-RUN-MODULE SECTION.
           MOVE AREA-ENTRY-IX (ENTRY-OPTION) TO ENTRY-IX
           MOVE SPACES TO CALL-PROGRAM
           MOVE ME-PROGRAM (ENTRY-IX) TO CALL-PROGRAM
           MOVE ZERO TO RETURN-CODE
           CALL CALL-PROGRAM
               ON EXCEPTION
                   PERFORM 050-PAINT-FRAME
                   MOVE ERROR-NOT-INSTALLED TO ERROR-TEXT
                   ACCEPT ERROR-ZONE
               NOT ON EXCEPTION
                   CANCEL CALL-PROGRAM
           END-CALL
           MOVE ZERO TO RETURN-CODE
           MOVE ZERO TO KEYSTATUS
       EXIT SECTION.

      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SCHOOL INVOICING
      ******************************************************************
      *    DIRECT DEBIT MODULE - HOLDS THE DIRECT DEBIT MANDATES
      *    SIGNED BY A SCHOOL OR BY A COUNCIL PAYING FOR ITS MEMBER
      *    SCHOOLS (REFERENCE, SIGNATURE DATE, DEBTOR ACCOUNT AND
      *    STATUS) ON FXDDMAND, AND RUNS THE COLLECTIONS:
      *    - THE COLLECTION RUN PICKS THE OPEN FXSCHINV INVOICES DUE
      *      BY A CHOSEN DATE (PERIOD END PLUS OUR 30-DAY TERMS, AS
      *      THE STATEMENT AGES THEM) WHOSE SCHOOL OR COUNCIL HOLDS
      *      AN ACTIVE MANDATE, WRITES THE BANK COLLECTION FILE
      *      DDCOLL-<RUN>.DAT WITH A CONTROL-TOTAL TRAILER, KEEPS
      *      EACH LINE ON FXDDCOLL AND MARKS THE INVOICE AS IN
      *      COLLECTION.
      *    - ONCE THE COLLECTION DATE HAS PASSED, THE SETTLED LINES
      *      ARE POSTED AS RECEIPTS AND ALLOCATIONS EXACTLY AS
      *      CASHRCPT RECORDS THEM.
      *    - A COLLECTION THE BANK REPORTS RETURNED OR UNPAID
      *      REVERSES ITS RECEIPT AND REOPENS THE INVOICE.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDEBIT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       CRT STATUS IS KEYSTATUS.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

               SELECT FXDDMAND ASSIGN TO "FXDDMAND"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DDM-ID
                   FILE STATUS DDM-STATUS-FS.

               SELECT FXDDCOLL ASSIGN TO "FXDDCOLL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DDC-ID
                   FILE STATUS DDC-STATUS-FS.

               SELECT FXSCHINV ASSIGN TO "FXSCHINV"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SCHINV-ID
                   FILE STATUS SCHINV-STATUS-FS.

               SELECT FXSCHOOL ASSIGN TO "FXSCHOOLS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SCHOOL-ID
                   FILE STATUS SCHOOL-STATUS.

               SELECT FXCOUNCIL ASSIGN TO "FXCOUNCIL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CNCL-ID
                   FILE STATUS CNCL-STATUS-FS.

               SELECT FXCASHRCPT ASSIGN TO "FXCASHRCPT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RCPT-ID
                   FILE STATUS RCPT-STATUS-FS.

               SELECT FXRCPTALLOC ASSIGN TO "FXRCPTALLOC"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RAL-ID
                   FILE STATUS RAL-STATUS-FS.

               SELECT COLLECTION-FILE ASSIGN TO COLLECTION-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS COLLECTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FXDDMAND.
           COPY FD-DDMANDATE.
       FD FXDDCOLL.
           COPY FD-DDCOLL.
       FD FXSCHINV.
           COPY FD-SCHINV.
       FD FXSCHOOL.
           COPY SCHOOLFX.
       FD FXCOUNCIL.
           COPY FD-COUNCIL.
       FD FXCASHRCPT.
           COPY FD-CASHRCPT.
       FD FXRCPTALLOC.
           COPY FD-RCPTALLOC.
       FD COLLECTION-FILE.
       01  COLLECTION-RECORD                PIC X(130).

       WORKING-STORAGE SECTION.
       COPY LK-RUNLOG.

       78  MODULE-NAME-VIEW    VALUE "DIRECT DEBIT".
       78  BACK-EXIT           VALUE "F3 - BACK".
       78  MAIN-MENU-CHOICE    VALUE "PLEASE CHOOSE AN OPTION".
       78  MAIN-MENU-ERROR
               VALUE "INVALID OPTION, PLEASE SELECT A VALID OPTION. "-
           "PRESS ANY KEY TO CONTINUE".
       78  DDB-MENU-OPTION1    VALUE "1 - RECORD / CHANGE MANDATE".
       78  DDB-MENU-OPTION2    VALUE "2 - LIST MANDATES".
       78  DDB-MENU-OPTION3    VALUE "3 - COLLECTION RUN".
       78  DDB-MENU-OPTION4    VALUE "4 - POST SETTLED COLLECTIONS".
       78  DDB-MENU-OPTION5    VALUE "5 - RECORD RETURNED COLLECTION".
       78  DDB-MENU-OPTION6    VALUE "6 - BACK".
       78  DDB-TEXT-TYPE
           VALUE "ACCOUNT TYPE (S)CHOOL/(C)OUNCIL:".
       78  DDB-TEXT-ACCOUNT    VALUE "      SCHOOL / COUNCIL ID:".
       78  DDB-TEXT-REF        VALUE "       MANDATE REFERENCE:".
       78  DDB-TEXT-SIGNED     VALUE "  SIGNATURE DATE YYYYMMDD:".
       78  DDB-TEXT-DEBTOR     VALUE "             DEBTOR NAME:".
       78  DDB-TEXT-IBAN       VALUE "          DEBTOR ACCOUNT:".
       78  DDB-TEXT-STATUS
           VALUE "STATUS (A)CTIVE/(S)USPENDED/(C)ANCELLED:".
       78  DDB-TEXT-DUE-BY
           VALUE "COLLECT INVOICES DUE BY (YYYYMMDD):".
       78  DDB-TEXT-COLLECT
           VALUE "   BANK COLLECTION DATE (YYYYMMDD):".
       78  DDB-TEXT-INVOICE    VALUE "          INVOICE:".
       78  DDB-TEXT-RET-DATE   VALUE "RETURNED (YYYYMMDD):".
       78  DDB-TEXT-RET-CODE   VALUE "  BANK REASON CODE:".
       78  ERROR-BAD-TYPE
           VALUE "ACCOUNT TYPE MUST BE S (SCHOOL) OR C (COUNCIL)".
       78  ERROR-SCHOOL-NO     VALUE "SCHOOL ID DOESN'T EXIST".
       78  ERROR-COUNCIL-NO    VALUE "COUNCIL ID DOESN'T EXIST".
       78  ERROR-BAD-STATUS
           VALUE "STATUS MUST BE A, S OR C".
       78  ERROR-BAD-DATE      VALUE "INVALID DATE".
       78  ERROR-COLLECT-PAST
           VALUE "THE COLLECTION DATE CANNOT BE IN THE PAST".
       78  ERROR-NOTHING-DUE
           VALUE "NO MANDATED INVOICE IS DUE BY THAT DATE".
       78  ERROR-NO-COLLECTION
           VALUE "NO COLLECTION OF THAT INVOICE IS ON FILE".
       78  CONFIRM-MANDATE     VALUE "MANDATE SAVED".
       78  MESSAGE-SAVE
           VALUE "DO YOU WANT TO SAVE THIS MANDATE? (Y)ES/(N)O".
       78  RUN-DONE
           VALUE "COLLECTION FILE WRITTEN - INVOICES: ".
       78  RUN-DONE-TOTAL      VALUE "  TOTAL: ".
       78  POST-DONE
           VALUE "SETTLED COLLECTIONS POSTED AS RECEIPTS: ".
       78  RETURN-DONE
           VALUE "COLLECTION RETURNED - THE INVOICE IS OPEN AGAIN".
       78  EMPTY-LIST-TEXT     VALUE "NOTHING TO LIST, PRESS ANY KEY".
       78  VIEW-END-TEXT       VALUE "END OF LIST, PRESS ANY KEY".
       78  VIEW-NEXT-TEXT      VALUE "PRESS ANY KEY FOR THE NEXT PAGE".
       78  ERROR-FILE-STATUS-MSG
           VALUE "FILE ERROR, STATUS CODE: ".
      *> OUR TERMS TO SCHOOLS, COUNTED FROM THE INVOICE PERIOD END
       78  SCHOOL-PAYMENT-TERMS             VALUE 30.

       77  DUMMY                            PIC X(001).
       77  KEYSTATUS                        PIC 9(004).
       77  DDM-STATUS-FS                    PIC 9(002).
       77  DDC-STATUS-FS                    PIC 9(002).
       77  SCHINV-STATUS-FS                 PIC 9(002).
       77  SCHOOL-STATUS                    PIC 9(002).
       77  CNCL-STATUS-FS                   PIC 9(002).
       77  RCPT-STATUS-FS                   PIC 9(002).
       77  RAL-STATUS-FS                    PIC 9(002).
       77  COLLECTION-STATUS                PIC 9(002).
       77  FILE-ERROR-STATUS                PIC 9(002).

       01  MAIN-OPTION                      PIC 9(001).
           88  MAIN-OPTION-EXIT             VALUE 6.

       01  DDM-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-DDM                      VALUE "Y".
       01  DDC-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-DDC                      VALUE "Y".
       01  SCHINV-EOF-FLAG                  PIC X(001) VALUE "N".
           88  EOF-SCHINV                   VALUE "Y".
       01  RCPT-EOF-FLAG                    PIC X(001) VALUE "N".
           88  EOF-RCPT                     VALUE "Y".

       01  SAVE-IT1                         PIC X(002).
           88  SAVE-IT1-YES                 VALUE "Y" "y" "S" "s".
           88  SAVE-IT1-VALID
               VALUE "Y" "y" "N" "n" "S" "s".

       01  BISSEXTO                         PIC X(001) VALUE "N".
           88  BISSEXTO-YES                 VALUE "S".
       01  VALID-DATE-FLAG                  PIC X(001) VALUE "N".
           88  VALID-DATE-YES               VALUE "Y".
       01  GEN-DATE.
           05  GEN-YEAR                     PIC 9(004).
           05  GEN-MONTH                    PIC 9(002).
           05  GEN-DAY                      PIC 9(002).
       01  GEN-DATE-NUM REDEFINES GEN-DATE  PIC 9(008).

       01  ASK-TYPE                         PIC X(001).
       01  ASK-ACCOUNT-ID                   PIC 9(005).
       01  ASK-REFERENCE                    PIC X(020).
       01  ASK-SIGNED-DATE                  PIC 9(008).
       01  ASK-DEBTOR-NAME                  PIC X(040).
       01  ASK-IBAN                         PIC X(034).
       01  ASK-STATUS                       PIC X(001).
       01  ASK-DUE-BY                       PIC 9(008).
       01  ASK-COLLECT-DATE                 PIC 9(008).
       01  ASK-INV-ID                       PIC 9(006).
       01  ASK-RETURN-DATE                  PIC 9(008).
       01  ASK-RETURN-CODE                  PIC X(004).
       01  ACCOUNT-FOUND                    PIC X(001).
           88  ACCOUNT-FOUND-YES            VALUE "Y".
       01  MANDATE-FOUND                    PIC X(001).
           88  MANDATE-FOUND-YES            VALUE "Y".
       01  MANDATE-ON-FILE                  PIC X(001).
           88  MANDATE-ON-FILE-YES          VALUE "Y".
       01  COLLECTION-FOUND                 PIC X(001).
           88  COLLECTION-FOUND-YES         VALUE "Y".
       01  FOUND-DDC-ID                     PIC X(010).

       01  TODAY-DATE                       PIC 9(008).
       01  DUE-DAY-NUMBER                   PIC 9(007).
       01  DUE-BY-DAY-NUMBER                PIC 9(007).
       01  OPEN-BALANCE                     PIC 9(007)V99.
       01  RUN-ID                           PIC 9(006).
       01  RUN-LINE-NO                      PIC 9(004).
       01  RUN-COUNT                        PIC 9(006).
       01  RUN-TOTAL                        PIC 9(011)V99.
       01  NEXT-RCPT-ID                     PIC 9(006).
       01  POSTED-COUNT                     PIC 9(006).
       01  RUN-START-STAMP                  PIC 9(014).
       01  COLLECTION-FILENAME              PIC X(040).
       01  DONE-COUNT                       PIC ZZZZZ9.
       01  DONE-TOTAL                       PIC ZZZZZZZZZZ9.99.
       77  LINE-ON-PAGE                     PIC 9(002).
       77  SCREEN-LIN                       PIC 9(002).

      *> BANK COLLECTION FILE: A HEADER, ONE DEBIT PER INVOICE AND
      *> A TRAILER CARRYING THE CONTROL COUNT AND TOTAL THE BANK
      *> CHECKS BEFORE IT ACCEPTS THE FILE
       01  COLL-HEADER.
           05  FILLER                       PIC X(001) VALUE "H".
           05  FILLER                       PIC X(001) VALUE SPACE.
           05  CH-RUN-ID                    PIC 9(006).
           05  FILLER                       PIC X(001) VALUE SPACE.
           05  CH-CREATED                   PIC 9(008).
           05  FILLER                       PIC X(001) VALUE SPACE.
           05  CH-COLLECT-DATE              PIC 9(008).
       01  COLL-DETAIL.
           05  FILLER                       PIC X(001) VALUE "D".
           05  FILLER                       PIC X(001) VALUE SPACE.
           05  CD-MANDATE-REF               PIC X(020).
           05  FILLER                       PIC X(001) VALUE SPACE.
           05  CD-SIGNED-DATE               PIC 9(008).
           05  FILLER                       PIC X(001) VALUE SPACE.
           05  CD-DEBTOR-NAME               PIC X(040).
           05  FILLER                       PIC X(001) VALUE SPACE.
           05  CD-IBAN                      PIC X(034).
           05  FILLER                       PIC X(001) VALUE SPACE.
           05  CD-AMOUNT                    PIC 9(007).99.
           05  FILLER                       PIC X(001) VALUE SPACE.
           05  CD-INV-ID                    PIC 9(006).
       01  COLL-TRAILER.
           05  FILLER                       PIC X(001) VALUE "T".
           05  FILLER                       PIC X(001) VALUE SPACE.
           05  CT-COUNT                     PIC 9(006).
           05  FILLER                       PIC X(001) VALUE SPACE.
           05  CT-TOTAL                     PIC 9(011).99.

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
           05 VALUE SPACES PIC X(95)  LINE 24 COL 01.
           05 VALUE SPACES PIC X(95)  LINE 25 COL 01.
           05 VALUE SPACES PIC X(95)  LINE 26 COL 01.
           05 VALUE BACK-EXIT LINE 25  COL 100 FOREGROUND-COLOR 5.
      ******************************************************************
       01  DDB-MENU
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0 AUTO REQUIRED.
           03 VALUE DDB-MENU-OPTION1 LINE 10 COL 35.
           03 VALUE DDB-MENU-OPTION2 LINE 11 COL 35.
           03 VALUE DDB-MENU-OPTION3 LINE 12 COL 35.
           03 VALUE DDB-MENU-OPTION4 LINE 13 COL 35.
           03 VALUE DDB-MENU-OPTION5 LINE 14 COL 35.
           03 VALUE DDB-MENU-OPTION6 LINE 15 COL 35.
           03 VALUE MAIN-MENU-CHOICE LINE 17 COL 35.
           03 DM-OPTION PIC 9(001) LINE 17 COL PLUS 2
               TO MAIN-OPTION BLANK WHEN ZERO.
      ******************************************************************
       01  ASK-ACCOUNT-SCREEN.
           05 VALUE DDB-TEXT-TYPE LINE 08 COL 10.
           05 AA-TYPE PIC X(001) LINE 08 COL PLUS 1
               TO ASK-TYPE REQUIRED.
           05 VALUE DDB-TEXT-ACCOUNT LINE 10 COL 16.
           05 AA-ACCOUNT PIC 9(005) LINE 10 COL PLUS 1
               TO ASK-ACCOUNT-ID REQUIRED AUTO.
      ******************************************************************
       01  MANDATE-SCREEN.
           05 VALUE DDB-TEXT-REF LINE 12 COL 16.
           05 MD-REF PIC X(020) LINE 12 COL PLUS 1
               USING ASK-REFERENCE REQUIRED.
           05 VALUE DDB-TEXT-SIGNED LINE 13 COL 16.
           05 MD-SIGNED PIC 9(008) LINE 13 COL PLUS 1
               USING ASK-SIGNED-DATE REQUIRED.
           05 VALUE DDB-TEXT-DEBTOR LINE 14 COL 16.
           05 MD-DEBTOR PIC X(040) LINE 14 COL PLUS 1
               USING ASK-DEBTOR-NAME REQUIRED.
           05 VALUE DDB-TEXT-IBAN LINE 15 COL 16.
           05 MD-IBAN PIC X(034) LINE 15 COL PLUS 1
               USING ASK-IBAN REQUIRED.
           05 VALUE DDB-TEXT-STATUS LINE 16 COL 01.
           05 MD-STATUS PIC X(001) LINE 16 COL PLUS 1
               USING ASK-STATUS REQUIRED AUTO.
      ******************************************************************
       01  ASK-RUN-SCREEN.
           05 VALUE DDB-TEXT-DUE-BY LINE 08 COL 10.
           05 AR-DUE-BY PIC 9(008) LINE 08 COL PLUS 1
               TO ASK-DUE-BY REQUIRED.
           05 VALUE DDB-TEXT-COLLECT LINE 10 COL 10.
           05 AR-COLLECT PIC 9(008) LINE 10 COL PLUS 1
               TO ASK-COLLECT-DATE REQUIRED AUTO.
      ******************************************************************
       01  ASK-RETURN-SCREEN.
           05 VALUE DDB-TEXT-INVOICE LINE 08 COL 17.
           05 AT-INVOICE PIC 9(006) LINE 08 COL PLUS 1
               TO ASK-INV-ID REQUIRED.
           05 VALUE DDB-TEXT-RET-DATE LINE 10 COL 15.
           05 AT-DATE PIC 9(008) LINE 10 COL PLUS 1
               TO ASK-RETURN-DATE REQUIRED.
           05 VALUE DDB-TEXT-RET-CODE LINE 12 COL 16.
           05 AT-CODE PIC X(004) LINE 12 COL PLUS 1
               TO ASK-RETURN-CODE REQUIRED AUTO.
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
       01 SAVE-SCREEN
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 VALUE SPACES PIC X(095) LINE 24 COL 01.
           05 VALUE SPACES PIC X(095) LINE 25 COL 01.
           05 VALUE SPACES PIC X(095) LINE 26 COL 01.
           05 VALUE MESSAGE-SAVE LINE 25 COL 10
               FOREGROUND-COLOR 4 BACKGROUND-COLOR 7.
           05 SAVE-IT PIC X(002) LINE 25 COL PLUS 1 TO SAVE-IT1
               FOREGROUND-COLOR 4 BACKGROUND-COLOR 7 AUTO.
      ******************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM WITH TEST AFTER UNTIL MAIN-OPTION-EXIT
               OR KEYSTATUS = 1003
               MOVE ZERO TO MAIN-OPTION
               DISPLAY CLEAR-SCREEN
               DISPLAY MAIN-SCREEN
               CALL "TRNBANNER"
               DISPLAY DDB-MENU
               ACCEPT DDB-MENU
               EVALUATE MAIN-OPTION
                   WHEN 1
                       PERFORM 100-MAINTAIN-MANDATE
                   WHEN 2
                       PERFORM 200-LIST-MANDATES
                   WHEN 3
                       PERFORM 300-COLLECTION-RUN
                   WHEN 4
                       PERFORM 400-POST-SETTLED
                   WHEN 5
                       PERFORM 500-RECORD-RETURN
                   WHEN 6
                       CONTINUE
                   WHEN OTHER
                       MOVE MAIN-MENU-ERROR TO ERROR-TEXT
                       ACCEPT ERROR-ZONE
               END-EVALUATE
           END-PERFORM
           EXIT PROGRAM.

      *> ABORTS THE PROGRAM WITH A VISIBLE MESSAGE WHEN AN INDEXED
      *> FILE OPEN COMES BACK WITH A STATUS OTHER THAN "SUCCESS" OR
      *> "FILE DOES NOT EXIST YET" (35), INSTEAD OF SILENTLY READING
      *> FROM A HANDLE THAT NEVER ACTUALLY OPENED
       090-CHECK-FILE-STATUS SECTION.
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           CALL "TRNBANNER"
           STRING ERROR-FILE-STATUS-MSG DELIMITED BY SIZE
               FILE-ERROR-STATUS DELIMITED BY SIZE
               INTO ERROR-TEXT
           ACCEPT ERROR-ZONE
           MOVE 12 TO RETURN-CODE
           EXIT PROGRAM
       EXIT SECTION.

      *> ONE MANDATE PER SCHOOL OR COUNCIL: KEYING AN ACCOUNT THAT
      *> ALREADY HAS ONE BRINGS IT UP FOR CHANGE (A NEW REFERENCE
      *> AFTER A RE-SIGNATURE, A SUSPENSION, A CANCELLATION)
       100-MAINTAIN-MANDATE SECTION.
           MOVE SPACES TO ASK-TYPE
           MOVE ZERO TO ASK-ACCOUNT-ID
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           CALL "TRNBANNER"
           DISPLAY ASK-ACCOUNT-SCREEN
           ACCEPT ASK-ACCOUNT-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           MOVE UPPER-CASE (ASK-TYPE) TO ASK-TYPE
           MOVE ASK-TYPE TO DDM-ACCOUNT-TYPE
           IF NOT DDM-ACCOUNT-TYPE-VALID
               MOVE ERROR-BAD-TYPE TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           PERFORM 110-CHECK-ACCOUNT
           IF NOT ACCOUNT-FOUND-YES
               IF DDM-FOR-SCHOOL
                   MOVE ERROR-SCHOOL-NO TO ERROR-TEXT
               ELSE
                   MOVE ERROR-COUNCIL-NO TO ERROR-TEXT
               END-IF
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           PERFORM 120-READ-MANDATE
           IF MANDATE-ON-FILE-YES
               MOVE DDM-REFERENCE TO ASK-REFERENCE
               MOVE DDM-SIGNED-DATE TO ASK-SIGNED-DATE
               MOVE DDM-DEBTOR-NAME TO ASK-DEBTOR-NAME
               MOVE DDM-DEBTOR-IBAN TO ASK-IBAN
               MOVE DDM-STATUS TO ASK-STATUS
           ELSE
               MOVE SPACES TO ASK-REFERENCE ASK-DEBTOR-NAME ASK-IBAN
               MOVE ZERO TO ASK-SIGNED-DATE
               MOVE "A" TO ASK-STATUS
           END-IF
           DISPLAY MANDATE-SCREEN
           ACCEPT MANDATE-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           MOVE ASK-SIGNED-DATE TO GEN-DATE-NUM
           PERFORM 115-VALIDATE-DATE
           IF NOT VALID-DATE-YES
               MOVE ERROR-BAD-DATE TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE UPPER-CASE (ASK-STATUS) TO ASK-STATUS
           MOVE ASK-STATUS TO DDM-STATUS
           IF NOT DDM-STATUS-VALID
               MOVE ERROR-BAD-STATUS TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE SPACES TO SAVE-IT1
           PERFORM WITH TEST AFTER UNTIL SAVE-IT1-VALID
               DISPLAY SAVE-SCREEN
               ACCEPT SAVE-SCREEN
               IF KEYSTATUS = 1003
                   EXIT SECTION
               END-IF
           END-PERFORM
           IF SAVE-IT1-YES
               PERFORM 190-SAVE-MANDATE
           END-IF
       EXIT SECTION.

       110-CHECK-ACCOUNT SECTION.
           MOVE "N" TO ACCOUNT-FOUND
           IF ASK-TYPE = "S"
               OPEN INPUT FXSCHOOL
               IF SCHOOL-STATUS = ZERO THEN
                   MOVE ASK-ACCOUNT-ID TO SCHOOL-ID
                   READ FXSCHOOL
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO ACCOUNT-FOUND
                   END-READ
               END-IF
               CLOSE FXSCHOOL
           ELSE
               OPEN INPUT FXCOUNCIL
               IF CNCL-STATUS-FS = ZERO THEN
                   MOVE ASK-ACCOUNT-ID TO CNCL-ID
                   READ FXCOUNCIL
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO ACCOUNT-FOUND
                   END-READ
               END-IF
               CLOSE FXCOUNCIL
           END-IF
       EXIT SECTION.

       115-VALIDATE-DATE SECTION.
           MOVE "N" TO VALID-DATE-FLAG
           MOVE "N" TO BISSEXTO
           IF FUNCTION MOD (GEN-YEAR, 4) = 0 AND
               (FUNCTION MOD (GEN-YEAR, 100) NOT = 0 OR
                FUNCTION MOD (GEN-YEAR, 400) = 0)
               MOVE "S" TO BISSEXTO
           END-IF
           EVALUATE GEN-MONTH
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   IF GEN-DAY >= 1 AND GEN-DAY <= 31
                       MOVE "Y" TO VALID-DATE-FLAG
                   END-IF
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   IF GEN-DAY >= 1 AND GEN-DAY <= 30
                       MOVE "Y" TO VALID-DATE-FLAG
                   END-IF
               WHEN 2
                   IF BISSEXTO-YES AND GEN-DAY >= 1
                       AND GEN-DAY <= 29
                       MOVE "Y" TO VALID-DATE-FLAG
                   END-IF
                   IF NOT BISSEXTO-YES AND GEN-DAY >= 1
                       AND GEN-DAY <= 28
                       MOVE "Y" TO VALID-DATE-FLAG
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       EXIT SECTION.

       120-READ-MANDATE SECTION.
           MOVE "N" TO MANDATE-ON-FILE
           OPEN INPUT FXDDMAND
           IF DDM-STATUS-FS = ZERO THEN
               MOVE ASK-TYPE TO DDM-ACCOUNT-TYPE
               MOVE ASK-ACCOUNT-ID TO DDM-ACCOUNT-ID
               READ FXDDMAND
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO MANDATE-ON-FILE
               END-READ
           END-IF
           CLOSE FXDDMAND
       EXIT SECTION.

       190-SAVE-MANDATE SECTION.
           OPEN I-O FXDDMAND
           IF DDM-STATUS-FS = 35 THEN
               CLOSE FXDDMAND
               OPEN OUTPUT FXDDMAND
           ELSE
               IF DDM-STATUS-FS NOT = ZERO THEN
                   MOVE DDM-STATUS-FS TO FILE-ERROR-STATUS
                   PERFORM 090-CHECK-FILE-STATUS
               END-IF
           END-IF
           MOVE ASK-TYPE TO DDM-ACCOUNT-TYPE
           MOVE ASK-ACCOUNT-ID TO DDM-ACCOUNT-ID
           MOVE UPPER-CASE (ASK-REFERENCE) TO DDM-REFERENCE
           MOVE ASK-SIGNED-DATE TO DDM-SIGNED-DATE
           MOVE UPPER-CASE (ASK-DEBTOR-NAME) TO DDM-DEBTOR-NAME
           MOVE UPPER-CASE (ASK-IBAN) TO DDM-DEBTOR-IBAN
           MOVE ASK-STATUS TO DDM-STATUS
           CALL "GETOPER" USING DDM-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO DDM-LAST-DATE
           IF MANDATE-ON-FILE-YES
               REWRITE DDM-DETAILS
                   INVALID KEY CONTINUE
               END-REWRITE
           ELSE
               WRITE DDM-DETAILS
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF
           CLOSE FXDDMAND
           MOVE CONFIRM-MANDATE TO ERROR-TEXT
           ACCEPT ERROR-ZONE
       EXIT SECTION.

       200-LIST-MANDATES SECTION.
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           CALL "TRNBANNER"
           MOVE "N" TO DDM-EOF-FLAG
           MOVE ZERO TO LINE-ON-PAGE
           OPEN INPUT FXDDMAND
           IF DDM-STATUS-FS NOT = ZERO THEN
               CLOSE FXDDMAND
               MOVE EMPTY-LIST-TEXT TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           PERFORM UNTIL EOF-DDM
               READ FXDDMAND NEXT RECORD
                   AT END SET EOF-DDM TO TRUE
                   NOT AT END
                       PERFORM 210-SHOW-ONE-MANDATE
               END-READ
           END-PERFORM
           CLOSE FXDDMAND
           IF LINE-ON-PAGE = ZERO
               MOVE EMPTY-LIST-TEXT TO ERROR-TEXT
           ELSE
               MOVE VIEW-END-TEXT TO ERROR-TEXT
           END-IF
           ACCEPT ERROR-ZONE
       EXIT SECTION.

       210-SHOW-ONE-MANDATE SECTION.
           IF LINE-ON-PAGE >= 12
               MOVE VIEW-NEXT-TEXT TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               DISPLAY CLEAR-SCREEN
               DISPLAY MAIN-SCREEN
               CALL "TRNBANNER"
               MOVE ZERO TO LINE-ON-PAGE
           END-IF
           ADD 1 TO LINE-ON-PAGE
           COMPUTE SCREEN-LIN = 9 + LINE-ON-PAGE
           DISPLAY DDM-ACCOUNT-TYPE AT LINE SCREEN-LIN COL 05
           DISPLAY DDM-ACCOUNT-ID AT LINE SCREEN-LIN COL 07
           DISPLAY DDM-REFERENCE AT LINE SCREEN-LIN COL 14
           DISPLAY DDM-SIGNED-DATE AT LINE SCREEN-LIN COL 36
           DISPLAY DDM-DEBTOR-IBAN AT LINE SCREEN-LIN COL 46
           DISPLAY DDM-STATUS AT LINE SCREEN-LIN COL 82
       EXIT SECTION.

      *> EVERY OPEN INVOICE NOT ALREADY IN A COLLECTION IS DUE AT
      *> ITS PERIOD END PLUS OUR TERMS; WHEN THAT FALLS BY THE
      *> CHOSEN DATE AND THE SCHOOL, OR FAILING THAT ITS COUNCIL,
      *> HOLDS AN ACTIVE MANDATE SIGNED BEFORE THE COLLECTION DATE,
      *> THE OPEN BALANCE IS HANDED TO THE BANK
       300-COLLECTION-RUN SECTION.
           MOVE ZERO TO ASK-DUE-BY ASK-COLLECT-DATE
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           CALL "TRNBANNER"
           DISPLAY ASK-RUN-SCREEN
           ACCEPT ASK-RUN-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           MOVE ASK-DUE-BY TO GEN-DATE-NUM
           PERFORM 115-VALIDATE-DATE
           IF VALID-DATE-YES
               MOVE ASK-COLLECT-DATE TO GEN-DATE-NUM
               PERFORM 115-VALIDATE-DATE
           END-IF
           IF NOT VALID-DATE-YES
               MOVE ERROR-BAD-DATE TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-DATE
           IF ASK-COLLECT-DATE < TODAY-DATE
               MOVE ERROR-COLLECT-PAST TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:14) TO RUN-START-STAMP
           COMPUTE DUE-BY-DAY-NUMBER = INTEGER-OF-DATE (ASK-DUE-BY)
           PERFORM 310-NEXT-RUN-NUMBER
           OPEN I-O FXSCHINV
           IF SCHINV-STATUS-FS NOT = ZERO THEN
               CLOSE FXSCHINV
               MOVE ERROR-NOTHING-DUE TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           OPEN INPUT FXDDMAND
           IF DDM-STATUS-FS NOT = ZERO THEN
               CLOSE FXDDMAND
               CLOSE FXSCHINV
               MOVE ERROR-NOTHING-DUE TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           OPEN INPUT FXSCHOOL
           OPEN I-O FXDDCOLL
           IF DDC-STATUS-FS = 35 THEN
               CLOSE FXDDCOLL
               OPEN OUTPUT FXDDCOLL
           ELSE
               IF DDC-STATUS-FS NOT = ZERO THEN
                   MOVE DDC-STATUS-FS TO FILE-ERROR-STATUS
                   PERFORM 090-CHECK-FILE-STATUS
               END-IF
           END-IF
           MOVE SPACES TO COLLECTION-FILENAME
           STRING "DDCOLL-" DELIMITED BY SIZE
               RUN-ID DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO COLLECTION-FILENAME
           OPEN OUTPUT COLLECTION-FILE
           IF COLLECTION-STATUS NOT = ZERO THEN
               MOVE COLLECTION-STATUS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           MOVE RUN-ID TO CH-RUN-ID
           MOVE TODAY-DATE TO CH-CREATED
           MOVE ASK-COLLECT-DATE TO CH-COLLECT-DATE
           WRITE COLLECTION-RECORD FROM COLL-HEADER
           MOVE ZERO TO RUN-LINE-NO RUN-COUNT RUN-TOTAL
           MOVE "N" TO SCHINV-EOF-FLAG
           MOVE ZERO TO SCHINV-ID
           START FXSCHINV KEY IS >= SCHINV-ID
               INVALID KEY SET EOF-SCHINV TO TRUE
           END-START
           PERFORM UNTIL EOF-SCHINV
               READ FXSCHINV NEXT RECORD
                   AT END SET EOF-SCHINV TO TRUE
                   NOT AT END
                       IF SCHINV-STATUS-OPEN AND
                           NOT SCHINV-IN-COLLECTION
                           PERFORM 320-COLLECT-ONE-INVOICE
                       END-IF
               END-READ
           END-PERFORM
           MOVE RUN-COUNT TO CT-COUNT
           MOVE RUN-TOTAL TO CT-TOTAL
           WRITE COLLECTION-RECORD FROM COLL-TRAILER
           CLOSE COLLECTION-FILE
           CLOSE FXDDCOLL
           CLOSE FXSCHOOL
           CLOSE FXDDMAND
           CLOSE FXSCHINV
           MOVE "DDEBIT" TO RLOG-PROGRAM
           MOVE RUN-START-STAMP TO RLOG-START-STAMP
           MOVE RUN-COUNT TO RLOG-PROCESSED
           MOVE RUN-COUNT TO RLOG-ACCEPTED
           MOVE ZERO TO RLOG-REJECTED
           MOVE "C" TO RLOG-STATUS
           CALL "RUNLOG" USING RUNLOG-REQUEST
           IF RUN-COUNT = ZERO
               MOVE ERROR-NOTHING-DUE TO ERROR-TEXT
           ELSE
               MOVE RUN-COUNT TO DONE-COUNT
               MOVE RUN-TOTAL TO DONE-TOTAL
               MOVE SPACES TO ERROR-TEXT
               STRING RUN-DONE DELIMITED BY SIZE
                   DONE-COUNT DELIMITED BY SIZE
                   RUN-DONE-TOTAL DELIMITED BY SIZE
                   DONE-TOTAL DELIMITED BY SIZE
                   INTO ERROR-TEXT
           END-IF
           ACCEPT ERROR-ZONE
       EXIT SECTION.

       310-NEXT-RUN-NUMBER SECTION.
           MOVE 1 TO RUN-ID
           MOVE "N" TO DDC-EOF-FLAG
           OPEN INPUT FXDDCOLL
           IF DDC-STATUS-FS NOT = ZERO AND DDC-STATUS-FS NOT = 35
               MOVE DDC-STATUS-FS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           IF DDC-STATUS-FS NOT = 35 THEN
               PERFORM UNTIL EOF-DDC
                   READ FXDDCOLL NEXT RECORD
                       AT END SET EOF-DDC TO TRUE
                       NOT AT END
                           IF DDC-RUN-ID >= RUN-ID
                               COMPUTE RUN-ID = DDC-RUN-ID + 1
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FXDDCOLL
       EXIT SECTION.

       320-COLLECT-ONE-INVOICE SECTION.
           COMPUTE DUE-DAY-NUMBER =
               INTEGER-OF-DATE (SCHINV-PERIOD-TO)
               + SCHOOL-PAYMENT-TERMS
           IF DUE-DAY-NUMBER > DUE-BY-DAY-NUMBER
               EXIT SECTION
           END-IF
           COMPUTE OPEN-BALANCE =
               SCHINV-TOTAL + SCHINV-VAT-AMOUNT
               - SCHINV-PAID-AMOUNT
           IF OPEN-BALANCE = ZERO
               EXIT SECTION
           END-IF
           PERFORM 330-FIND-INVOICE-MANDATE
           IF NOT MANDATE-FOUND-YES
               EXIT SECTION
           END-IF
           ADD 1 TO RUN-LINE-NO
           MOVE RUN-ID TO DDC-RUN-ID
           MOVE RUN-LINE-NO TO DDC-LINE-NO
           MOVE SCHINV-ID TO DDC-INV-ID
           MOVE SCHINV-SCHOOL-ID TO DDC-SCHOOL-ID
           MOVE DDM-REFERENCE TO DDC-MANDATE-REF
           MOVE OPEN-BALANCE TO DDC-AMOUNT
           MOVE ASK-COLLECT-DATE TO DDC-COLLECT-DATE
           MOVE "S" TO DDC-STATUS
           MOVE ZERO TO DDC-RCPT-ID DDC-RETURN-DATE
           MOVE SPACES TO DDC-RETURN-REASON
           CALL "GETOPER" USING DDC-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO DDC-LAST-DATE
           WRITE DDC-DETAILS
               INVALID KEY CONTINUE
           END-WRITE
           MOVE DDM-REFERENCE TO CD-MANDATE-REF
           MOVE DDM-SIGNED-DATE TO CD-SIGNED-DATE
           MOVE DDM-DEBTOR-NAME TO CD-DEBTOR-NAME
           MOVE DDM-DEBTOR-IBAN TO CD-IBAN
           MOVE OPEN-BALANCE TO CD-AMOUNT
           MOVE SCHINV-ID TO CD-INV-ID
           WRITE COLLECTION-RECORD FROM COLL-DETAIL
           ADD 1 TO RUN-COUNT
           ADD OPEN-BALANCE TO RUN-TOTAL
           MOVE "D" TO SCHINV-COLLECT-FLAG
           CALL "GETOPER" USING SCHINV-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO SCHINV-LAST-DATE
           REWRITE SCHINV-DETAILS
           END-REWRITE
       EXIT SECTION.

      *> THE SCHOOL'S OWN MANDATE WINS; A SCHOOL WITHOUT ONE IS
      *> COLLECTED UNDER ITS COUNCIL'S MANDATE WHEN THE COUNCIL
      *> HAS SIGNED ONE
       330-FIND-INVOICE-MANDATE SECTION.
           MOVE "N" TO MANDATE-FOUND
           MOVE "S" TO DDM-ACCOUNT-TYPE
           MOVE SCHINV-SCHOOL-ID TO DDM-ACCOUNT-ID
           PERFORM 340-READ-ACTIVE-MANDATE
           IF MANDATE-FOUND-YES
               EXIT SECTION
           END-IF
           MOVE SCHINV-SCHOOL-ID TO SCHOOL-ID
           READ FXSCHOOL
               INVALID KEY EXIT SECTION
           END-READ
           IF SCHOOL-COUNCIL-ID = ZERO
               EXIT SECTION
           END-IF
           MOVE "C" TO DDM-ACCOUNT-TYPE
           MOVE SCHOOL-COUNCIL-ID TO DDM-ACCOUNT-ID
           PERFORM 340-READ-ACTIVE-MANDATE
       EXIT SECTION.

       340-READ-ACTIVE-MANDATE SECTION.
           READ FXDDMAND
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF DDM-STATUS-ACTIVE AND
                       DDM-SIGNED-DATE <= ASK-COLLECT-DATE
                       MOVE "Y" TO MANDATE-FOUND
                   END-IF
           END-READ
       EXIT SECTION.

      *> A SENT LINE WHOSE COLLECTION DATE HAS PASSED BECOMES A
      *> RECEIPT DATED ON THE COLLECTION DATE, FULLY ALLOCATED TO
      *> ITS INVOICE, JUST AS CASHRCPT WOULD HAVE RECORDED THE
      *> SAME MONEY ARRIVING BY TRANSFER
       400-POST-SETTLED SECTION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-DATE
           MOVE FUNCTION CURRENT-DATE (1:14) TO RUN-START-STAMP
           MOVE ZERO TO POSTED-COUNT
           OPEN I-O FXDDCOLL
           IF DDC-STATUS-FS NOT = ZERO THEN
               CLOSE FXDDCOLL
               MOVE EMPTY-LIST-TEXT TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           PERFORM 410-NEXT-RECEIPT-NUMBER
           OPEN I-O FXCASHRCPT
           IF RCPT-STATUS-FS = 35 THEN
               CLOSE FXCASHRCPT
               OPEN OUTPUT FXCASHRCPT
           ELSE
               IF RCPT-STATUS-FS NOT = ZERO THEN
                   MOVE RCPT-STATUS-FS TO FILE-ERROR-STATUS
                   PERFORM 090-CHECK-FILE-STATUS
               END-IF
           END-IF
           OPEN I-O FXRCPTALLOC
           IF RAL-STATUS-FS = 35 THEN
               CLOSE FXRCPTALLOC
               OPEN OUTPUT FXRCPTALLOC
           ELSE
               IF RAL-STATUS-FS NOT = ZERO THEN
                   MOVE RAL-STATUS-FS TO FILE-ERROR-STATUS
                   PERFORM 090-CHECK-FILE-STATUS
               END-IF
           END-IF
           OPEN I-O FXSCHINV
           IF SCHINV-STATUS-FS NOT = ZERO THEN
               MOVE SCHINV-STATUS-FS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           MOVE "N" TO DDC-EOF-FLAG
           PERFORM UNTIL EOF-DDC
               READ FXDDCOLL NEXT RECORD
                   AT END SET EOF-DDC TO TRUE
                   NOT AT END
                       IF DDC-STATUS-SENT AND
                           DDC-COLLECT-DATE <= TODAY-DATE
                           PERFORM 420-POST-ONE-COLLECTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXSCHINV
           CLOSE FXRCPTALLOC
           CLOSE FXCASHRCPT
           CLOSE FXDDCOLL
           MOVE "DDEBIT" TO RLOG-PROGRAM
           MOVE RUN-START-STAMP TO RLOG-START-STAMP
           MOVE POSTED-COUNT TO RLOG-PROCESSED
           MOVE POSTED-COUNT TO RLOG-ACCEPTED
           MOVE ZERO TO RLOG-REJECTED
           MOVE "C" TO RLOG-STATUS
           CALL "RUNLOG" USING RUNLOG-REQUEST
           MOVE POSTED-COUNT TO DONE-COUNT
           MOVE SPACES TO ERROR-TEXT
           STRING POST-DONE DELIMITED BY SIZE
               DONE-COUNT DELIMITED BY SIZE
               INTO ERROR-TEXT
           ACCEPT ERROR-ZONE
       EXIT SECTION.

       410-NEXT-RECEIPT-NUMBER SECTION.
           MOVE 1 TO NEXT-RCPT-ID
           MOVE "N" TO RCPT-EOF-FLAG
           OPEN INPUT FXCASHRCPT
           IF RCPT-STATUS-FS NOT = ZERO AND RCPT-STATUS-FS NOT = 35
               MOVE RCPT-STATUS-FS TO FILE-ERROR-STATUS
               PERFORM 090-CHECK-FILE-STATUS
           END-IF
           IF RCPT-STATUS-FS NOT = 35 THEN
               PERFORM UNTIL EOF-RCPT
                   READ FXCASHRCPT NEXT RECORD
                       AT END SET EOF-RCPT TO TRUE
                       NOT AT END
                           IF RCPT-ID >= NEXT-RCPT-ID
                               COMPUTE NEXT-RCPT-ID = RCPT-ID + 1
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FXCASHRCPT
       EXIT SECTION.

       420-POST-ONE-COLLECTION SECTION.
           MOVE NEXT-RCPT-ID TO RCPT-ID
           MOVE DDC-SCHOOL-ID TO RCPT-SCHOOL-ID
           MOVE DDC-COLLECT-DATE TO RCPT-DATE
           MOVE DDC-AMOUNT TO RCPT-AMOUNT
           MOVE DDC-AMOUNT TO RCPT-ALLOCATED
      *> "DD" + RUN + LINE TIES THE RECEIPT BACK TO ITS COLLECTION
      *> AND IS WHAT THE BANK STATEMENT SHOWS AGAINST THE CREDIT
           MOVE SPACES TO RCPT-BANK-REF
           STRING "DD" DELIMITED BY SIZE
               DDC-RUN-ID DELIMITED BY SIZE
               DDC-LINE-NO DELIMITED BY SIZE
               INTO RCPT-BANK-REF
           MOVE "N" TO RCPT-RECON-FLAG
           CALL "GETOPER" USING RCPT-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO RCPT-LAST-DATE
           WRITE RCPT-DETAILS
               INVALID KEY CONTINUE
           END-WRITE
           MOVE NEXT-RCPT-ID TO RAL-RCPT-ID
           MOVE 1 TO RAL-LINE-NO
           MOVE DDC-INV-ID TO RAL-INV-ID
           MOVE DDC-AMOUNT TO RAL-AMOUNT
           CALL "GETOPER" USING RAL-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO RAL-LAST-DATE
           WRITE RAL-DETAILS
               INVALID KEY CONTINUE
           END-WRITE
           MOVE DDC-INV-ID TO SCHINV-ID
           READ FXSCHINV
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   ADD DDC-AMOUNT TO SCHINV-PAID-AMOUNT
                   IF SCHINV-PAID-AMOUNT >=
                       SCHINV-TOTAL + SCHINV-VAT-AMOUNT
                       MOVE "P" TO SCHINV-STATUS
                   END-IF
                   MOVE "N" TO SCHINV-COLLECT-FLAG
                   CALL "GETOPER" USING SCHINV-LAST-BY
                   MOVE FUNCTION CURRENT-DATE (1:8)
                       TO SCHINV-LAST-DATE
                   REWRITE SCHINV-DETAILS
                   END-REWRITE
           END-READ
           MOVE "P" TO DDC-STATUS
           MOVE NEXT-RCPT-ID TO DDC-RCPT-ID
           CALL "GETOPER" USING DDC-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO DDC-LAST-DATE
           REWRITE DDC-DETAILS
           END-REWRITE
           ADD 1 TO NEXT-RCPT-ID
           ADD 1 TO POSTED-COUNT
       EXIT SECTION.

      *> THE BANK REPORTS A RETURNED OR UNPAID DEBIT BY INVOICE
      *> (THE END-TO-END REFERENCE ON THE COLLECTION FILE). THE
      *> LATEST COLLECTION OF THAT INVOICE STILL SENT OR POSTED IS
      *> TAKEN BACK: A POSTED ONE HAS ITS RECEIPT ZEROED AND ITS
      *> ALLOCATION REMOVED, AND EITHER WAY THE INVOICE IS OPEN
      *> AGAIN FOR THE NEXT RUN OR A MANUAL RECEIPT. THE RETURNED
      *> LINE KEEPS THE AMOUNT, THE BANK REASON AND THE DATE.
       500-RECORD-RETURN SECTION.
           MOVE ZERO TO ASK-INV-ID ASK-RETURN-DATE
           MOVE SPACES TO ASK-RETURN-CODE
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           CALL "TRNBANNER"
           DISPLAY ASK-RETURN-SCREEN
           ACCEPT ASK-RETURN-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           MOVE ASK-RETURN-DATE TO GEN-DATE-NUM
           PERFORM 115-VALIDATE-DATE
           IF NOT VALID-DATE-YES
               MOVE ERROR-BAD-DATE TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           OPEN I-O FXDDCOLL
           IF DDC-STATUS-FS NOT = ZERO THEN
               CLOSE FXDDCOLL
               MOVE ERROR-NO-COLLECTION TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE "N" TO COLLECTION-FOUND
           MOVE "N" TO DDC-EOF-FLAG
           PERFORM UNTIL EOF-DDC
               READ FXDDCOLL NEXT RECORD
                   AT END SET EOF-DDC TO TRUE
                   NOT AT END
                       IF DDC-INV-ID = ASK-INV-ID AND
                           (DDC-STATUS-SENT OR DDC-STATUS-POSTED)
                           MOVE "Y" TO COLLECTION-FOUND
                           MOVE DDC-ID TO FOUND-DDC-ID
                       END-IF
               END-READ
           END-PERFORM
           IF NOT COLLECTION-FOUND-YES
               CLOSE FXDDCOLL
               MOVE ERROR-NO-COLLECTION TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE FOUND-DDC-ID TO DDC-ID
           READ FXDDCOLL
               INVALID KEY CONTINUE
           END-READ
           IF DDC-STATUS-POSTED
               PERFORM 510-REVERSE-RECEIPT
           END-IF
           PERFORM 520-REOPEN-INVOICE
           MOVE "R" TO DDC-STATUS
           MOVE UPPER-CASE (ASK-RETURN-CODE) TO DDC-RETURN-REASON
           MOVE ASK-RETURN-DATE TO DDC-RETURN-DATE
           CALL "GETOPER" USING DDC-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO DDC-LAST-DATE
           REWRITE DDC-DETAILS
           END-REWRITE
           CLOSE FXDDCOLL
           MOVE RETURN-DONE TO ERROR-TEXT
           ACCEPT ERROR-ZONE
       EXIT SECTION.

       510-REVERSE-RECEIPT SECTION.
           OPEN I-O FXCASHRCPT
           IF RCPT-STATUS-FS = ZERO THEN
               MOVE DDC-RCPT-ID TO RCPT-ID
               READ FXCASHRCPT
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE ZERO TO RCPT-AMOUNT RCPT-ALLOCATED
                       CALL "GETOPER" USING RCPT-LAST-BY
                       MOVE FUNCTION CURRENT-DATE (1:8)
                           TO RCPT-LAST-DATE
                       REWRITE RCPT-DETAILS
                       END-REWRITE
               END-READ
           END-IF
           CLOSE FXCASHRCPT
           OPEN I-O FXRCPTALLOC
           IF RAL-STATUS-FS = ZERO THEN
               MOVE DDC-RCPT-ID TO RAL-RCPT-ID
               MOVE 1 TO RAL-LINE-NO
               DELETE FXRCPTALLOC
                   INVALID KEY CONTINUE
               END-DELETE
           END-IF
           CLOSE FXRCPTALLOC
       EXIT SECTION.

       520-REOPEN-INVOICE SECTION.
           OPEN I-O FXSCHINV
           IF SCHINV-STATUS-FS = ZERO THEN
               MOVE DDC-INV-ID TO SCHINV-ID
               READ FXSCHINV
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF DDC-STATUS-POSTED
                           IF SCHINV-PAID-AMOUNT > DDC-AMOUNT
                               SUBTRACT DDC-AMOUNT
                                   FROM SCHINV-PAID-AMOUNT
                           ELSE
                               MOVE ZERO TO SCHINV-PAID-AMOUNT
                           END-IF
                       END-IF
                       MOVE "O" TO SCHINV-STATUS
                       MOVE "N" TO SCHINV-COLLECT-FLAG
                       CALL "GETOPER" USING SCHINV-LAST-BY
                       MOVE FUNCTION CURRENT-DATE (1:8)
                           TO SCHINV-LAST-DATE
                       REWRITE SCHINV-DETAILS
                       END-REWRITE
               END-READ
           END-IF
           CLOSE FXSCHINV
       EXIT SECTION.

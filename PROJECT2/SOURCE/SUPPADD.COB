
       WORKING-STORAGE SECTION.
       COPY LK-NEXTID.
       COPY LK-NIFCHK.
       COPY LK-RUNLOG.
       01  RUN-START-STAMP                  PIC 9(014).
           COPY CONSTANTSSUPP.
               10  WSSUPPLIER-TELEPHONE3    PIC 9(009).
           05  WSSUPPLIER-IS-ACTIVE         PIC 9(001).
           05  WSSUPPLIER-PAYMENT-TERMS     PIC 9(003).
           05  WSSUPPLIER-NIF               PIC 9(009).
           05  WSSUPPLIER-LAST-BY           PIC X(008).
           05  WSSUPPLIER-LAST-DATE         PIC 9(008).

       77  CSV-STATUS                         PIC 9(002).
       77  KEYSTATUS                          PIC 9(004).
       77  FILE-ERROR-STATUS                  PIC 9(002).
       01  NIF-ENTRY-OK                       PIC X(001).
           88  NIF-ENTRY-OK-YES               VALUE "Y".
       01  DUP-PHONE-FLAG                     PIC X(001).
           88 DUP-PHONE-YES                   VALUE "Y".
       01  WS-CSV-FILENAME                    PIC X(050).
               05 ADD-SUPP-TERMS PIC 9(003) LINE 19 COL PLUS 1
                   TO WSSUPPLIER-PAYMENT-TERMS AUTO
                   BLANK WHEN ZERO.
               05 VALUE "TAX NUMBER (NIF): " LINE 20 COL 15.
               05 ADD-SUPP-NIF PIC 9(009) LINE 20 COL PLUS 1
                   TO WSSUPPLIER-NIF AUTO
                   BLANK WHEN ZERO.
      ******************************************************************
       01 ERROR-ZONE
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           MOVE SPACES TO WSSUPPLIER-NAME WSSUPPLIER-DESCRIPTION
               WSSUPP-ADR-MAIN WSSUPPLIER-TOWN WSSUPPLIER-EMAIL1
           MOVE ZERO TO WSSUPPLIER-POSTAL-CODE1 WSSUPPLIER-TELEPHONE1
               WSSUPPLIER-PAYMENT-TERMS WSSUPPLIER-NIF
           MOVE 1 TO WSSUPPLIER-IS-ACTIVE
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           END-IF
           PERFORM 170-LOOKUP-TOWN
           MOVE WSSUPPLIER-TOWN TO ADD-SUPP-TOWN
      *> THE NIF IS OPTIONAL AT REGISTRATION BUT, WHEN GIVEN, MUST
      *> PASS ITS CHECK DIGIT
           PERFORM WITH TEST AFTER UNTIL VALID-EMAIL-YES AND
               NIF-ENTRY-OK-YES
               MOVE "Y" TO NIF-ENTRY-OK
               DISPLAY ADD-SUPPLIER-SCREEN-PART2
               ACCEPT ADD-SUPPLIER-SCREEN-PART2
               IF KEYSTATUS = 1003
                       EXIT SECTION
                   END-IF
               END-IF
               IF VALID-EMAIL-YES AND WSSUPPLIER-NIF NOT = ZERO
                   MOVE WSSUPPLIER-NIF TO NIFC-NUMBER
                   CALL "NIFCHK" USING NIFCHK-REQUEST
                   IF NOT NIFC-VALID
                       MOVE "N" TO NIF-ENTRY-OK
                       MOVE ERROR-NIF TO ERROR-TEXT
                       ACCEPT ERROR-ZONE
                       IF KEYSTATUS = 1003
                           EXIT SECTION
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE UPPER-CASE (WSSUPPLIER-NAME) TO WSSUPPLIER-NAME
           MOVE TRIM(WSSUPPLIER-NAME) TO UNSTR
       210-PARSE-CSV-LINE SECTION.
           MOVE 1 TO WSSUPPLIER-IS-ACTIVE
           MOVE ZERO TO WSSUPPLIER-POSTAL-CODE1 WSSUPPLIER-TELEPHONE1
               WSSUPPLIER-PAYMENT-TERMS WSSUPPLIER-NIF
           MOVE SPACES TO WSSUPPLIER-NAME WSSUPPLIER-DESCRIPTION
               WSSUPP-ADR-MAIN WSSUPPLIER-EMAIL1
           UNSTRING CSV-LINE DELIMITED BY ","

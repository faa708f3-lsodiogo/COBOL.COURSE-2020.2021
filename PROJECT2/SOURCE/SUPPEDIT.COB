                                                   969999999.
           05 WSSUPPLIER-IS-ACTIVE                 PIC 9(001).
           05 WSSUPPLIER-PAYMENT-TERMS             PIC 9(003).
           05 WSSUPPLIER-NIF                       PIC 9(009).
           05 WSSUPPLIER-LAST-BY                   PIC X(008).
           05 WSSUPPLIER-LAST-DATE                 PIC 9(008).

       01  SUPPEXIST                           PIC X(002).
           88 SUPPEXIST-YES                    VALUE "Y".
       01  EDIT-WHAT                           PIC 9(002).
           88 EDIT-WHAT-EXIT                   VALUE 11.
       77 UNSTR                                PIC X(150).
       77 UNSTRTEMP                            PIC X(150).
       77 UNSTR1                               PIC X(050).


       COPY LK-LOCKREC.
       COPY LK-NIFCHK.
       78  RECORD-IN-USE-TEXT  VALUE "RECORD IN USE BY ".

       SCREEN SECTION.
           05 VALUE EDIT8 LINE 17 COL 100.
           05 VALUE EDIT9 LINE 18 COL 100.
           05 VALUE EDIT10 LINE 19 COL 100.
           05 VALUE EDIT11 LINE 20 COL 100.
           05 VALUE CHOOSE LINE 21 COL 99.
           05 EDIT-CHOICE PIC 9(002) LINE 21 COL PLUS 1 BLANK WHEN ZERO
               REQUIRED TO EDIT-WHAT.
      ******************************************************************
       01 TOGGLE-ACTIVE-SCREEN
           05 ET-TERMS PIC 9(003) LINE 25 COL 75
               FOREGROUND-COLOR 4 BACKGROUND-COLOR 7
               TO WSSUPPLIER-PAYMENT-TERMS REQUIRED.
      ******************************************************************
       01 EDIT-NIF-SCREEN
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           05 EN-NIF PIC 9(009) LINE 25 COL 75
               FOREGROUND-COLOR 4 BACKGROUND-COLOR 7
               USING WSSUPPLIER-NIF.
      ******************************************************************
       01 INSTRUCTIONS-ZONE
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
               EXIT PROGRAM
           END-IF
           MOVE ZERO TO EDIT-WHAT
           PERFORM WITH TEST AFTER UNTIL EDIT-WHAT-EXIT
               PERFORM 110-EDIT-SUPPLIER
               IF KEYSTATUS = 1003 THEN
                   MOVE SPACE TO SUPPEXIST
                       IF KEYSTATUS = 1003 THEN
                           EXIT SECTION
                       END-IF
               WHEN 10
                   PERFORM 187-GET-NIF
                       IF KEYSTATUS = 1003 THEN
                           EXIT SECTION
                       END-IF
           END-EVALUATE
       EXIT SECTION.

           ACCEPT EDIT-TERMS-SCREEN
       EXIT SECTION.

      *> SUPPLIERS CAME OVER WITHOUT A NIF (ZERO); ONE KEYED HERE MUST
      *> PASS ITS CHECK DIGIT BEFORE IT IS KEPT
       187-GET-NIF SECTION.
           MOVE "N" TO NIFC-RESULT
           PERFORM WITH TEST AFTER UNTIL NIFC-VALID
               MOVE MESSAGE-NIF TO INSTRUCTIONS-TEXT
               DISPLAY INSTRUCTIONS-ZONE
               ACCEPT EDIT-NIF-SCREEN
               IF KEYSTATUS = 1003 THEN
                   EXIT SECTION
               END-IF
               IF WSSUPPLIER-NIF = ZERO
                   MOVE "Y" TO NIFC-RESULT
               ELSE
                   MOVE WSSUPPLIER-NIF TO NIFC-NUMBER
                   CALL "NIFCHK" USING NIFCHK-REQUEST
                   IF NOT NIFC-VALID
                       MOVE ERROR-NIF TO ERROR-TEXT
                       ACCEPT ERROR-ZONE
                   END-IF
               END-IF
           END-PERFORM
       EXIT SECTION.

       150-GET-NAME SECTION.
           MOVE MESSAGE-NAME TO INSTRUCTIONS-TEXT
           DISPLAY INSTRUCTIONS-ZONE

      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SCHOOL MANAGEMENT
      ******************************************************************
      *    SCHCONT - THE CONTACT AT ONE SCHOOL WHO RECEIVES ONE KIND
      *    OF DOCUMENT. THE ROLE FOR THE DOCUMENT TYPE IS TAKEN FROM
      *    FXDOCROLE, OR FROM THE HOUSE DEFAULT WHEN THE TYPE HAS NO
      *    RECORD (MANIFEST TO DELIVERY, STATEMENTS TO FINANCE, ANY
      *    OTHER NOTICE TO THE HEAD). USED BY THE DISPATCH MANIFEST,
      *    STATEMENTS AND THE NOTIFICATION SENDER SO THEY ALL NAME
      *    THE SAME PERSON.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHCONT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

               SELECT FXSCHCONTACT ASSIGN TO "FXSCHCONTACT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SCON-KEY
                   FILE STATUS SCON-STATUS-FS.

               SELECT FXDOCROLE ASSIGN TO "FXDOCROLE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DOCR-DOC-TYPE
                   FILE STATUS DOCR-STATUS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD FXSCHCONTACT.
           COPY FD-SCHCONTACT.
       FD FXDOCROLE.
           COPY FD-DOCROLE.

       WORKING-STORAGE SECTION.
       77  SCON-STATUS-FS                   PIC 9(002).
       77  DOCR-STATUS-FS                   PIC 9(002).

       01  SCON-EOF-FLAG                    PIC X(001) VALUE "N".
           88  EOF-SCON                     VALUE "Y".
       01  WANTED-ROLE                      PIC X(001).

       LINKAGE SECTION.
       COPY LK-SCHCONT.

       PROCEDURE DIVISION USING SCHCONT-REQUEST.
       MAIN-PROCEDURE.
           MOVE "N" TO SCNT-FOUND
           MOVE SPACES TO SCNT-ROLE SCNT-NAME SCNT-EMAIL
           MOVE ZERO TO SCNT-PHONE
           PERFORM 100-WANTED-ROLE
           PERFORM 200-FIND-CONTACT
           GOBACK.

       100-WANTED-ROLE SECTION.
           EVALUATE SCNT-DOC-TYPE
               WHEN "DISPATCH"
                   MOVE "D" TO WANTED-ROLE
               WHEN "STATEMENT"
                   MOVE "F" TO WANTED-ROLE
               WHEN OTHER
                   MOVE "H" TO WANTED-ROLE
           END-EVALUATE
           OPEN INPUT FXDOCROLE
           IF DOCR-STATUS-FS = ZERO THEN
               MOVE SCNT-DOC-TYPE TO DOCR-DOC-TYPE
               READ FXDOCROLE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE DOCR-ROLE TO WANTED-ROLE
               END-READ
           END-IF
           CLOSE FXDOCROLE
       EXIT SECTION.

      *> THE SCHOOL'S CONTACTS IN SEQUENCE ORDER; THE FIRST ONE SEEN
      *> IS KEPT AS A FALLBACK UNTIL ONE OF THE WANTED ROLE TURNS UP
       200-FIND-CONTACT SECTION.
           MOVE "N" TO SCON-EOF-FLAG
           OPEN INPUT FXSCHCONTACT
           IF SCON-STATUS-FS NOT = ZERO THEN
               CLOSE FXSCHCONTACT
               EXIT SECTION
           END-IF
           MOVE SCNT-SCHOOL-ID TO SCON-SCHOOL-ID
           MOVE ZERO TO SCON-SEQ
           START FXSCHCONTACT KEY IS >= SCON-KEY
               INVALID KEY SET EOF-SCON TO TRUE
           END-START
           PERFORM UNTIL EOF-SCON
               READ FXSCHCONTACT NEXT RECORD
                   AT END SET EOF-SCON TO TRUE
                   NOT AT END
                       IF SCON-SCHOOL-ID NOT = SCNT-SCHOOL-ID
                           SET EOF-SCON TO TRUE
                       ELSE
                           PERFORM 210-CHECK-CONTACT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXSCHCONTACT
       EXIT SECTION.

       210-CHECK-CONTACT SECTION.
           IF SCON-ROLE = WANTED-ROLE OR NOT SCNT-FOUND-YES
               MOVE "Y" TO SCNT-FOUND
               MOVE SCON-ROLE TO SCNT-ROLE
               MOVE SCON-NAME TO SCNT-NAME
               MOVE SCON-PHONE TO SCNT-PHONE
               MOVE SCON-EMAIL TO SCNT-EMAIL
           END-IF
           IF SCON-ROLE = WANTED-ROLE
               SET EOF-SCON TO TRUE
           END-IF
       EXIT SECTION.

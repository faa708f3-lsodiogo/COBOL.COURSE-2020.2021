      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SCHOOL INVOICING
      ******************************************************************
      *    DOCSERIES - HANDS OUT THE NUMBER OF A NEW INVOICE OR
      *    CREDIT NOTE FROM THE FXDOCSER COUNTERS AND BUMPS THEM IN
      *    THE SAME CALL, SO NO TWO DOCUMENTS SHARE A NUMBER AND A
      *    NUMBER, ONCE TAKEN, IS NEVER HANDED OUT AGAIN. EACH TYPE
      *    KEEPS ONE SERIES PER FISCAL YEAR, STARTING AT 1, AND THE
      *    RUNNING INTERNAL ID THE DOCUMENT IS FILED UNDER. THE FIRST
      *    CALL FOR A TYPE SEEDS THE INTERNAL ID PAST THE HIGHEST KEY
      *    ALREADY ON ITS FILE; A NEW YEAR TAKES THE SERIES CODE OF
      *    THE YEAR BEFORE, OR THE TYPE ITSELF ("FT", "NC").
      *    A DOCUMENT DATE OF ZERO TAKES ONLY AN INTERNAL ID - FOR
      *    BALANCES CARRIED OVER FROM AN EARLIER SYSTEM, WHICH WERE
      *    NEVER ISSUED HERE AND BELONG TO NO SERIES.
      *    A PRIMING CALL ONLY MAKES SURE THE TYPE'S COUNTER EXISTS,
      *    SO THE SEEDING SCAN NEVER RUNS WHILE THE CALLER HAS THE
      *    DOCUMENT FILE OPEN FOR UPDATE.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCSERIES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

               SELECT FXDOCSER ASSIGN TO "FXDOCSER"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DSR-ID
                   FILE STATUS DSR-STATUS-FS.

               SELECT FXSCHINV ASSIGN TO "FXSCHINV"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SCHINV-ID
                   FILE STATUS SCHINV-STATUS-FS.

               SELECT FXCREDNOTE ASSIGN TO "FXCREDNOTE"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CRN-ID
                   FILE STATUS CRN-STATUS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD FXDOCSER.
           COPY FD-DOCSER.
       FD FXSCHINV.
           COPY FD-SCHINV.
       FD FXCREDNOTE.
           COPY FD-CREDNOTE.

       WORKING-STORAGE SECTION.
       77  DSR-STATUS-FS                    PIC 9(002).
       77  SCHINV-STATUS-FS                 PIC 9(002).
       77  CRN-STATUS-FS                    PIC 9(002).
       01  SEED-EOF-FLAG                    PIC X(001) VALUE "N".
           88  EOF-SEED                     VALUE "Y".
       01  SEED-ID                          PIC 9(006).
       01  PREV-PREFIX                      PIC X(004).
       01  EDIT-SERIES-NO                   PIC 9(006).
       01  DOC-YEAR                         PIC 9(004).

       LINKAGE SECTION.
       COPY LK-DOCSERIES.

       PROCEDURE DIVISION USING DOCSERIES-REQUEST.
       MAIN-PROCEDURE.
           MOVE "N" TO DSER-OK
           MOVE ZERO TO DSER-DOC-ID DSER-YEAR DSER-SERIES-NO
           MOVE SPACES TO DSER-DOC-NUMBER
           IF DSER-DOC-TYPE NOT = "FT" AND DSER-DOC-TYPE NOT = "NC"
               GOBACK
           END-IF
           OPEN I-O FXDOCSER
           IF DSR-STATUS-FS = 35 THEN
               CLOSE FXDOCSER
               OPEN OUTPUT FXDOCSER
               CLOSE FXDOCSER
               OPEN I-O FXDOCSER
           END-IF
           IF DSR-STATUS-FS NOT = ZERO THEN
               CLOSE FXDOCSER
               GOBACK
           END-IF
           IF DSER-ACTION-PRIME
               PERFORM 150-PRIME-COUNTER
               CLOSE FXDOCSER
               GOBACK
           END-IF
           PERFORM 100-NEXT-DOCUMENT-ID
           IF DSER-DOC-ID NOT = ZERO AND DSER-DOC-DATE NOT = ZERO
               PERFORM 200-NEXT-SERIES-NUMBER
           END-IF
           CLOSE FXDOCSER
           IF DSER-DOC-ID NOT = ZERO
               IF DSER-DOC-DATE = ZERO OR DSER-SERIES-NO NOT = ZERO
                   MOVE "Y" TO DSER-OK
               END-IF
           END-IF
           GOBACK.

      *> THE INTERNAL ID RUNS ON FROM YEAR TO YEAR ON THE TYPE'S
      *> YEAR-ZERO RECORD
       100-NEXT-DOCUMENT-ID SECTION.
           MOVE DSER-DOC-TYPE TO DSR-DOC-TYPE
           MOVE ZERO TO DSR-YEAR
           READ FXDOCSER
               INVALID KEY
                   PERFORM 110-SEED-DOCUMENT-ID
                   MOVE DSER-DOC-TYPE TO DSR-DOC-TYPE
                   MOVE ZERO TO DSR-YEAR
                   MOVE DSER-DOC-TYPE TO DSR-PREFIX
                   COMPUTE DSR-LAST-NO = SEED-ID + 1
                   CALL "GETOPER" USING DSR-LAST-BY
                   MOVE FUNCTION CURRENT-DATE (1:8) TO DSR-LAST-DATE
                   WRITE DSR-DETAILS
                       INVALID KEY EXIT SECTION
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO DSR-LAST-NO
                   CALL "GETOPER" USING DSR-LAST-BY
                   MOVE FUNCTION CURRENT-DATE (1:8) TO DSR-LAST-DATE
                   REWRITE DSR-DETAILS
                       INVALID KEY EXIT SECTION
                   END-REWRITE
           END-READ
           MOVE DSR-LAST-NO TO DSER-DOC-ID
       EXIT SECTION.

      *> THE YEAR-ZERO RECORD IS WRITTEN AT THE SEEDED VALUE ITSELF,
      *> SO THE NEXT CALL HANDS OUT THE FIRST FREE ID
       150-PRIME-COUNTER SECTION.
           MOVE DSER-DOC-TYPE TO DSR-DOC-TYPE
           MOVE ZERO TO DSR-YEAR
           READ FXDOCSER
               INVALID KEY
                   PERFORM 110-SEED-DOCUMENT-ID
                   MOVE DSER-DOC-TYPE TO DSR-DOC-TYPE
                   MOVE ZERO TO DSR-YEAR
                   MOVE DSER-DOC-TYPE TO DSR-PREFIX
                   MOVE SEED-ID TO DSR-LAST-NO
                   CALL "GETOPER" USING DSR-LAST-BY
                   MOVE FUNCTION CURRENT-DATE (1:8) TO DSR-LAST-DATE
                   WRITE DSR-DETAILS
                       INVALID KEY EXIT SECTION
                   END-WRITE
               NOT INVALID KEY
                   CONTINUE
           END-READ
           MOVE "Y" TO DSER-OK
       EXIT SECTION.

      *> ONCE ONLY PER TYPE: THE HIGHEST KEY ALREADY ON ITS FILE, SO
      *> THE FIRST COUNTED DOCUMENT FOLLOWS THE LAST SCANNED ONE
       110-SEED-DOCUMENT-ID SECTION.
           MOVE ZERO TO SEED-ID
           MOVE "N" TO SEED-EOF-FLAG
           IF DSER-DOC-TYPE = "FT"
               OPEN INPUT FXSCHINV
               IF SCHINV-STATUS-FS = ZERO THEN
                   PERFORM UNTIL EOF-SEED
                       READ FXSCHINV NEXT RECORD
                           AT END SET EOF-SEED TO TRUE
                           NOT AT END
                               IF SCHINV-ID > SEED-ID
                                   MOVE SCHINV-ID TO SEED-ID
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE FXSCHINV
           ELSE
               OPEN INPUT FXCREDNOTE
               IF CRN-STATUS-FS = ZERO THEN
                   PERFORM UNTIL EOF-SEED
                       READ FXCREDNOTE NEXT RECORD
                           AT END SET EOF-SEED TO TRUE
                           NOT AT END
                               IF CRN-ID > SEED-ID
                                   MOVE CRN-ID TO SEED-ID
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE FXCREDNOTE
           END-IF
       EXIT SECTION.

      *> THE SERIES OF THE DOCUMENT'S OWN YEAR; A YEAR WITH NO
      *> RECORD YET OPENS AT 1
       200-NEXT-SERIES-NUMBER SECTION.
           MOVE DSER-DOC-TYPE TO PREV-PREFIX
           MOVE DSER-DOC-DATE (1:4) TO DOC-YEAR
           MOVE DSER-DOC-TYPE TO DSR-DOC-TYPE
           COMPUTE DSR-YEAR = DOC-YEAR - 1
           READ FXDOCSER
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE DSR-PREFIX TO PREV-PREFIX
           END-READ
           MOVE DSER-DOC-TYPE TO DSR-DOC-TYPE
           MOVE DOC-YEAR TO DSR-YEAR
           READ FXDOCSER
               INVALID KEY
                   MOVE DSER-DOC-TYPE TO DSR-DOC-TYPE
                   MOVE DOC-YEAR TO DSR-YEAR
                   MOVE PREV-PREFIX TO DSR-PREFIX
                   MOVE 1 TO DSR-LAST-NO
                   CALL "GETOPER" USING DSR-LAST-BY
                   MOVE FUNCTION CURRENT-DATE (1:8) TO DSR-LAST-DATE
                   WRITE DSR-DETAILS
                       INVALID KEY EXIT SECTION
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO DSR-LAST-NO
                   CALL "GETOPER" USING DSR-LAST-BY
                   MOVE FUNCTION CURRENT-DATE (1:8) TO DSR-LAST-DATE
                   REWRITE DSR-DETAILS
                       INVALID KEY EXIT SECTION
                   END-REWRITE
           END-READ
           MOVE DSR-YEAR TO DSER-YEAR
           MOVE DSR-LAST-NO TO DSER-SERIES-NO
           MOVE DSR-LAST-NO TO EDIT-SERIES-NO
           STRING DSR-PREFIX DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               DSR-YEAR DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               EDIT-SERIES-NO DELIMITED BY SIZE
               INTO DSER-DOC-NUMBER
       EXIT SECTION.

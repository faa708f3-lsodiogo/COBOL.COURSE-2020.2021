      *    TOLERANCE CHECK IN RISADD: OLD PRICE, NEW PRICE AND THE
      *    PERCENTAGE CHANGE ARE SHOWN, AND THE DECISION (WITH THE
      *    SUPERVISOR'S OPERATOR ID) IS RECORDED ON THE AGREEMENT.
      *    A SUPPLIER SWITCH ACCEPTED FROM THE SOURCING REVIEW ARRIVES
      *    HERE AS A PENDING PREFERRED AGREEMENT; APPROVING IT CLEARS
      *    THE PREFERRED FLAG FROM THE INGREDIENT'S OTHER AGREEMENTS.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 22.08.2026
      ******************************************************************
           05 VALUE "CHANGE PCT :" LINE 14 COL 15.
           05 SP-PCT PIC -ZZ9.9 LINE 14 COL PLUS 1
               FROM PCT-CHANGE.
           05 VALUE "PREFERRED  :" LINE 15 COL 15.
           05 SP-PREF PIC X(001) LINE 15 COL PLUS 1
               FROM WS-RIS-PREFERRED.
      ******************************************************************
       01  DECISION-SCREEN
           BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RIS-LAST-DATE
           REWRITE RIS-DETAILS
           END-REWRITE
           IF RIS-APPR-STATUS = "A" AND RIS-PREFERRED-YES
               PERFORM 220-CLEAR-OTHER-PREFERRED
           END-IF
       EXIT SECTION.

      *> THE MOST RECENT NON-BLOCKED AGREEMENT OF THE SAME
               AT END SET EOF-RIS TO TRUE
               NOT AT END CONTINUE
           END-READ
       EXIT SECTION.

      *> ONLY ONE SUPPLIER CAN BE PREFERRED PER INGREDIENT, SO AN
      *> APPROVED PREFERRED AGREEMENT TAKES THE FLAG FROM EVERY OTHER
      *> AGREEMENT OF THE INGREDIENT, AS RISADD DOES ON SAVE. THE
      *> FILE POSITION IS RESTORED AFTERWARDS AS IN 210.
       220-CLEAR-OTHER-PREFERRED SECTION.
           MOVE PENDING-ING TO RIS-ID-ING
           MOVE ZERO TO RIS-ID-SUPP
           MOVE ZERO TO RIS-EFF-DATE
           START FXRISUPPLY KEY IS >= RIS-ID
               INVALID KEY MOVE 10 TO RIS-STATUS
           END-START
           PERFORM UNTIL RIS-STATUS NOT = ZERO
               READ FXRISUPPLY NEXT RECORD
                   AT END
                       MOVE 10 TO RIS-STATUS
                   NOT AT END
                       IF RIS-ID-ING NOT = PENDING-ING
                           MOVE 10 TO RIS-STATUS
                       ELSE
                           IF RIS-PREFERRED-YES AND
                               (RIS-ID-SUPP NOT = PENDING-SUPP OR
                                RIS-EFF-DATE NOT = PENDING-EFF)
                               MOVE "N" TO RIS-PREFERRED
                               CALL "GETOPER" USING RIS-LAST-BY
                               MOVE FUNCTION CURRENT-DATE (1:8)
                                   TO RIS-LAST-DATE
                               REWRITE RIS-DETAILS
                               END-REWRITE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE ZERO TO RIS-STATUS
           MOVE PENDING-ING TO RIS-ID-ING
           MOVE PENDING-SUPP TO RIS-ID-SUPP
           MOVE PENDING-EFF TO RIS-EFF-DATE
           START FXRISUPPLY KEY IS >= RIS-ID
               INVALID KEY SET EOF-RIS TO TRUE
           END-START
           READ FXRISUPPLY NEXT RECORD
               AT END SET EOF-RIS TO TRUE
               NOT AT END CONTINUE
           END-READ
       EXIT SECTION.

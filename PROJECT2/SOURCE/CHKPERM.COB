      *    "S" STOCK, "M" MAINTENANCE. WITHOUT A SIGN-ON SESSION ON
      *    FILE THE ANSWER IS NO FOR SUPERVISOR AND YES FOR THE
      *    REST, SO THE DELETE PROGRAMS STAY LOCKED ON AN UNSIGNED
      *    TERMINAL BUT DAY-TO-DAY WORK IS NOT BLOCKED. EVERY "NO"
      *    IS WRITTEN TO THE SECURITY LOG (SECLOG), EXCEPT WHEN THE
      *    CODE COMES IN LOWER CASE: THAT IS MAINMENU ASKING WHICH
      *    ENTRIES TO LIST, NOT AN OPERATOR TRYING TO USE A MODULE.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 22.08.2026
      ******************************************************************
       01  SESSION-USER                     PIC X(012).
       01  SESSION-FOUND                    PIC X(001).
           88  SESSION-FOUND-YES            VALUE "Y".
       01  QUIET-QUERY                      PIC X(001).
           88  QUIET-QUERY-YES              VALUE "Y".
           COPY LK-SECLOG.

       LINKAGE SECTION.
       01  PERM-QUESTION.

       PROCEDURE DIVISION USING PERM-QUESTION.
       MAIN-PROCEDURE.
           MOVE "N" TO QUIET-QUERY
           IF PERM-CODE IS ALPHABETIC-LOWER AND PERM-CODE NOT = SPACE
               MOVE "Y" TO QUIET-QUERY
               MOVE UPPER-CASE (PERM-CODE) TO PERM-CODE
           END-IF
           MOVE "N" TO SESSION-FOUND
           MOVE SPACES TO SIGNON-SESSION
           MOVE SPACES TO SESSION-USER SIGNON-FILENAME
               ELSE
                   MOVE "Y" TO PERM-GRANTED
               END-IF
               PERFORM 100-LOG-REFUSAL
               GOBACK
           END-IF
           EVALUATE PERM-CODE
           IF SESSION-SUPERVISOR = "Y"
               MOVE "Y" TO PERM-GRANTED
           END-IF
           PERFORM 100-LOG-REFUSAL
           GOBACK.

       100-LOG-REFUSAL SECTION.
           IF PERM-GRANTED = "Y" OR QUIET-QUERY-YES
               EXIT SECTION
           END-IF
           MOVE "D" TO SLOG-EVENT
           MOVE SESSION-OPER-ID TO SLOG-OPER-ID
           MOVE SPACES TO SLOG-DETAIL
           STRING "PERMISSION " DELIMITED BY SIZE
               PERM-CODE DELIMITED BY SIZE
               " REFUSED" DELIMITED BY SIZE
               INTO SLOG-DETAIL
           IF NOT SESSION-FOUND-YES
               MOVE " REFUSED, NOBODY SIGNED ON" TO SLOG-DETAIL (13:)
           END-IF
           CALL "SECLOG" USING SECLOG-REQUEST
       EXIT SECTION.

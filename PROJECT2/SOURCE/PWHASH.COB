      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | OPERATIONS
      ******************************************************************
      *    PWHASH - BUILDS THE ONE-WAY FORM OF AN OPERATOR PASSWORD.
      *    THE OPERATOR ID, THE PASSWORD AND A FIXED SUFFIX ARE RUN
      *    THROUGH TWO MULTIPLY-AND-REMAINDER ACCUMULATORS FOR
      *    SEVERAL HUNDRED ROUNDS AND THE TWO RESULTS, 8 DIGITS EACH,
      *    ARE THE HASH. THE SAME INPUT ALWAYS GIVES THE SAME HASH,
      *    SO SIGNON HASHES WHAT IS KEYED AND COMPARES; NOTHING ON
      *    FILE GIVES THE PASSWORD BACK.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PWHASH.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       78  HASH-ROUNDS                      VALUE 500.
       78  HASH-PRIME-1                     VALUE 99999989.
       78  HASH-PRIME-2                     VALUE 99999971.
       78  HASH-SUFFIX                      VALUE "BRDWCH26".
       78  HASH-INPUT-LENGTH                VALUE 28.

       01  HASH-OPER-ID                     PIC X(008).
       01  HASH-INPUT                       PIC X(028).
       01  HASH-ACC-1                       PIC 9(018) COMP.
       01  HASH-ACC-2                       PIC 9(018) COMP.
       01  HASH-RESULT.
           05  HASH-OUT-1                   PIC 9(008).
           05  HASH-OUT-2                   PIC 9(008).
       77  HASH-ROUND                       PIC 9(004) COMP.
       77  HASH-IX                          PIC 9(004) COMP.
       77  HASH-CHAR                        PIC 9(004) COMP.

       LINKAGE SECTION.
       COPY LK-PWHASH.

       PROCEDURE DIVISION USING PWHASH-REQUEST.
       MAIN-PROCEDURE.
           MOVE UPPER-CASE (PWH-OPER-ID) TO HASH-OPER-ID
           MOVE SPACES TO HASH-INPUT
           STRING HASH-OPER-ID DELIMITED BY SIZE
               PWH-PASSWORD DELIMITED BY SIZE
               HASH-SUFFIX DELIMITED BY SIZE
               INTO HASH-INPUT
           MOVE 5381 TO HASH-ACC-1
           MOVE 52711 TO HASH-ACC-2
           PERFORM VARYING HASH-ROUND FROM 1 BY 1
               UNTIL HASH-ROUND > HASH-ROUNDS
               PERFORM VARYING HASH-IX FROM 1 BY 1
                   UNTIL HASH-IX > HASH-INPUT-LENGTH
                   COMPUTE HASH-CHAR = ORD (HASH-INPUT (HASH-IX:1))
                   COMPUTE HASH-ACC-1 = MOD (HASH-ACC-1 * 33
                       + HASH-CHAR + HASH-ROUND, HASH-PRIME-1)
                   COMPUTE HASH-ACC-2 = MOD (HASH-ACC-2 * 131
                       + HASH-CHAR * HASH-IX + HASH-ACC-1,
                       HASH-PRIME-2)
               END-PERFORM
           END-PERFORM
           MOVE HASH-ACC-1 TO HASH-OUT-1
           MOVE HASH-ACC-2 TO HASH-OUT-2
           MOVE HASH-RESULT TO PWH-HASH
           GOBACK.

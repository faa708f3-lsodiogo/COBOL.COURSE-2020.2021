      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | ACCOUNTS
      ******************************************************************
      *    NIFCHK - CHECK-DIGIT VALIDATION OF A NIF (SEE LK-NIFCHK).
      *    THE FIRST EIGHT DIGITS ARE WEIGHTED 9 DOWN TO 2 AND
      *    SUMMED; THE NINTH DIGIT MUST BE 11 MINUS THE REMAINDER OF
      *    THAT SUM BY 11, OR ZERO WHEN THE REMAINDER IS 0 OR 1. THE
      *    FIRST DIGIT MUST BE ONE THE TAX AUTHORITY ISSUES (1, 2, 3
      *    PEOPLE; 5 COMPANIES; 6 PUBLIC BODIES; 7, 8, 9 OTHERS).
      *    USED WHEREVER A SUPPLIER, SCHOOL OR COUNCIL NIF IS KEYED.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NIFCHK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  NIF-DIGITS                       PIC 9(009).
       01  NIF-DIGIT-TABLE REDEFINES NIF-DIGITS.
           05  NIF-DIGIT                    PIC 9(001) OCCURS 9 TIMES.
       77  NIF-IX                           PIC 9(002).
       77  NIF-SUM                          PIC 9(004).
       77  NIF-CHECK                        PIC 9(002).

       LINKAGE SECTION.
       COPY LK-NIFCHK.

       PROCEDURE DIVISION USING NIFCHK-REQUEST.
       MAIN-PROCEDURE.
           MOVE "N" TO NIFC-RESULT
           MOVE NIFC-NUMBER TO NIF-DIGITS
           IF NIF-DIGIT (1) = 0 OR NIF-DIGIT (1) = 4
               GOBACK
           END-IF
           MOVE ZERO TO NIF-SUM
           PERFORM VARYING NIF-IX FROM 1 BY 1 UNTIL NIF-IX > 8
               COMPUTE NIF-SUM = NIF-SUM
                   + NIF-DIGIT (NIF-IX) * (10 - NIF-IX)
           END-PERFORM
           COMPUTE NIF-CHECK = 11 - MOD (NIF-SUM, 11)
           IF NIF-CHECK > 9
               MOVE ZERO TO NIF-CHECK
           END-IF
           IF NIF-CHECK = NIF-DIGIT (9)
               MOVE "Y" TO NIFC-RESULT
           END-IF
           GOBACK.

      *    RPTCAT - REGISTERS A PRODUCED REPORT IN THE FXRPTCAT
      *    CATALOG (NAME, DATE/TIME, PRODUCING PROGRAM, PAGE AND
      *    LINE COUNTS). CALLED BY THE REPORT PROGRAMS AFTER THEY
      *    CLOSE THEIR DATE-STAMPED OUTPUT FILE. THE NEW ENTRY IS
      *    THEN HANDED TO RPTDELIV FOR DELIVERY TO THE RECIPIENTS ON
      *    THE REPORT DISTRIBUTION TABLE.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 22.08.2026
      ******************************************************************
       01  RPT-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-RPT                      VALUE "Y".
       01  NEXT-RPT-ID                      PIC 9(007).
       COPY LK-RPTDIST.

       LINKAGE SECTION.
       COPY LK-RPTCAT.
               INVALID KEY CONTINUE
           END-WRITE
           CLOSE FXRPTCAT
           MOVE NEXT-RPT-ID TO RDST-RPT-ID
           MOVE RCAT-BASE-NAME TO RDST-BASE-NAME
           MOVE RCAT-FILE-NAME TO RDST-FILE-NAME
           MOVE RCAT-LINES TO RDST-LINES
           CALL "RPTDELIV" USING RPTDIST-REQUEST
           GOBACK.

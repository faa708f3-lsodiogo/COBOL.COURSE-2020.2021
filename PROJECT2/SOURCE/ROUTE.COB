      *    FXROUTESTOP. THE DISPATCH RUN PRINTS ONE MANIFEST PER
      *    ROUTE IN THIS SEQUENCE, SO THE DRIVERS NO LONGER SPLIT
      *    THE PILE BY HAND.
      *    EACH ROUTE ALSO CARRIES THE VAN'S DEPARTURE TIME AND EACH
      *    STOP THE DRIVING MINUTES FROM THE STOP BEFORE IT, FROM
      *    WHICH ROUTEETA ESTIMATES THE ARRIVAL AT EVERY SCHOOL.
      *    THE ROUTE ALSO HOLDS THE COST OF ONE DAY'S RUN, WHICH
      *    REPORT-PROFIT SHARES OUT AMONG THE SCHOOLS ON IT, AND
      *    THE PRODUCTION SITE WHOSE KITCHEN THE VAN LOADS AT.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 02.09.2026
      ******************************************************************
           COPY FD-ROUTESTOP.

       WORKING-STORAGE SECTION.
       COPY LK-SITEINFO.

       78  MODULE-NAME-VIEW    VALUE "DELIVERY ROUTES".
       78  BACK-EXIT           VALUE "F3 - BACK".
       78  MAIN-MENU-CHOICE    VALUE "PLEASE CHOOSE AN OPTION".
       78  RTE-TEXT-NAME       VALUE "    ROUTE NAME:".
       78  RTE-TEXT-SEQ        VALUE " DROP SEQUENCE:".
       78  RTE-TEXT-SCHOOL     VALUE "     SCHOOL ID:".
       78  RTE-TEXT-DEPART     VALUE "DEPARTS (HHMM):".
       78  RTE-TEXT-DRIVE      VALUE " DRIVE MINUTES:".
       78  RTE-TEXT-COST       VALUE "  COST PER DAY:".
       78  RTE-TEXT-SITE       VALUE "SITE (BLANK=01):".
       78  ERROR-NO-SITE       VALUE "THAT SITE IS NOT ON FILE".
       78  RTE-TEXT-DRIVE-NOTE
           VALUE "FROM THE STOP BEFORE, OR FROM THE KITCHEN FOR STOP 1".
       78  ERROR-INVALID-TIME
           VALUE "INVALID DEPARTURE TIME - HHMM, 0000 = NOT SET".
       78  CONFIRM-RTE-RECORD  VALUE "ROUTE SAVED".
       78  CONFIRM-RST-RECORD  VALUE "STOP SAVED".
       78  ERROR-NO-ROUTE
       01  ASK-ROUTE-NAME                   PIC X(030).
       01  ASK-SEQ                          PIC 9(003).
       01  ASK-SCHOOL-ID                    PIC 9(005).
       01  ASK-DEPART-TIME.
           05  ASK-DEPART-HH                PIC 9(002).
           05  ASK-DEPART-MM                PIC 9(002).
       01  ASK-DEPART-NUM REDEFINES ASK-DEPART-TIME
                                            PIC 9(004).
       01  ASK-DRIVE-MINUTES                PIC 9(003).
       01  ASK-DAY-COST                     PIC 9(005)V99.
       01  ASK-SITE                         PIC X(002).
       01  ROUTE-FOUND                      PIC X(001).
           88  ROUTE-FOUND-YES              VALUE "Y".
       77  LINE-ON-PAGE                     PIC 9(002).
               TO ASK-ROUTE-ID REQUIRED.
           05 VALUE RTE-TEXT-NAME LINE 10 COL 15.
           05 AR-NAME PIC X(030) LINE 10 COL PLUS 1
               TO ASK-ROUTE-NAME REQUIRED.
           05 VALUE RTE-TEXT-DEPART LINE 12 COL 15.
           05 AR-DEPART PIC 9(004) LINE 12 COL PLUS 1
               TO ASK-DEPART-NUM.
           05 VALUE RTE-TEXT-COST LINE 14 COL 15.
           05 AR-COST PIC ZZZZ9.99 LINE 14 COL PLUS 1
               USING ASK-DAY-COST.
           05 VALUE RTE-TEXT-SITE LINE 16 COL 14.
           05 AR-SITE PIC X(002) LINE 16 COL PLUS 1
               USING ASK-SITE AUTO.
      ******************************************************************
       01  ADD-RST-SCREEN.
           05 VALUE RTE-TEXT-ID LINE 08 COL 15.
               TO ASK-SEQ REQUIRED.
           05 VALUE RTE-TEXT-SCHOOL LINE 12 COL 15.
           05 AS-SCHOOL PIC 9(005) LINE 12 COL PLUS 1
               TO ASK-SCHOOL-ID REQUIRED.
           05 VALUE RTE-TEXT-DRIVE LINE 14 COL 15.
           05 AS-DRIVE PIC 9(003) LINE 14 COL PLUS 1
               TO ASK-DRIVE-MINUTES AUTO.
           05 VALUE RTE-TEXT-DRIVE-NOTE LINE 15 COL 15.
      ******************************************************************
       01  ASK-RTE-SCREEN.
           05 VALUE RTE-TEXT-ID LINE 08 COL 15.
       EXIT SECTION.

       100-ADD-ROUTE SECTION.
           MOVE ZERO TO ASK-ROUTE-ID ASK-DEPART-NUM ASK-DAY-COST
           MOVE SPACES TO ASK-ROUTE-NAME ASK-SITE
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY ADD-RTE-SCREEN
           IF KEYSTATUS = 1003
               EXIT SECTION
           END-IF
           IF ASK-DEPART-HH > 23 OR ASK-DEPART-MM > 59
               MOVE ERROR-INVALID-TIME TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           MOVE UPPER-CASE (ASK-SITE) TO ASK-SITE
           SET SINF-BY-SITE TO TRUE
           MOVE ASK-SITE TO SINF-SITE
           CALL "SITEINFO" USING SITEINFO-REQUEST
           IF NOT SINF-FOUND-YES
               MOVE ERROR-NO-SITE TO ERROR-TEXT
               ACCEPT ERROR-ZONE
               EXIT SECTION
           END-IF
           OPEN I-O FXROUTE
           IF RTE-STATUS-FS = 35 THEN
               CLOSE FXROUTE
           END-IF
           MOVE ASK-ROUTE-ID TO RTE-ID
           MOVE UPPER-CASE (ASK-ROUTE-NAME) TO RTE-NAME
           MOVE ASK-DEPART-NUM TO RTE-DEPART-TIME
           MOVE ASK-DAY-COST TO RTE-DAY-COST
           MOVE ASK-SITE TO RTE-SITE
           CALL "GETOPER" USING RTE-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO RTE-LAST-DATE
           WRITE RTE-DETAILS

       200-ADD-STOP SECTION.
           MOVE ZERO TO ASK-ROUTE-ID ASK-SEQ ASK-SCHOOL-ID
               ASK-DRIVE-MINUTES
           DISPLAY CLEAR-SCREEN
           DISPLAY MAIN-SCREEN
           DISPLAY ADD-RST-SCREEN
           MOVE ASK-ROUTE-ID TO RST-ROUTE-ID
           MOVE ASK-SEQ TO RST-SEQ
           MOVE ASK-SCHOOL-ID TO RST-SCHOOL-ID
           MOVE ASK-DRIVE-MINUTES TO RST-DRIVE-MINUTES
           CALL "GETOPER" USING RST-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO RST-LAST-DATE
           WRITE RST-DETAILS
                               AT LINE SCREEN-LIN COL 10
                           DISPLAY RST-SCHOOL-ID
                               AT LINE SCREEN-LIN COL 16
                           DISPLAY RST-DRIVE-MINUTES
                               AT LINE SCREEN-LIN COL 23
                       END-IF
               END-READ
           END-PERFORM

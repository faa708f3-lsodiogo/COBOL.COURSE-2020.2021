      *    CREDITED BACK ON FXCREDNOTE, GIVING THE FILL RATE, WITH
      *    THE SHORT/REFUSED LINE COUNTS BY REASON CODE AND THE
      *    TREND OVER THE LAST SIX PERIODS - THE FIGURES THE
      *    COUNCILS ASK FOR AT CONTRACT RENEWAL. THE QUANTITY CUT BY
      *    SHORTALLOC WHEN THE KITCHEN MADE TOO FEW (FXSHORTFALL) IS
      *    OUR OWN SHORTFALL: IT COUNTS AS ORDERED BUT NOT SUPPLIED,
      *    AND A SUBSTITUTE SENT IN ITS PLACE DOES NOT COUNT AS
      *    FILLED; THE PERIOD'S SHORTFALL AND SUBSTITUTED TOTALS
      *    CLOSE THE REPORT.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 02.09.2026
      ******************************************************************
                   RECORD KEY IS CRN-ID
                   FILE STATUS CRN-STATUS-FS.

               SELECT FXSHORTFALL ASSIGN TO "FXSHORTFALL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SHF-KEY
                   FILE STATUS SHF-STATUS-FS.

               SELECT FILL-FILE ASSIGN TO REPORT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS FILL-STATUS.
           COPY FD-ORDERS.
       FD FXCREDNOTE.
           COPY FD-CREDNOTE.
       FD FXSHORTFALL.
           COPY FD-SHORTFALL.
       FD FILL-FILE.
       01  FILL-LINE                        PIC X(090).

       77  KEYSTATUS                        PIC 9(004).
       77  ORD-STATUS-FS                    PIC 9(002).
       77  CRN-STATUS-FS                    PIC 9(002).
       77  SHF-STATUS-FS                    PIC 9(002).
       77  FILL-STATUS                      PIC 9(002).
       77  FILE-ERROR-STATUS                PIC 9(002).

           88  EOF-ORD                      VALUE "Y".
       01  CRN-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-CRN                      VALUE "Y".
       01  SHF-EOF-FLAG                     PIC X(001) VALUE "N".
           88  EOF-SHF                      VALUE "Y".

       01  ASK-PERIOD                       PIC 9(006).
       01  MONTH-TABLE.
           05  CRD-SCHOOL OCCURS MAX-SCHOOL TIMES.
               10  CRD-QTY OCCURS TREND-MONTHS TIMES
                   PIC 9(007).
       01  SHT-TABLE.
           05  SHT-SCHOOL OCCURS MAX-SCHOOL TIMES.
               10  SHT-QTY OCCURS TREND-MONTHS TIMES
                   PIC 9(007).
       01  SUB-TABLE.
           05  SUB-SCHOOL OCCURS MAX-SCHOOL TIMES.
               10  SUB-QTY OCCURS TREND-MONTHS TIMES
                   PIC 9(007).
       01  PERIOD-SHORT-TOTAL               PIC 9(009).
       01  PERIOD-SUB-TOTAL                 PIC 9(009).
       01  FILLED-QTY                       PIC 9(009).
       77  SCHOOL-IX                        PIC 9(005).
       01  REASON-COUNT-TABLE.
           05  REASON-COUNT OCCURS MAX-REASON TIMES
           05  RD-COUNT                     PIC ZZZZ9.
           05  FILLER                       PIC X(006)
               VALUE " LINES".
       01  SHORTFALL-DETAIL.
           05  FILLER                       PIC X(024)
               VALUE "  PRODUCTION SHORTFALL  ".
           05  SD-SHORT                     PIC ZZZZZZZZ9.
           05  FILLER                       PIC X(015)
               VALUE "  SUBSTITUTED  ".
           05  SD-SUB                       PIC ZZZZZZZZ9.

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           PERFORM 100-BUILD-MONTH-LIST
           PERFORM 200-SCAN-ORDERS
           PERFORM 300-SCAN-CREDITS
           PERFORM 350-SCAN-SHORTFALLS
           MOVE SPACES TO REPORT-FILENAME
           STRING "FILLRATE-" DELIMITED BY SIZE
               ASK-PERIOD DELIMITED BY SIZE
           CLOSE FXCREDNOTE
       EXIT SECTION.

       350-SCAN-SHORTFALLS SECTION.
           MOVE ZERO TO PERIOD-SHORT-TOTAL PERIOD-SUB-TOTAL
           MOVE "N" TO SHF-EOF-FLAG
           OPEN INPUT FXSHORTFALL
           IF SHF-STATUS-FS NOT = ZERO THEN
               CLOSE FXSHORTFALL
               EXIT SECTION
           END-IF
           PERFORM UNTIL EOF-SHF
               READ FXSHORTFALL NEXT RECORD
                   AT END SET EOF-SHF TO TRUE
                   NOT AT END
                       IF SHF-SCHOOL-ID >= 1 AND
                           SHF-SCHOOL-ID <= MAX-SCHOOL
                           MOVE SHF-DATE (1:6) TO DOC-PERIOD
                           PERFORM 150-FIND-MONTH-SLOT
                           IF MONTH-FOUND-IX > ZERO
                               ADD SHF-SHORT-QTY TO SHT-QTY
                                   (SHF-SCHOOL-ID MONTH-FOUND-IX)
                               ADD SHF-SUB-QTY TO SUB-QTY
                                   (SHF-SCHOOL-ID MONTH-FOUND-IX)
                           END-IF
                           IF DOC-PERIOD = ASK-PERIOD
                               ADD SHF-SHORT-QTY TO PERIOD-SHORT-TOTAL
                               ADD SHF-SUB-QTY TO PERIOD-SUB-TOTAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXSHORTFALL
       EXIT SECTION.

      *> FILL RATE = FILLED / (FILLED + CREDITED BACK + PRODUCTION
      *> SHORTFALL), WHERE FILLED IS THE DELIVERED QUANTITY LESS
      *> THE SUBSTITUTES; ONE LINE PER SCHOOL WITH THE SIX PERIODS
      *> NEWEST FIRST, THEN THE PERIOD'S SHORT/REFUSED LINE COUNTS
      *> BY REASON AND ITS SHORTFALL AND SUBSTITUTED TOTALS
       400-PRINT-REPORT SECTION.
           PERFORM VARYING SCHOOL-IX FROM 1 BY 1
               UNTIL SCHOOL-IX > MAX-SCHOOL
               IF DLV-QTY (SCHOOL-IX 1) > ZERO OR
                   CRD-QTY (SCHOOL-IX 1) > ZERO OR
                   SHT-QTY (SCHOOL-IX 1) > ZERO
                   PERFORM 410-PRINT-ONE-SCHOOL
               END-IF
           END-PERFORM
                   ADD 1 TO LINE-COUNT
               END-IF
           END-PERFORM
           IF PERIOD-SHORT-TOTAL > ZERO
               MOVE PERIOD-SHORT-TOTAL TO SD-SHORT
               MOVE PERIOD-SUB-TOTAL TO SD-SUB
               WRITE FILL-LINE FROM SHORTFALL-DETAIL
               ADD 1 TO LINE-COUNT
           END-IF
       EXIT SECTION.

       410-PRINT-ONE-SCHOOL SECTION.
           MOVE SCHOOL-IX TO FD-SCHOOL
           PERFORM VARYING MONTH-IX FROM 1 BY 1
               UNTIL MONTH-IX > TREND-MONTHS
               MOVE ZERO TO FILLED-QTY
               IF DLV-QTY (SCHOOL-IX MONTH-IX) >
                   SUB-QTY (SCHOOL-IX MONTH-IX)
                   COMPUTE FILLED-QTY =
                       DLV-QTY (SCHOOL-IX MONTH-IX)
                       - SUB-QTY (SCHOOL-IX MONTH-IX)
               END-IF
               COMPUTE TOTAL-SUPPLIED = FILLED-QTY
                   + CRD-QTY (SCHOOL-IX MONTH-IX)
                   + SHT-QTY (SCHOOL-IX MONTH-IX)
               IF TOTAL-SUPPLIED = ZERO
                   MOVE ZERO TO FILL-RATE
               ELSE
                   COMPUTE FILL-RATE ROUNDED =
                       FILLED-QTY * 100 / TOTAL-SUPPLIED
               END-IF
               MOVE FILL-RATE TO FD-RATE-VALUE (MONTH-IX)
           END-PERFORM

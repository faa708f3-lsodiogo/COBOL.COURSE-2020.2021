      *    WS-RIS-LEAD-TIME-DAYS, PERCENTAGE OF ORDER LINES DELIVERED
      *    IN FULL, AND THE NUMBER OF INVOICE LINES BILLED OFF THE
      *    AGREED PRICE. AMMUNITION FOR THE YEARLY RENEGOTIATION.
      *    THE SUPPLIER QUALITY CLAIMS RAISED AGAINST EACH SUPPLIER
      *    (SUPPCLAIM) AND THE CREDIT THEY ASK FOR ARE SHOWN TOO.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 22.08.2026
      ******************************************************************
                   RECORD KEY IS SIL-ID
                   FILE STATUS SIL-STATUS-FS.

               SELECT FXSUPPCLAIM ASSIGN TO "FXSUPPCLAIM"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CLM-ID
                   FILE STATUS CLM-STATUS-FS.

               SELECT PERF-FILE-REPORT ASSIGN TO "SUPP-PERF.rpt".

       DATA DIVISION.
           COPY FD-SUPPINV.
       FD FXSUPINVLN.
           COPY FD-SUPINVLN.
       FD FXSUPPCLAIM.
           COPY FD-SUPPCLAIM.

       FD PERF-FILE-REPORT
           REPORT IS PERF-REPORT.
       77  RIS-STATUS                       PIC 9(002).
       77  SINV-STATUS-FS                   PIC 9(002).
       77  SIL-STATUS-FS                    PIC 9(002).
       77  CLM-STATUS-FS                    PIC 9(002).
       77  FILE-ERROR-STATUS                PIC 9(002).

       01 CURRENT-DATE-REPORT.
           88 EOF-SINV                     VALUE "Y".
       01 SIL-EOF-FLAG                     PIC X(001) VALUE "N".
           88 EOF-SIL                      VALUE "Y".
       01 CLM-EOF-FLAG                     PIC X(001) VALUE "N".
           88 EOF-CLM                      VALUE "Y".

       78 MAX-SUPP                         VALUE 9999.
       01 PERF-TABLE.
               10 PERF-LINES               PIC 9(005) VALUE ZERO.
               10 PERF-LINES-FULL          PIC 9(005) VALUE ZERO.
               10 PERF-PRICE-VARS          PIC 9(005) VALUE ZERO.
               10 PERF-CLAIMS              PIC 9(005) VALUE ZERO.
               10 PERF-CLAIM-CREDIT        PIC 9(009)V99 VALUE ZERO.
       77 SUPP-IX                          PIC 9(005).

       01 AGREEMENT-FOUND                  PIC X(001).
       01 DET-AVG-LEAD                     PIC 9(003)V9 VALUE ZERO.
       01 DET-PCT-FULL                     PIC 9(003)V9 VALUE ZERO.
       01 DET-PRICE-VARS                   PIC 9(005).
       01 DET-CLAIMS                       PIC 9(005).
       01 DET-CLAIM-CREDIT                 PIC 9(009)V99.

       REPORT SECTION.
       RD PERF-REPORT
           03 COLUMN 22 VALUE "PROMISED".
           03 COLUMN 34 VALUE "% IN FULL".
           03 COLUMN 48 VALUE "PRICE VARIANCES".
           03 COLUMN 66 VALUE "CLAIMS".
           03 COLUMN 75 VALUE "CREDIT CLAIMED".

       01 LINE-DETAIL TYPE IS DETAIL.
           02 LINE IS PLUS 1.
               03 COLUMN 23 PIC ZZ9.9 SOURCE DET-AVG-LEAD.
               03 COLUMN 35 PIC ZZ9.9 SOURCE DET-PCT-FULL.
               03 COLUMN 52 PIC ZZZZ9 SOURCE DET-PRICE-VARS.
               03 COLUMN 67 PIC ZZZZ9 SOURCE DET-CLAIMS.
               03 COLUMN 75 PIC ZZZZZZZZ9.99 SOURCE DET-CLAIM-CREDIT.

       01 TYPE IS PAGE FOOTING.
           02 LINE IS 49.
           DISPLAY MAIN-SCREEN
           PERFORM 100-GATHER-DELIVERY-FIGURES
           PERFORM 300-GATHER-PRICE-VARIANCES
           PERFORM 350-GATHER-QUALITY-CLAIMS
           PERFORM 400-PRINT-SCORECARD
           MOVE REPORT-DONE TO ERROR-TEXT
           ACCEPT ERROR-ZONE
           END-PERFORM
       EXIT SECTION.

      *> A CATCH-WEIGHT LINE IS BILLED PER KG, NOT AT THE AGREED
      *> PIECE PRICE; ITS PRICE IS CHECKED BY THE MATCH AND PPV RUNS
       320-CHECK-ONE-INVOICE-LINE SECTION.
           IF SIL-WEIGHT NUMERIC AND SIL-WEIGHT > ZERO
               EXIT SECTION
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO LOOKUP-DATE
           IF POL-STATUS-FS = ZERO
               MOVE SIL-PO-ID TO POL-PO-ID
           END-IF
       EXIT SECTION.

      *> EVERY CLAIM COUNTS, WHATEVER THE SUPPLIER ANSWERED - A
      *> REJECTED CLAIM WAS STILL A COMPLAINT ABOUT THEIR GOODS
       350-GATHER-QUALITY-CLAIMS SECTION.
           MOVE "N" TO CLM-EOF-FLAG
           OPEN INPUT FXSUPPCLAIM
           IF CLM-STATUS-FS NOT = ZERO THEN
               CLOSE FXSUPPCLAIM
               EXIT SECTION
           END-IF
           PERFORM UNTIL EOF-CLM
               READ FXSUPPCLAIM NEXT RECORD
                   AT END SET EOF-CLM TO TRUE
                   NOT AT END
                       IF CLM-SUPPLIER-ID >= 1 AND
                           CLM-SUPPLIER-ID <= MAX-SUPP
                           ADD 1 TO PERF-CLAIMS (CLM-SUPPLIER-ID)
                           ADD CLM-CREDIT-REQUESTED
                               TO PERF-CLAIM-CREDIT (CLM-SUPPLIER-ID)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXSUPPCLAIM
       EXIT SECTION.

       400-PRINT-SCORECARD SECTION.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-REPORT
           OPEN OUTPUT PERF-FILE-REPORT
           INITIATE PERF-REPORT
           PERFORM VARYING SUPP-IX FROM 1 BY 1
               UNTIL SUPP-IX > MAX-SUPP
               IF PERF-LINES (SUPP-IX) > ZERO OR
                   PERF-CLAIMS (SUPP-IX) > ZERO
                   MOVE SUPP-IX TO DET-SUPP-ID
                   MOVE ZERO TO DET-AVG-DAYS DET-AVG-LEAD
                       DET-PCT-FULL
                   IF PERF-RECEIPTS (SUPP-IX) > ZERO
                       COMPUTE DET-AVG-DAYS ROUNDED =
                           PERF-DAYS-SUM (SUPP-IX) /
                           PERF-LEAD-SUM (SUPP-IX) /
                           PERF-RECEIPTS (SUPP-IX)
                   END-IF
                   IF PERF-LINES (SUPP-IX) > ZERO
                       COMPUTE DET-PCT-FULL ROUNDED =
                           PERF-LINES-FULL (SUPP-IX) * 100 /
                           PERF-LINES (SUPP-IX)
                   END-IF
                   MOVE PERF-PRICE-VARS (SUPP-IX) TO DET-PRICE-VARS
                   MOVE PERF-CLAIMS (SUPP-IX) TO DET-CLAIMS
                   MOVE PERF-CLAIM-CREDIT (SUPP-IX) TO DET-CLAIM-CREDIT
                   GENERATE LINE-DETAIL
               END-IF
           END-PERFORM

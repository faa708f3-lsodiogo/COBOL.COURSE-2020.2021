      *    WRITTEN TO THE FIXED-LAYOUT FILE GLEXPORT.DAT FOR THE
      *    ACCOUNTANT'S PACKAGE, WITH A POSTING SUMMARY. EVERY
      *    EXPORTED DOCUMENT IS FLAGGED SO NOTHING EXPORTS TWICE.
      *    APPROVED BAD-DEBT WRITE-OFFS POST THEIR NET LOSS AND THEIR
      *    VAT RELIEF AS SEPARATE LINES, AND CASH LATER RECOVERED ON
      *    A WRITTEN-OFF INVOICE REVERSES BOTH IN PROPORTION.
      *    FREIGHT AND OTHER CHARGE LINES ON SUPPLIER INVOICES POST TO
      *    THEIR OWN ACCOUNT UNDER "PC" WHEN THAT MAPPING EXISTS;
      *    OTHERWISE THE WHOLE INVOICE STAYS UNDER "PI".
      *    THE OVER OR SHORT FOUND AT EACH COUNTER CASH-UP POSTS AS A
      *    JOURNAL OF ITS OWN UNDER "CO" (OVER) OR "CU" (SHORT).
      *    THE POSTING SUMMARY GL-EXPORT.rpt IS CATALOGUED ON
      *    FXRPTCAT SO IT REACHES ITS DISTRIBUTION LIST, AND
      *    GLEXPORT.DAT IS ENTERED ON THE TRANSMISSION REGISTER WITH
      *    ITS POSTING COUNT AND POSTED VALUE.
      *    DOCUMENTS CANCELLED AS ISSUED IN ERROR (DOCCANCEL) ARE
      *    NEVER EXPORTED; ONCE EXPORTED A DOCUMENT CAN NO LONGER BE
      *    CANCELLED, ONLY CREDITED.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 22.08.2026
      ******************************************************************
                   RECORD KEY IS JRN-ID
                   FILE STATUS JRN-STATUS-FS.

               SELECT FXWRITEOFF ASSIGN TO "FXWRITEOFF"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS WOF-ID
                   FILE STATUS WOF-STATUS-FS.

               SELECT FXCASHUP ASSIGN TO "FXCASHUP"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CUP-DATE
                   FILE STATUS CUP-STATUS-FS.

               SELECT GL-FILE ASSIGN TO "GLEXPORT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS GL-STATUS.
           COPY FD-CASHSALE.
       FD FXGLJRNL.
           COPY FD-GLJRNL.
       FD FXWRITEOFF.
           COPY FD-WRITEOFF.
       FD FXCASHUP.
           COPY FD-CASHUP.
       FD GL-FILE.
           01  GL-RECORD                    PIC X(060).
       FD SUMMARY-FILE.
           01  SUMMARY-LINE                 PIC X(060).

       WORKING-STORAGE SECTION.
       COPY LK-RPTCAT.
       COPY LK-TXREG.

       78  MODULE-NAME-VIEW    VALUE "GENERAL LEDGER EXPORT".
       78  BACK-EXIT           VALUE "F3 - BACK".
       78  PERIOD-FROM-TEXT    VALUE "PERIOD FROM (YYYYMMDD):".
       77  SINV-STATUS-FS                   PIC 9(002).
       77  WST-STATUS-FS                    PIC 9(002).
       77  CSH-STATUS-FS                    PIC 9(002).
       77  WOF-STATUS-FS                    PIC 9(002).
       77  CUP-STATUS-FS                    PIC 9(002).
       77  GL-STATUS                        PIC 9(002).
       77  SUMMARY-STATUS                   PIC 9(002).
       77  FILE-ERROR-STATUS                PIC 9(002).
       01  TOTAL-SI                         PIC 9(011)V99 VALUE ZERO.
       01  TOTAL-SC                         PIC 9(011)V99 VALUE ZERO.
       01  TOTAL-PI                         PIC 9(011)V99 VALUE ZERO.
       01  TOTAL-PC                         PIC 9(011)V99 VALUE ZERO.
       01  TOTAL-WA                         PIC 9(011)V99 VALUE ZERO.
       01  TOTAL-CS                         PIC 9(011)V99 VALUE ZERO.
       01  TOTAL-BD                         PIC 9(011)V99 VALUE ZERO.
       01  TOTAL-BV                         PIC 9(011)V99 VALUE ZERO.
       01  TOTAL-BR                         PIC 9(011)V99 VALUE ZERO.
       01  TOTAL-RV                         PIC 9(011)V99 VALUE ZERO.
       01  TOTAL-CO                         PIC 9(011)V99 VALUE ZERO.
       01  TOTAL-CU                         PIC 9(011)V99 VALUE ZERO.
       01  GL-FILE-RECORDS                  PIC 9(007) VALUE ZERO.
       01  GL-FILE-TOTAL                    PIC 9(011)V99 VALUE ZERO.

      *> THE WRITE-OFF PASS POSTS UNDER FOUR MAPPINGS AT ONCE, SO
      *> THEIR ACCOUNTS ARE KEPT HERE RATHER THAN IN THE FD AREA
       01  BAD-DEBT-MAPS.
           05  BD-DEBIT                     PIC X(008).
           05  BD-CREDIT                    PIC X(008).
           05  BV-DEBIT                     PIC X(008).
           05  BV-CREDIT                    PIC X(008).
           05  BR-DEBIT                     PIC X(008).
           05  BR-CREDIT                    PIC X(008).
           05  RV-DEBIT                     PIC X(008).
           05  RV-CREDIT                    PIC X(008).
      *> SUPPLIER INVOICE CHARGES POST UNDER A SECOND MAPPING IN THE
      *> SAME PASS AS THE GOODS
       01  CHARGE-MAPS.
           05  PC-DEBIT                     PIC X(008).
           05  PC-CREDIT                    PIC X(008).
      *> A CASH-UP IS EITHER OVER OR SHORT, EACH WITH ITS OWN MAPPING
       01  CASHUP-MAPS.
           05  CO-DEBIT                     PIC X(008).
           05  CO-CREDIT                    PIC X(008).
           05  CU-DEBIT                     PIC X(008).
           05  CU-CREDIT                    PIC X(008).
       01  CHARGE-MAP                       PIC X(001).
           88  CHARGE-MAP-YES               VALUE "Y".
       01  RECOVERY-MAPS                    PIC X(001).
           88  RECOVERY-MAPS-YES            VALUE "Y".
       01  RECOVERED-NOW                    PIC 9(007)V99.
       01  WOF-CHANGED                      PIC X(001).
           88  WOF-CHANGED-YES              VALUE "Y".
       01  RECOVERED-VAT                    PIC 9(007)V99.

       01  GL-DETAIL.
           05  GL-DATE                      PIC 9(008).
           PERFORM 300-EXPORT-SUPPLIER-INVOICES
           PERFORM 400-EXPORT-WASTE
           PERFORM 450-EXPORT-CASH-SALES
           PERFORM 460-EXPORT-WRITE-OFFS
           PERFORM 480-EXPORT-CASH-UPS
           CLOSE FXGLJRNL
           CLOSE GL-FILE
           MOVE "GL-POSTINGS" TO TXR-INTERFACE
           MOVE "GLEXPORT.DAT" TO TXR-FILE-NAME
           MOVE "GL-EXPORT" TO TXR-PROGRAM
           MOVE GL-FILE-RECORDS TO TXR-RECORDS
           MOVE GL-FILE-TOTAL TO TXR-CONTROL-TOTAL
           CALL "TXREG" USING TXREG-REQUEST
           CLOSE FXACCTMAP
           PERFORM 500-WRITE-SUMMARY
           MOVE EXPORT-DONE TO ERROR-TEXT
       EXIT SECTION.

      *> MIRRORS THE GL-DETAIL LINE JUST BUILT INTO THE RETAINED
      *> JOURNAL, STAMPED WITH THE EXPORT RUN, AND COUNTS IT TOWARDS
      *> THE CONTROL FIGURES OF THE FILE
       099-WRITE-JOURNAL SECTION.
           MOVE NEXT-JRN-ID TO JRN-ID
           MOVE GL-DATE TO JRN-DATE
               INVALID KEY CONTINUE
           END-WRITE
           ADD 1 TO NEXT-JRN-ID
           ADD 1 TO GL-FILE-RECORDS
           ADD GL-AMOUNT-WS TO GL-FILE-TOTAL
       EXIT SECTION.

       095-READ-MAPPING SECTION.
                   AT END SET DOC-EOF-YES TO TRUE
                   NOT AT END
                       IF NOT SCHINV-GL-EXPORTED AND
                           NOT SCHINV-STATUS-CANCELLED AND
                           SCHINV-PERIOD-TO >= PERIOD-FROM AND
                           SCHINV-PERIOD-TO <= PERIOD-TO
                           MOVE SCHINV-PERIOD-TO TO GL-DATE
                   AT END SET DOC-EOF-YES TO TRUE
                   NOT AT END
                       IF NOT CRN-GL-EXPORTED AND
                           NOT CRN-STATUS-CANCELLED AND
                           CRN-DATE >= PERIOD-FROM AND
                           CRN-DATE <= PERIOD-TO
                           MOVE CRN-DATE TO GL-DATE
               CLOSE FXSUPPINV
               EXIT SECTION
           END-IF
           MOVE "N" TO CHARGE-MAP
           MOVE "PC" TO MAP-SOURCE
           PERFORM 095-READ-MAPPING
           IF MAP-FOUND-YES
               MOVE MAP-DEBIT-ACCOUNT TO PC-DEBIT
               MOVE MAP-CREDIT-ACCOUNT TO PC-CREDIT
               MOVE "Y" TO CHARGE-MAP
           END-IF
           MOVE "PI" TO MAP-SOURCE
           PERFORM 095-READ-MAPPING
           IF NOT MAP-FOUND-YES
                           MOVE SINV-ID TO GL-DOC-REF
                           MOVE MAP-DEBIT-ACCOUNT TO GL-DEBIT
                           MOVE MAP-CREDIT-ACCOUNT TO GL-CREDIT
                           MOVE SINV-TOTAL TO GL-AMOUNT-WS
                           IF CHARGE-MAP-YES AND
                               SINV-CHARGE-TOTAL > ZERO
                               SUBTRACT SINV-CHARGE-TOTAL
                                   FROM GL-AMOUNT-WS
                           END-IF
                           MOVE GL-AMOUNT-WS TO GL-AMOUNT
                           WRITE GL-RECORD FROM GL-DETAIL
                           PERFORM 099-WRITE-JOURNAL
                           ADD GL-AMOUNT-WS TO TOTAL-PI
                           IF CHARGE-MAP-YES AND
                               SINV-CHARGE-TOTAL > ZERO
                               MOVE "PC" TO GL-SOURCE
                               MOVE PC-DEBIT TO GL-DEBIT
                               MOVE PC-CREDIT TO GL-CREDIT
                               MOVE SINV-CHARGE-TOTAL TO GL-AMOUNT
                               MOVE SINV-CHARGE-TOTAL TO GL-AMOUNT-WS
                               WRITE GL-RECORD FROM GL-DETAIL
                               PERFORM 099-WRITE-JOURNAL
                               ADD SINV-CHARGE-TOTAL TO TOTAL-PC
                           END-IF
                           MOVE "Y" TO SINV-GL-FLAG
                           CALL "GETOPER" USING SINV-LAST-BY
                           MOVE FUNCTION CURRENT-DATE (1:8)
           CLOSE FXCASHSALE
       EXIT SECTION.

      *> AN APPROVED WRITE-OFF POSTS TWICE: THE NET LOSS UNDER "BD"
      *> AND THE OUTPUT VAT RECLAIMED UNDER "BV". CASH RECOVERED
      *> SINCE THE LAST EXPORT REVERSES BOTH ("BR"/"RV") IN THE SAME
      *> PROPORTION, ONCE THE WRITE-OFF ITSELF HAS GONE OUT
       460-EXPORT-WRITE-OFFS SECTION.
           MOVE "N" TO DOC-EOF
           OPEN I-O FXWRITEOFF
           IF WOF-STATUS-FS NOT = ZERO THEN
               CLOSE FXWRITEOFF
               EXIT SECTION
           END-IF
           MOVE "BD" TO MAP-SOURCE
           PERFORM 095-READ-MAPPING
           IF NOT MAP-FOUND-YES
               CLOSE FXWRITEOFF
               EXIT SECTION
           END-IF
           MOVE MAP-DEBIT-ACCOUNT TO BD-DEBIT
           MOVE MAP-CREDIT-ACCOUNT TO BD-CREDIT
           MOVE "BV" TO MAP-SOURCE
           PERFORM 095-READ-MAPPING
           IF NOT MAP-FOUND-YES
               CLOSE FXWRITEOFF
               EXIT SECTION
           END-IF
           MOVE MAP-DEBIT-ACCOUNT TO BV-DEBIT
           MOVE MAP-CREDIT-ACCOUNT TO BV-CREDIT
           MOVE "N" TO RECOVERY-MAPS
           MOVE "BR" TO MAP-SOURCE
           PERFORM 095-READ-MAPPING
           IF MAP-FOUND-YES
               MOVE MAP-DEBIT-ACCOUNT TO BR-DEBIT
               MOVE MAP-CREDIT-ACCOUNT TO BR-CREDIT
               MOVE "RV" TO MAP-SOURCE
               PERFORM 095-READ-MAPPING
               IF MAP-FOUND-YES
                   MOVE MAP-DEBIT-ACCOUNT TO RV-DEBIT
                   MOVE MAP-CREDIT-ACCOUNT TO RV-CREDIT
                   MOVE "Y" TO RECOVERY-MAPS
               END-IF
           END-IF
           PERFORM UNTIL DOC-EOF-YES
               READ FXWRITEOFF NEXT RECORD
                   AT END SET DOC-EOF-YES TO TRUE
                   NOT AT END
                       IF WOF-STATUS-APPROVED
                           PERFORM 470-EXPORT-ONE-WRITE-OFF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXWRITEOFF
       EXIT SECTION.

       470-EXPORT-ONE-WRITE-OFF SECTION.
           MOVE "N" TO WOF-CHANGED
           IF NOT WOF-GL-EXPORTED AND
               WOF-APPR-DATE >= PERIOD-FROM AND
               WOF-APPR-DATE <= PERIOD-TO
               MOVE WOF-APPR-DATE TO GL-DATE
               MOVE "BD" TO GL-SOURCE
               MOVE WOF-ID TO GL-DOC-REF
               MOVE BD-DEBIT TO GL-DEBIT
               MOVE BD-CREDIT TO GL-CREDIT
               MOVE WOF-NET TO GL-AMOUNT
               MOVE WOF-NET TO GL-AMOUNT-WS
               WRITE GL-RECORD FROM GL-DETAIL
               PERFORM 099-WRITE-JOURNAL
               ADD WOF-NET TO TOTAL-BD
               IF WOF-VAT > ZERO
                   MOVE "BV" TO GL-SOURCE
                   MOVE BV-DEBIT TO GL-DEBIT
                   MOVE BV-CREDIT TO GL-CREDIT
                   MOVE WOF-VAT TO GL-AMOUNT
                   MOVE WOF-VAT TO GL-AMOUNT-WS
                   WRITE GL-RECORD FROM GL-DETAIL
                   PERFORM 099-WRITE-JOURNAL
                   ADD WOF-VAT TO TOTAL-BV
               END-IF
               MOVE "Y" TO WOF-GL-FLAG
               MOVE "Y" TO WOF-CHANGED
           END-IF
           IF WOF-GL-EXPORTED AND RECOVERY-MAPS-YES AND
               WOF-RECOVERED > WOF-RCV-EXPORTED AND
               WOF-RCV-DATE >= PERIOD-FROM AND
               WOF-RCV-DATE <= PERIOD-TO
               COMPUTE RECOVERED-NOW =
                   WOF-RECOVERED - WOF-RCV-EXPORTED
               IF WOF-NET + WOF-VAT = ZERO
                   MOVE ZERO TO RECOVERED-VAT
               ELSE
                   COMPUTE RECOVERED-VAT ROUNDED =
                       RECOVERED-NOW * WOF-VAT / (WOF-NET + WOF-VAT)
               END-IF
               MOVE WOF-RCV-DATE TO GL-DATE
               MOVE "BR" TO GL-SOURCE
               MOVE WOF-ID TO GL-DOC-REF
               MOVE BR-DEBIT TO GL-DEBIT
               MOVE BR-CREDIT TO GL-CREDIT
               COMPUTE GL-AMOUNT-WS = RECOVERED-NOW - RECOVERED-VAT
               MOVE GL-AMOUNT-WS TO GL-AMOUNT
               WRITE GL-RECORD FROM GL-DETAIL
               PERFORM 099-WRITE-JOURNAL
               ADD GL-AMOUNT-WS TO TOTAL-BR
               IF RECOVERED-VAT > ZERO
                   MOVE "RV" TO GL-SOURCE
                   MOVE RV-DEBIT TO GL-DEBIT
                   MOVE RV-CREDIT TO GL-CREDIT
                   MOVE RECOVERED-VAT TO GL-AMOUNT
                   MOVE RECOVERED-VAT TO GL-AMOUNT-WS
                   WRITE GL-RECORD FROM GL-DETAIL
                   PERFORM 099-WRITE-JOURNAL
                   ADD RECOVERED-VAT TO TOTAL-RV
               END-IF
               MOVE WOF-RECOVERED TO WOF-RCV-EXPORTED
               MOVE "Y" TO WOF-CHANGED
           END-IF
           IF NOT WOF-CHANGED-YES
               EXIT SECTION
           END-IF
           CALL "GETOPER" USING WOF-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO WOF-LAST-DATE
           REWRITE WOF-DETAILS
           END-REWRITE
       EXIT SECTION.

      *> THE DIFFERENCE BETWEEN THE COUNTED TIN AND WHAT THE DAY'S
      *> SALES SAY SHOULD BE IN IT POSTS UNDER "CO" WHEN OVER AND
      *> "CU" WHEN SHORT, ALWAYS AS A POSITIVE AMOUNT
       480-EXPORT-CASH-UPS SECTION.
           MOVE "N" TO DOC-EOF
           OPEN I-O FXCASHUP
           IF CUP-STATUS-FS NOT = ZERO THEN
               CLOSE FXCASHUP
               EXIT SECTION
           END-IF
           MOVE "CO" TO MAP-SOURCE
           PERFORM 095-READ-MAPPING
           IF NOT MAP-FOUND-YES
               CLOSE FXCASHUP
               EXIT SECTION
           END-IF
           MOVE MAP-DEBIT-ACCOUNT TO CO-DEBIT
           MOVE MAP-CREDIT-ACCOUNT TO CO-CREDIT
           MOVE "CU" TO MAP-SOURCE
           PERFORM 095-READ-MAPPING
           IF NOT MAP-FOUND-YES
               CLOSE FXCASHUP
               EXIT SECTION
           END-IF
           MOVE MAP-DEBIT-ACCOUNT TO CU-DEBIT
           MOVE MAP-CREDIT-ACCOUNT TO CU-CREDIT
           PERFORM UNTIL DOC-EOF-YES
               READ FXCASHUP NEXT RECORD
                   AT END SET DOC-EOF-YES TO TRUE
                   NOT AT END
                       IF NOT CUP-GL-EXPORTED AND
                           CUP-DATE >= PERIOD-FROM AND
                           CUP-DATE <= PERIOD-TO
                           PERFORM 490-EXPORT-ONE-CASH-UP
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXCASHUP
       EXIT SECTION.

       490-EXPORT-ONE-CASH-UP SECTION.
           IF CUP-VARIANCE NOT = ZERO
               MOVE CUP-DATE TO GL-DATE
               MOVE CUP-NO TO GL-DOC-REF
               IF CUP-VARIANCE > ZERO
                   MOVE "CO" TO GL-SOURCE
                   MOVE CO-DEBIT TO GL-DEBIT
                   MOVE CO-CREDIT TO GL-CREDIT
                   MOVE CUP-VARIANCE TO GL-AMOUNT-WS
                   ADD GL-AMOUNT-WS TO TOTAL-CO
               ELSE
                   MOVE "CU" TO GL-SOURCE
                   MOVE CU-DEBIT TO GL-DEBIT
                   MOVE CU-CREDIT TO GL-CREDIT
                   COMPUTE GL-AMOUNT-WS = ZERO - CUP-VARIANCE
                   ADD GL-AMOUNT-WS TO TOTAL-CU
               END-IF
               MOVE GL-AMOUNT-WS TO GL-AMOUNT
               WRITE GL-RECORD FROM GL-DETAIL
               PERFORM 099-WRITE-JOURNAL
           END-IF
           MOVE "Y" TO CUP-GL-FLAG
           CALL "GETOPER" USING CUP-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO CUP-LAST-DATE
           REWRITE CUP-DETAILS
           END-REWRITE
       EXIT SECTION.

       500-WRITE-SUMMARY SECTION.
           OPEN OUTPUT SUMMARY-FILE
           MOVE "SCHOOL INVOICES" TO SU-LABEL
           MOVE "SUPPLIER INVOICES" TO SU-LABEL
           MOVE TOTAL-PI TO SU-AMOUNT
           WRITE SUMMARY-LINE FROM SUMMARY-DETAIL
           MOVE "SUPPLIER INVOICE CHARGES" TO SU-LABEL
           MOVE TOTAL-PC TO SU-AMOUNT
           WRITE SUMMARY-LINE FROM SUMMARY-DETAIL
           MOVE "WASTAGE" TO SU-LABEL
           MOVE TOTAL-WA TO SU-AMOUNT
           WRITE SUMMARY-LINE FROM SUMMARY-DETAIL
           MOVE "COUNTER CASH SALES" TO SU-LABEL
           MOVE TOTAL-CS TO SU-AMOUNT
           WRITE SUMMARY-LINE FROM SUMMARY-DETAIL
           MOVE "BAD DEBTS WRITTEN OFF (NET)" TO SU-LABEL
           MOVE TOTAL-BD TO SU-AMOUNT
           WRITE SUMMARY-LINE FROM SUMMARY-DETAIL
           MOVE "BAD DEBT VAT RELIEF" TO SU-LABEL
           MOVE TOTAL-BV TO SU-AMOUNT
           WRITE SUMMARY-LINE FROM SUMMARY-DETAIL
           MOVE "BAD DEBTS RECOVERED (NET)" TO SU-LABEL
           MOVE TOTAL-BR TO SU-AMOUNT
           WRITE SUMMARY-LINE FROM SUMMARY-DETAIL
           MOVE "VAT RELIEF REVERSED" TO SU-LABEL
           MOVE TOTAL-RV TO SU-AMOUNT
           WRITE SUMMARY-LINE FROM SUMMARY-DETAIL
           MOVE "COUNTER CASH OVER" TO SU-LABEL
           MOVE TOTAL-CO TO SU-AMOUNT
           WRITE SUMMARY-LINE FROM SUMMARY-DETAIL
           MOVE "COUNTER CASH SHORT" TO SU-LABEL
           MOVE TOTAL-CU TO SU-AMOUNT
           WRITE SUMMARY-LINE FROM SUMMARY-DETAIL
           CLOSE SUMMARY-FILE
           MOVE "GL-EXPORT" TO RCAT-BASE-NAME
           MOVE "GL-EXPORT.rpt" TO RCAT-FILE-NAME
           MOVE "GL-EXPORT" TO RCAT-PROGRAM
           MOVE 1 TO RCAT-PAGES
           MOVE 12 TO RCAT-LINES
           CALL "RPTCAT" USING RPTCAT-REQUEST
       EXIT SECTION.

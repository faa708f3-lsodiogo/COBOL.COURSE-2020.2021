      *    BREADWICH | INGREDIENTS MANAGEMENT
      ******************************************************************
      *    REPORT MODULE - LOW STOCK INGREDIENTS REPORT
      *    THE STORE AND KITCHEN COLUMNS TOTAL EVERY PRODUCTION SITE.
      ******************************************************************
      *    V1 | EM ATUALIZACAO | 08.08.2026
      ******************************************************************

       01 ING-EOF-FLAG                     PIC X(001) VALUE "N".
           88 EOFINGRED                    VALUE "Y".
       01 LOC-EOF-FLAG                     PIC X(001) VALUE "N".
           88 EOF-LOC                      VALUE "Y".
       COPY LK-SITEINFO.

       REPORT SECTION.
       RD ING-STOCK-REPORT
           MOVE "N" TO RSV-EOF-FLAG
           MOVE INGREDS-ID TO RSV-ING-ID
           MOVE ZERO TO RSV-DATE
           MOVE LOW-VALUES TO RSV-SITE
           START FXRESERV KEY IS >= RSV-ID
               INVALID KEY SET EOF-RSV TO TRUE
           END-START
           IF LOC-STATUS-FS NOT = ZERO
               EXIT SECTION
           END-IF
           MOVE "N" TO LOC-EOF-FLAG
           MOVE INGREDS-ID TO LOC-ING-ID
           MOVE LOW-VALUES TO LOC-CODE
           START FXLOCSTOCK KEY IS >= LOC-ID
               INVALID KEY SET EOF-LOC TO TRUE
           END-START
           PERFORM UNTIL EOF-LOC
               READ FXLOCSTOCK NEXT RECORD
                   AT END SET EOF-LOC TO TRUE
                   NOT AT END
                       IF LOC-ING-ID NOT = INGREDS-ID
                           SET EOF-LOC TO TRUE
                       ELSE
                           PERFORM ADD-ONE-LOCATION
                       END-IF
               END-READ
           END-PERFORM
       EXIT SECTION.

      *> A SITE'S KITCHEN LOCATION GOES TO THE KITCHEN COLUMN, ANY
      *> OTHER LOCATION IS STORE STOCK
       ADD-ONE-LOCATION SECTION.
           SET SINF-BY-LOCATION TO TRUE
           MOVE LOC-CODE TO SINF-LOCATION
           CALL "SITEINFO" USING SITEINFO-REQUEST
           IF SINF-FOUND-YES AND LOC-CODE = SINF-KITCHEN-LOC
               ADD LOC-QTY TO TAB-ING-KITCHEN (IND)
           ELSE
               ADD LOC-QTY TO TAB-ING-STORE (IND)
           END-IF
       EXIT SECTION.

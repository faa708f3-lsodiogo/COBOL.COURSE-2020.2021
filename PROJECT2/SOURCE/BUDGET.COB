           05  FILLER                       PIC X(002) VALUE SPACES.
           05  RD-PCT                       PIC ZZ9.9.
           05  FILLER                       PIC X(002) VALUE " %".
           05  FILLER                       PIC X(002) VALUE SPACES.
           05  RD-REVIEW                    PIC X(006).

       SCREEN SECTION.
       01  CLEAR-SCREEN.
           MOVE UPPER-CASE (ASK-TYPE) TO BUD-TYPE
           MOVE ASK-KEY TO BUD-KEY
           MOVE ASK-AMOUNT TO BUD-AMOUNT
           MOVE SPACE TO BUD-REVIEW-FLAG
           CALL "GETOPER" USING BUD-LAST-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO BUD-LAST-DATE
           WRITE BUD-DETAILS
           MOVE ACTUAL-AMOUNT TO RD-ACTUAL
           MOVE VARIANCE-AMOUNT TO RD-VARIANCE
           MOVE ACHIEVED-PCT TO RD-PCT
           IF BUD-FOR-REVIEW
               MOVE "REVIEW" TO RD-REVIEW
           ELSE
               MOVE SPACES TO RD-REVIEW
           END-IF
           WRITE REPORT-LINE FROM REPORT-DETAIL
           ADD 1 TO LINE-COUNT
       EXIT SECTION.

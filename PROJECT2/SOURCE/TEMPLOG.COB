           END-PERFORM
           MOVE NEXT-INC-ID TO INC-ID
           MOVE ZERO TO INC-SCHOOL-ID INC-SANDWICH-ID
               INC-ORDER-DATE INC-BATCH-DATE INC-BATCH-SAND-ID
               INC-SUSPECT-ING-ID
           MOVE TODAY-DATE TO INC-DATE
           MOVE 999 TO INC-CATEGORY
           MOVE SPACES TO INC-TEXT

               MOVE ZEROS TO SANDWICH-PRICE SANDWICH-COST
                   SANDWICH-COST-DATE
               MOVE OLD-SAND-REST TO SANDWICH-DETAILS (59:17)
               MOVE ZEROS TO SANDWICH-LABOUR-MINUTES
                   SANDWICH-COST-MATERIAL SANDWICH-COST-LABOUR
                   SANDWICH-COST-PACKAGING SANDWICH-COST-OVERHEAD
               IF OLD-SANDWICH-ID > HIGHEST-ID
                   MOVE OLD-SANDWICH-ID TO HIGHEST-ID
               END-IF

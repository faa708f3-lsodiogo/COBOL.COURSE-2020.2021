      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | CUSTOMER ACCOUNTS
      ******************************************************************
      *    CUSTOMER NUMBERS START HERE. ANYTHING BELOW IS A SCHOOL, SO
      *    A PROGRAM THAT ONLY HANDLES SCHOOLS SKIPS AN ACCOUNT NUMBER
      *    FROM CUST-FIRST-ID UP.
      ******************************************************************
       78  CUST-FIRST-ID                    VALUE 90000.

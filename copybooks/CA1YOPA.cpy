      *****************************************************************
      *
      * Operator authorization table for the maintenance
      * transactions, loaded by CA1YOPAL from the OPAL rows on
      * CTLFILE. One row grants one operator id (or '********', any
      * operator) a set of actions on one transaction - up to four
      * three-character action codes packed into the actions field.
      * Anything not granted by some row is denied: the maintenance
      * transactions used to take a CHG, DEL or DIS from any
      * terminal, and the default has to be "no" for that to stop
      * meaning anything.
      *
      *****************************************************************
       01 CA1Y-OPERATOR-CONFIG.

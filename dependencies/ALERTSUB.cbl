      *    PERSISTENT ALERTFIL MASTER, KEYED BY THE RAISE TIMESTAMP.
      *    THE ALERTVW TRANSACTION LISTS THE UNACKNOWLEDGED ONES
      *    NEWEST-FIRST AND LETS THE DUTY OPERATOR ACKNOWLEDGE EACH
      *    WITH THEIR ID AND A NOTE. THE PERIODIC ALERTESC TASK
      *    WALKS ANY ALERT LEFT UNACKNOWLEDGED UP THE ON-CALL LADDER,
      *    KEEPING ITS OWNER AND ESCALATION STEPS ON THE ALERTOWN
      *    COMPANION - THIS RECORD IS NOT CHANGED FOR IT.

       ENVIRONMENT DIVISION.


      *    ID, THE ACTION AND THE FULL RECORD IMAGE; ONE TIMESTAMPED
      *    ENTRY IS APPENDED TO THE XJRNL JOURNAL PER UPDATE. THE
      *    MSTRBLD UTILITY APPLIES THE JOURNAL FORWARD FROM A DATED
      *    BACKUP COPY TO ANY POINT IN TIME, AND CDCFEED TURNS IT
      *    INTO THE DATA WAREHOUSE'S NIGHTLY CHANGE FEED.
      *
      *    BULK REBUILDS (SSAXBLD'S COMPANION REBUILD, XREFLOAD'S
      *    CUTOVER LOAD, A MSTRBLD RECOVERY ITSELF) ARE NOT JOURNALED


      ******************************************************************
      * Daily master change report. Reads the DIVMLOG maintenance
      * log appended by BUGSOLAPR as each approved change is applied
      * (one record per add, change or delete against DIVMAST, with
      * timestamp, function code, the operator who keyed it and the
      * before and after images) and prints the DIVMLR change
      * listing: a section per log date with one line per change
      * and a count for the day, plus a grand total, so auditors
      * can read master history off the report instead of asking

      *                  record for the sorted reporting pass),
      *              F = finish (sort, report, audit, extract, balance;
      *                  returns the final counts and return code).
      *              V = valuation census (a run on its own, called
      *                  once instead of I/P/F: pass the preparation
      *                  date in PC-RUN-DATE, the valuation date in
      *                  PC-VAL-DATE, and the horizon table; returns
      *                  the census counts and return code).
      *
      * Modification History
      *   08-22-2026  MAINT  New copybook.
      *                      the audit entries, and lands the report,
      *                      extract, and balance outputs in per-run
      *                      generations named by it.
      *   10-15-2026  MAINT  Added PC-RECYCLE-COUNT, the number of
      *                      RECYCLE-IN records the front end read
      *                      back, handed over at F time so the
      *                      engine can post it to the run log beside
      *                      the RECYCLE-OUT count it feeds from.
      *   10-15-2026  MAINT  Added PC-LEAD-DAYS, the age-milestone
      *                      notice lead time off the CONTROL-CARD
      *                      (zero takes the engine's 90-day default).
      *   10-15-2026  MAINT  Function V, the actuarial valuation
      *                      census, with PC-VAL-DATE going in and the
      *                      employee, dependent, and excluded counts
      *                      coming back.
      ******************************************************************
       01  PROJ-COMM.
           05  PC-FUNCTION         PIC X(01).
           05  PC-PAGE-NO          PIC 9(04).
           05  PC-RETURN-CODE      PIC 9(04).
           05  PC-RUN-NUMBER       PIC 9(04).
           05  PC-RECYCLE-COUNT    PIC 9(06).
           05  PC-LEAD-DAYS        PIC 9(03).
           05  PC-VAL-DATE         PIC 9(08).
           05  PC-CENSUS-EMP-COUNT PIC 9(06).
           05  PC-CENSUS-DEP-COUNT PIC 9(06).
           05  PC-EXCLUDED-COUNT   PIC 9(06).

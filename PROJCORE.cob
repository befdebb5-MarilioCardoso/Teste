      *        sorted/reported at F time, which is also what lets a
      *        restarted run print one complete report: PROJWORK is
      *        extended across a restart while the print files are
      *        rebuilt whole.  PC-FUNCTION V runs the valuation
      *        census in a single call on its own.
      *
      * Modification History
      *   08-22-2026  MAINT  New program, consolidating the pipeline
      *                      The SUSPMGMT companion re-releases or
      *                      writes items off and ages what remains;
      *                      the listing alone could only ever grow.
      *   10-15-2026  MAINT  A batch run now posts its control totals
      *                      to the shared RUN-LOG under the run date
      *                      and run number -- input read, RECYCLE-IN
      *                      read back (counted by the front end),
      *                      processed, rejected, RECYCLE-OUT and
      *                      suspense items written, NEWCUST-FEED adds,
      *                      extract and audit counts -- for the
      *                      CYCLECTL morning control sheet to tie to
      *                      the jobs either side of it.  The recycle,
      *                      suspense, and add-feed counts are
      *                      recounted from the files as written, like
      *                      the extract, so they cover a restart.
      *                      Suspense items now carry the run number
      *                      that opened them (SM-RUN-NO).
      *   10-15-2026  MAINT  NEWCUST-FEED follows MAINT-TRANS in
      *                      taking the merge survivor column, left
      *                      blank on the adds written here.
      *   10-15-2026  MAINT  Age-milestone notices.  A batch run
      *                      sweeps the whole of CUSTOMER-MASTER for
      *                      customers whose 65th birthday, and
      *                      DEPENDENT-MASTER for non-spouse dependents
      *                      whose 26th, falls within the CONTROL-CARD
      *                      lead time (90 days by default), and
      *                      writes each to the MILESTONE-NTC file
      *                      and the NOTICE-RPT register (per-run
      *                      -Rnnnn generations) for the Medicare-
      *                      coordination and age-out letters.  The
      *                      NOTICE-HIST file remembers every notice
      *                      given, so nobody is noticed twice across
      *                      runs; a restart re-issues its own run's
      *                      notices.  The notice count is posted to
      *                      the run log.
      *   10-15-2026  MAINT  Every audit event is also posted to the
      *                      indexed CUST-HIST customer history, keyed
      *                      by customer number, run date, and run
      *                      number, with a last-processed summary
      *                      record per customer, so the inquiries and
      *                      the inactivity report read by key instead
      *                      of passing the trail.  HISTLOAD builds
      *                      the history from the trail and archives
      *                      once; a history that will not open is
      *                      reported and the run goes on.
      *   10-15-2026  MAINT  NEWCUST-FEED adds carry the new MAINT-TRANS
      *                      operator ID column, stamped RESELWLD.
      *   10-15-2026  MAINT  Actuarial valuation census (function V).
      *                      Everyone on CUSTOMER-MASTER and
      *                      DEPENDENT-MASTER is aged as of the
      *                      valuation date on the front end's
      *                      VALUATION-CARD and written to the fixed-
      *                      layout VALUATION-CENSUS file -- E/D row
      *                      type, age last birthday, exact age, and
      *                      the projected ages at the card's horizons
      *                      -- with the VALUATION-RPT summary: the
      *                      people excluded for a bad or later birth
      *                      date, the age profile, and control totals
      *                      proved against a recount of the census.
      *                      Both land in -Vyyyymmdd generations named
      *                      by the valuation date; the nightly audit,
      *                      history, balance, demographics, and run
      *                      log files are not touched.
      *   10-15-2026  MAINT  Employer groups.  Each customer carries
      *                      the group code from CUSTOMER-IN, or the
      *                      master's group when the customer is on
      *                      file, through the work file, recycle,
      *                      suspense, and add feed.  PROJECTION-RPT
      *                      sorts and breaks by group ahead of the
      *                      age bands, each group on its own pages
      *                      with its GROUP-TABLE name, band and group
      *                      totals, and its own demographics summary;
      *                      an all-groups page closes the report.
      *                      DEMOG-HIST gets a G record per group and
      *                      a T record for the run.  HR-EXTRACT is
      *                      written as one generation per group
      *                      (-Gxxxx on the run's name), customers with
      *                      no group going to the run's base
      *                      generation, which is always written even
      *                      when empty; the balance recount reads them
      *                      all.  The valuation census carries the
      *                      group on every row.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJCORE.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-STATUS.

           SELECT RUN-LOG
               ASSIGN TO "RUN-LOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-KEY
               FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT MILESTONE-NTC
               ASSIGN TO WS-NOTICE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.

           SELECT NOTICE-RPT
               ASSIGN TO WS-NTCRPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTCRPT-STATUS.

           SELECT NOTICE-HIST
               ASSIGN TO "NOTICE-HIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NH-KEY
               FILE STATUS IS WS-NTCHIST-STATUS.

           SELECT CUST-HIST
               ASSIGN TO "CUST-HIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-KEY
               ALTERNATE RECORD KEY IS HS-NAME-KEY WITH DUPLICATES
               FILE STATUS IS WS-CUSTHIST-STATUS.

           SELECT VALUATION-CENSUS
               ASSIGN TO WS-CENSUS-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CENSUS-STATUS.

           SELECT VALUATION-RPT
               ASSIGN TO WS-VALRPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VALRPT-STATUS.

           SELECT GROUP-TABLE
               ASSIGN TO "GROUP-TABLE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GROUP-STATUS.

           SELECT SORT-WORK
               ASSIGN TO "SORTWK".

           05  PW-SUFFIX           PIC a(10).
           05  PW-BIRTH-DATE       PIC 9(08).
           05  PW-AGE              PIC 9(03).
           05  PW-GROUP-CODE       PIC X(04).

       FD  PROJECTION-RPT
           LABEL RECORDS ARE STANDARD.
           05  HX-NEW-AGE          OCCURS 5 PIC 9(03).
           05  HX-REC-TYPE         PIC X(01).
           05  HX-REL-CODE         PIC X(02).
           05  HX-GROUP-CODE       PIC X(04).

       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD.
           05  CM-CUST-ID          PIC 9(07).
           05  CM-NAME-KEY         PIC a(70).
           05  CM-BIRTH-DATE       PIC 9(08).
           05  CM-GROUP-CODE       PIC X(04).

      * One dependent, keyed by the customer number plus a sequence
      * within the family, as CUSTMNT maintains it.
           05  RO-SUFFIX           PIC a(10).
           05  RO-BIRTH-DATE       PIC 9(08).
           05  RO-CYCLE-COUNT      PIC 9(02).
           05  RO-GROUP-CODE       PIC X(04).

      * The feed of add transactions for customers not on the master,
      * in CUSTMNT's MAINT-TRANS record layout.
           05  NC-TRANS-CODE       PIC X(01).
           05  NC-DEP-SEQ          PIC X(02).
           05  NC-REL-CODE         PIC X(02).
           05  NC-SURVIVOR-ID      PIC X(07).
           05  NC-OPERATOR-ID      PIC X(08).
           05  NC-GROUP-CODE       PIC X(04).

       FD  SUSPENSE-RPT
           LABEL RECORDS ARE STANDARD.
           05  SM-IN-DATE          PIC 9(08).
           05  SM-RES-DATE         PIC 9(08).
           05  SM-RES-REASON       PIC X(30).
           05  SM-RUN-NO           PIC 9(04).
           05  SM-GROUP-CODE       PIC X(04).

       FD  SUSPNBR-CTL
           LABEL RECORDS ARE STANDARD
           05  FILLER              PIC X(73).

      * One run's demographics summary, machine-readable, accumulated
      * across runs for the DEMOTRND trend report.  Each run writes a
      * G record per employer group and then a T record for the whole
      * run; a record from before groups has neither and counts as
      * the run total.
       FD  DEMOG-HIST
           LABEL RECORDS ARE STANDARD.
       01  DEMOG-HIST-REC.
           05  DH-PRJ-AVG          PIC 9(03).
           05  DH-CROSS-65         PIC 9(06).
           05  DH-PROCESSED        PIC 9(06).
           05  DH-REC-TYPE         PIC X(01).
           05  DH-GROUP-CODE       PIC X(04).

       FD  BALANCE-FILE
           LABEL RECORDS ARE STANDARD.
           05  BL-STATUS-TEXT      PIC X(14).
           05  FILLER              PIC X(02).

      * One job's control totals for one nightly cycle, keyed by the
      * cycle's run date and run number, shared by every job in the
      * cycle and laid side by side by CYCLECTL.  Each job reads the
      * count area through its own view; this is RESEL-WORLD's.  The
      * run's record carries time zero, so a restart replaces it.
       FD  RUN-LOG
           LABEL RECORDS ARE STANDARD.
       01  RUN-LOG-REC.
           05  RL-KEY.
               10  RL-RUN-DATE     PIC 9(08).
               10  RL-RUN-NO       PIC 9(04).
               10  RL-JOB-NAME     PIC X(08).
               10  RL-JOB-TIME     PIC 9(06).
           05  RL-POST-DATE        PIC 9(08).
           05  RL-RETURN-CODE      PIC 9(04).
           05  RL-COUNTS           PIC X(84).
           05  RL-RW-COUNTS REDEFINES RL-COUNTS.
               10  RL-RW-INPUT     PIC 9(07).
               10  RL-RW-RECYCLE-IN PIC 9(07).
               10  RL-RW-PROCESSED PIC 9(07).
               10  RL-RW-REJECTED  PIC 9(07).
               10  RL-RW-RECYCLE-OUT PIC 9(07).
               10  RL-RW-SUSPENDED PIC 9(07).
               10  RL-RW-NEWCUST   PIC 9(07).
               10  RL-RW-EXTRACT   PIC 9(07).
               10  RL-RW-AUDIT     PIC 9(07).
               10  RL-RW-NOTICES   PIC 9(07).
               10  FILLER          PIC X(14).
           05  FILLER              PIC X(06).

      * One age-milestone notice for the benefits letters: M is a
      * customer turning 65 (Medicare coordination), A a dependent
      * turning 26 (age-out).  Record type and relationship code
      * follow the HR-EXTRACT conventions; the dependent sequence is
      * zero on an employee notice.
       FD  MILESTONE-NTC
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  MILESTONE-NTC-REC.
           05  MN-NOTICE-TYPE      PIC X(01).
           05  MN-REC-TYPE         PIC X(01).
           05  MN-CUST-ID          PIC 9(07).
           05  MN-DEP-SEQ          PIC 9(02).
           05  MN-REL-CODE         PIC X(02).
           05  MN-FULL-NAME        PIC a(75).
           05  MN-BIRTH-DATE       PIC 9(08).
           05  MN-MILESTONE-AGE    PIC 9(03).
           05  MN-MILESTONE-DATE   PIC 9(08).
           05  MN-DAYS-TO-GO       PIC 9(03).
           05  MN-RUN-DATE         PIC 9(08).
           05  MN-RUN-NO           PIC 9(04).

       FD  NOTICE-RPT
           LABEL RECORDS ARE STANDARD.
       01  NOTICE-RPT-REC          PIC X(115).

      * Every notice ever given, keyed by the person and the
      * milestone, so a later run in the lead window skips it.  The
      * milestone date is part of the key: a corrected birth date
      * moves the milestone and earns a fresh notice.
       FD  NOTICE-HIST
           LABEL RECORDS ARE STANDARD.
       01  NOTICE-HIST-REC.
           05  NH-KEY.
               10  NH-CUST-ID      PIC 9(07).
               10  NH-DEP-SEQ      PIC 9(02).
               10  NH-NOTICE-TYPE  PIC X(01).
               10  NH-MILESTONE-DATE PIC 9(08).
           05  NH-RUN-DATE         PIC 9(08).
           05  NH-RUN-NO           PIC 9(04).

      * The customer history, posted alongside the audit trail.  An
      * E record is one processing event, keyed by customer number,
      * run date, run number, and a sequence that keeps two events
      * under the same key apart.  The S record under run date and
      * run number zero sorts ahead of the customer's events and
      * carries the last run that processed the customer, with the
      * name and ages as of that run and the count of events behind
      * it.  The last/first name alternate key answers a name
      * inquiry; events under customer number zero (not on the
      * master) are reached only that way.
       FD  CUST-HIST
           LABEL RECORDS ARE STANDARD.
       01  CUST-HIST-REC.
           05  HS-KEY.
               10  HS-CUST-ID      PIC 9(07).
               10  HS-RUN-DATE     PIC 9(08).
               10  HS-RUN-NO       PIC 9(04).
               10  HS-EVENT-SEQ    PIC 9(06).
           05  HS-REC-TYPE         PIC X(01).
               88  HS-SUMMARY                         VALUE 'S'.
               88  HS-EVENT                           VALUE 'E'.
           05  HS-DETAIL.
               10  HS-NAME-KEY.
                   15  HS-LAST-NAME    PIC X(20).
                   15  HS-FIRST-NAME   PIC X(20).
               10  HS-MIDDLE-NAME  PIC X(20).
               10  HS-INPUT-AGE    PIC X(03).
               10  HS-NEW-AGE      PIC X(03).
               10  HS-LAYOUT       PIC X(01).
                   88  HS-OLD-LAYOUT                  VALUE 'O'.
           05  HS-LAST-RUN-DATE    PIC 9(08).
           05  HS-LAST-RUN-NO      PIC 9(04).
           05  HS-EVENT-COUNT      PIC 9(06).
           05  FILLER              PIC X(09).

      * One person on the actuarial valuation census, E employee or
      * D dependent (record type and relationship code follow the
      * HR-EXTRACT conventions; the dependent sequence is zero on an
      * employee), aged as of the valuation date: age last birthday,
      * exact age in years and ten-thousandths of a year, and the
      * age last birthday projected at each horizon on the card.
      * Horizon slots past the last one given are zero.
       FD  VALUATION-CENSUS
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  VALUATION-CENSUS-REC.
           05  VN-REC-TYPE         PIC X(01).
           05  VN-CUST-ID          PIC 9(07).
           05  VN-DEP-SEQ          PIC 9(02).
           05  VN-REL-CODE         PIC X(02).
           05  VN-FULL-NAME        PIC a(75).
           05  VN-BIRTH-DATE       PIC 9(08).
           05  VN-VAL-DATE         PIC 9(08).
           05  VN-AGE-LAST-BDAY    PIC 9(03).
           05  VN-EXACT-AGE        PIC 9(03)V9(04).
           05  VN-HORIZON-ENTRY    OCCURS 5.
               10  VN-HORIZON      PIC 9(02).
               10  VN-PROJ-AGE     PIC 9(03).
           05  VN-GROUP-CODE       PIC X(04).
           05  FILLER              PIC X(06).

       FD  VALUATION-RPT
           LABEL RECORDS ARE STANDARD.
       01  VALUATION-RPT-REC       PIC X(115).

      * The employer groups (plan sponsors), one card each: the code,
      * the sponsor's name, and A active or I inactive.  Only the
      * names are wanted here, for the report headings.
       FD  GROUP-TABLE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  GROUP-TABLE-REC.
           05  GT-GROUP-CODE       PIC X(04).
           05  GT-GROUP-NAME       PIC X(30).
           05  GT-STATUS           PIC X(01).
           05  FILLER              PIC X(45).

       SD  SORT-WORK.
       01  SORT-REC.
           05  SR-AGE-BAND         PIC 9(01).
           05  SR-SUFFIX           PIC a(10).
           05  SR-BIRTH-DATE       PIC 9(08).
           05  SR-AGE              PIC 9(03).
           05  SR-GROUP-CODE       PIC X(04).

       WORKING-STORAGE SECTION.
       01  WS-FULL-NAME             PIC a(80).
       01  WS-MASTER-KEY            PIC a(70).
       01  WS-RUN-NUMBER            PIC 9(4) VALUE ZERO.
       01  WS-PRTRPT-NAME           PIC X(20).
       01  WS-EXTRACT-NAME          PIC X(22).
       01  WS-EXTRACT-BASE          PIC X(16).
       01  WS-BALANCE-NAME          PIC X(18).
       01  WS-NOTICE-NAME           PIC X(19).
       01  WS-NTCRPT-NAME           PIC X(16).
       01  WS-LEAD-DAYS             PIC 9(3) VALUE 90.
       01  WS-RUN-INT               PIC 9(8).
       01  WS-WINDOW-INT            PIC 9(8).
       01  WS-MILESTONE-INT         PIC 9(8).
       01  WS-WINDOW-END            PIC 9(8).
       01  WS-MILESTONE-DATE        PIC 9(8).
       01  WS-MILESTONE-DATE-X REDEFINES WS-MILESTONE-DATE.
           05  WS-MS-YYYY           PIC 9(4).
           05  WS-MS-MMDD           PIC 9(4).
       01  WS-MILESTONE-AGE         PIC 9(3).
       01  WS-PREP-DATE             PIC 9(8).
       01  WS-CENSUS-NAME           PIC X(26).
       01  WS-VALRPT-NAME           PIC X(23).
       01  WS-BDAY-DATE             PIC 9(8).
       01  WS-BDAY-DATE-X REDEFINES WS-BDAY-DATE.
           05  WS-BDAY-YYYY         PIC 9(4).
           05  WS-BDAY-MMDD         PIC 9(4).
       01  WS-LAST-BDAY-INT         PIC 9(8).
       01  WS-NEXT-BDAY-INT         PIC 9(8).
       01  WS-DAYS-SINCE-BDAY       PIC 9(3).
       01  WS-DAYS-IN-AGE-YEAR      PIC 9(3).
       01  WS-AGE-FRACTION          PIC V9(4).
       01  WS-EXACT-AGE             PIC 9(3)V9(4).
       01  WS-AVG-EXACT-AGE         PIC 9(3)V9(4).
       01  WS-VAL-RAW-BIRTH         PIC X(8).
      * The valuation census control totals: entry 1 employees,
      * entry 2 dependents, entry 3 the two together.
       01  WS-VAL-TOTALS.
           05  WS-VAL-ENTRY         OCCURS 3.
               10  WS-VAL-READ      PIC 9(6).
               10  WS-VAL-EXCLUDED  PIC 9(6).
               10  WS-VAL-CENSUS    PIC 9(6).
               10  WS-VAL-RECOUNT   PIC 9(6).
               10  WS-VAL-BAND-CNT  OCCURS 3 PIC 9(6).
               10  WS-VAL-AGE-MIN   PIC 9(3).
               10  WS-VAL-AGE-MAX   PIC 9(3).
               10  WS-VAL-EXACT-SUM PIC 9(9)V9(4).
       01  WS-NOTICE-TYPE           PIC X(1).
       01  WS-DELTA-COUNT           PIC 9(1) VALUE ZERO.
       01  WS-DELTA-TABLE.
           05  WS-DELTA             OCCURS 5 PIC 9(2).
           05  FILLER               PIC X(12) VALUE "65 AND OVER:".
       01  WS-BAND-TEXT-X REDEFINES WS-BAND-TEXT-TBL.
           05  WS-BAND-TEXT         OCCURS 3 PIC X(12).
      * The run's demographics across every group, rolled up from
      * each group's tallies as the group closes.
       01  WS-RUN-CUR-BAND-TABLE.
           05  WS-RUN-CUR-BAND-CNT  OCCURS 3 PIC 9(6).
       01  WS-RUN-PRJ-BAND-TABLE.
           05  WS-RUN-PRJ-BAND-CNT  OCCURS 3 PIC 9(6).
       01  WS-RUN-CUR-AGE-MIN       PIC 9(3) VALUE 999.
       01  WS-RUN-CUR-AGE-MAX       PIC 9(3) VALUE ZERO.
       01  WS-RUN-PRJ-AGE-MIN       PIC 9(3) VALUE 999.
       01  WS-RUN-PRJ-AGE-MAX       PIC 9(3) VALUE ZERO.
       01  WS-CURRENT-GROUP         PIC X(4) VALUE SPACE.
       01  WS-GROUP-NAME            PIC X(30).
       01  WS-EXTRACT-GROUP         PIC X(4).
       01  WS-DEMO-SCOPE            PIC X(1).
       01  WS-GROUP-TBL.
           05  WS-GROUP-ENTRY       OCCURS 200 TIMES.
               10  WS-GT-CODE       PIC X(4).
               10  WS-GT-NAME       PIC X(30).
      * The groups this run wrote an extract generation for, so the
      * balance recount can read each one back.
       01  WS-EXT-GROUP-TBL.
           05  WS-EXT-GROUP         OCCURS 200 TIMES PIC X(4).

       77  TAMANHO1                 PIC 99.
       77  TAMANHO2                 PIC 99.
           88  WS-RECOUNT-EOF                         VALUE 'Y'.
       77  WS-BALANCE-SW            PIC X(01) VALUE 'N'.
           88  WS-OUT-OF-BALANCE                      VALUE 'Y'.
       77  WS-NTCHIST-OPEN-SW       PIC X(01) VALUE 'N'.
           88  WS-NTCHIST-OPEN                        VALUE 'Y'.
       77  WS-NTC-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-NTC-EOF                             VALUE 'Y'.
       77  WS-IN-WINDOW-SW          PIC X(01) VALUE 'N'.
           88  WS-IN-WINDOW                           VALUE 'Y'.
       77  WS-ISSUE-SW              PIC X(01) VALUE 'N'.
           88  WS-ISSUE-NOTICE                        VALUE 'Y'.
       77  WS-CUSTHIST-OPEN-SW      PIC X(01) VALUE 'N'.
           88  WS-CUSTHIST-OPEN                       VALUE 'Y'.
       77  WS-HIST-WRITTEN-SW       PIC X(01) VALUE 'N'.
           88  WS-HIST-WRITTEN                        VALUE 'Y'.
       77  WS-VAL-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-VAL-EOF                             VALUE 'Y'.
       77  WS-GROUP-STARTED-SW      PIC X(01) VALUE 'N'.
           88  WS-GROUP-STARTED                       VALUE 'Y'.
       77  WS-GROUP-EOF-SW          PIC X(01) VALUE 'N'.
           88  WS-GROUP-EOF                           VALUE 'Y'.
       77  WS-GROUP-FOUND-SW        PIC X(01) VALUE 'N'.
           88  WS-GROUP-FOUND                         VALUE 'Y'.

       77  WS-RECORD-COUNT          PIC 9(6) COMP VALUE ZERO.
       77  WS-PROCESSED-COUNT       PIC 9(6) COMP VALUE ZERO.
       77  WS-CROSS-65-COUNT        PIC 9(6) COMP VALUE ZERO.
       77  WS-DEP-EXTRACT-COUNT     PIC 9(6) COMP VALUE ZERO.
       77  WS-DEP-CROSS-26-COUNT    PIC 9(6) COMP VALUE ZERO.
       77  WS-RECYCLE-OUT-COUNT     PIC 9(6) COMP VALUE ZERO.
       77  WS-NEWCUST-COUNT         PIC 9(6) COMP VALUE ZERO.
       77  WS-SUSPENDED-COUNT       PIC 9(6) COMP VALUE ZERO.
       77  WS-NTC-65-COUNT          PIC 9(6) COMP VALUE ZERO.
       77  WS-NTC-26-COUNT          PIC 9(6) COMP VALUE ZERO.
       77  WS-NTC-PRIOR-COUNT       PIC 9(6) COMP VALUE ZERO.
       77  WS-NOTICE-COUNT          PIC 9(6) COMP VALUE ZERO.
       77  WS-NTC-PAGE-NO           PIC 9(4) COMP VALUE ZERO.
       77  WS-NTC-LINE-COUNT        PIC 9(4) COMP VALUE ZERO.
       77  WS-HIST-SEQ              PIC 9(6) COMP VALUE ZERO.
       77  WS-VAL-TYPE-IX           PIC 9(2) COMP.
       77  WS-VAL-IX                PIC 9(2) COMP.
       77  WS-VAL-PAGE-NO           PIC 9(4) COMP VALUE ZERO.
       77  WS-VAL-LINE-COUNT        PIC 9(4) COMP VALUE ZERO.
       77  WS-DEMO-COUNT            PIC 9(6) COMP VALUE ZERO.
       77  WS-RUN-CUR-AGE-SUM       PIC 9(9) COMP VALUE ZERO.
       77  WS-RUN-PRJ-AGE-SUM       PIC 9(9) COMP VALUE ZERO.
       77  WS-RUN-CROSS-65-COUNT    PIC 9(6) COMP VALUE ZERO.
       77  WS-RUN-DEP-CROSS-26      PIC 9(6) COMP VALUE ZERO.
       77  WS-GROUP-COUNT           PIC 9(3) COMP VALUE ZERO.
       77  WS-GROUP-IX              PIC 9(3) COMP VALUE ZERO.
       77  WS-EXT-GROUP-COUNT       PIC 9(3) COMP VALUE ZERO.
       77  WS-EXT-IX                PIC 9(3) COMP VALUE ZERO.

       01  WS-WORK-STATUS           PIC XX.
       01  WS-PRTRPT-STATUS         PIC XX.
       01  WS-SUSP-LAST-ID          PIC 9(7) VALUE ZERO.
       01  WS-SUSP-TRIES            PIC 9(3) VALUE ZERO.
       01  WS-BALANCE-STATUS        PIC XX.
       01  WS-RUNLOG-STATUS         PIC XX.
       01  WS-NOTICE-STATUS         PIC XX.
       01  WS-NTCRPT-STATUS         PIC XX.
       01  WS-NTCHIST-STATUS        PIC XX.
       01  WS-CUSTHIST-STATUS       PIC XX.
       01  WS-CENSUS-STATUS         PIC XX.
       01  WS-VALRPT-STATUS         PIC XX.
       01  WS-GROUP-STATUS          PIC XX.
      * The event just posted to CUST-HIST, held while its
      * customer's summary record is read into the same record area.
       01  WS-HIST-SAVE.
           05  WS-HSV-CUST-ID       PIC 9(07).
           05  WS-HSV-RUN-DATE      PIC 9(08).
           05  WS-HSV-RUN-NO        PIC 9(04).
           05  WS-HSV-DETAIL        PIC X(67).

       01  RPT-HEADER-LINE.
           05  FILLER               PIC X(10) VALUE "RUN DATE: ".
           05  RH-PAGE-NO           PIC ZZZ9.
           05  FILLER               PIC X(10) VALUE "  RUN NO: ".
           05  RH-RUN-NO            PIC ZZZ9.
           05  FILLER               PIC X(09) VALUE "  GROUP: ".
           05  RH-GROUP-CODE        PIC X(04).
           05  FILLER               PIC X(14) VALUE SPACE.

       01  RPT-TITLE-LINE.
           05  FILLER               PIC X(10) VALUE SPACE.
           05  RT-COUNT             PIC ZZZ,ZZ9.
           05  FILLER               PIC X(45) VALUE SPACE.

       01  GROUP-HEADING-LINE.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  FILLER               PIC X(16) VALUE
                   "EMPLOYER GROUP: ".
           05  GH-GROUP-CODE        PIC X(04).
           05  FILLER               PIC X(03) VALUE " - ".
           05  GH-GROUP-NAME        PIC X(30).
           05  FILLER               PIC X(60) VALUE SPACE.

       01  GROUP-TOTAL-LINE.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  FILLER               PIC X(20) VALUE
                   "CUSTOMERS IN GROUP: ".
           05  GS-COUNT             PIC ZZZ,ZZ9.
           05  FILLER               PIC X(86) VALUE SPACE.

       01  BAND-HEADING-LINE.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  BH-CAPTION           PIC X(30).
           05  SP-RUN-DATE          PIC 9(08).
           05  FILLER               PIC X(07) VALUE SPACE.

       01  NTC-HEADER-LINE.
           05  FILLER               PIC X(10) VALUE "RUN DATE: ".
           05  NRH-RUN-DATE         PIC 9(8).
           05  FILLER               PIC X(05) VALUE SPACE.
           05  FILLER               PIC X(06) VALUE "PAGE: ".
           05  NRH-PAGE-NO          PIC ZZZ9.
           05  FILLER               PIC X(10) VALUE "  RUN NO: ".
           05  NRH-RUN-NO           PIC ZZZ9.
           05  FILLER               PIC X(13) VALUE "  LEAD DAYS: ".
           05  NRH-LEAD-DAYS        PIC ZZ9.
           05  FILLER               PIC X(52) VALUE SPACE.

       01  NTC-TITLE-LINE.
           05  FILLER               PIC X(10) VALUE SPACE.
           05  FILLER               PIC X(29) VALUE
                   "AGE MILESTONE NOTICE REGISTER".
           05  FILLER               PIC X(76) VALUE SPACE.

       01  NTC-COLHDR-LINE.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  FILLER               PIC X(13) VALUE "NOTICE".
           05  FILLER               PIC X(08) VALUE "CUST-ID".
           05  FILLER               PIC X(04) VALUE "SEQ".
           05  FILLER               PIC X(04) VALUE "REL".
           05  FILLER               PIC X(46) VALUE "NAME".
           05  FILLER               PIC X(10) VALUE "BORN".
           05  FILLER               PIC X(10) VALUE "MILESTONE".
           05  FILLER               PIC X(04) VALUE "DAYS".
           05  FILLER               PIC X(14) VALUE SPACE.

       01  NTC-DETAIL-LINE.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  ND-NOTICE-TEXT       PIC X(12).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  ND-CUST-ID           PIC 9(07).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  ND-DEP-SEQ           PIC X(02).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  ND-REL-CODE          PIC X(02).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  ND-FULL-NAME         PIC a(45).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  ND-BIRTH-DATE        PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  ND-MILESTONE-DATE    PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  ND-DAYS-TO-GO        PIC ZZ9.
           05  FILLER               PIC X(15) VALUE SPACE.

       01  NTC-TOTAL-LINE.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  NT-CAPTION           PIC X(40).
           05  NT-COUNT             PIC ZZZ,ZZ9.
           05  FILLER               PIC X(66) VALUE SPACE.

       01  VAL-HEADER-LINE.
           05  FILLER               PIC X(16) VALUE "VALUATION DATE: ".
           05  VRH-VAL-DATE         PIC 9(8).
           05  FILLER               PIC X(12) VALUE "  PREPARED: ".
           05  VRH-PREP-DATE        PIC 9(8).
           05  FILLER               PIC X(08) VALUE "  PAGE: ".
           05  VRH-PAGE-NO          PIC ZZZ9.
           05  FILLER               PIC X(59) VALUE SPACE.

       01  VAL-TITLE-LINE.
           05  FILLER               PIC X(10) VALUE SPACE.
           05  FILLER               PIC X(26) VALUE
                   "ACTUARIAL VALUATION CENSUS".
           05  FILLER               PIC X(79) VALUE SPACE.

       01  VAL-HORIZON-LINE.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  FILLER               PIC X(17) VALUE
                   "HORIZONS (YEARS):".
           05  VHL-ENTRY            OCCURS 5.
               10  VHL-PLUS         PIC X(03).
               10  VHL-DELTA        PIC Z9.
           05  FILLER               PIC X(71) VALUE SPACE.

       01  VAL-EXCL-TITLE-LINE.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  FILLER               PIC X(54) VALUE
               "EXCLUDED FROM CENSUS - BIRTH DATE FAILS THE AGE EDIT".
           05  FILLER               PIC X(59) VALUE SPACE.

       01  VAL-EXCL-COLHDR-LINE.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  FILLER               PIC X(05) VALUE "TYPE".
           05  FILLER               PIC X(08) VALUE "CUST-ID".
           05  FILLER               PIC X(04) VALUE "SEQ".
           05  FILLER               PIC X(46) VALUE "NAME".
           05  FILLER               PIC X(10) VALUE "BORN".
           05  FILLER               PIC X(30) VALUE "REASON".
           05  FILLER               PIC X(10) VALUE SPACE.

       01  VAL-EXCL-LINE.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  VX-REC-TYPE          PIC X(01).
           05  FILLER               PIC X(04) VALUE SPACE.
           05  VX-CUST-ID           PIC 9(07).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  VX-DEP-SEQ           PIC X(02).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  VX-FULL-NAME         PIC a(45).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  VX-BIRTH-DATE        PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACE.
           05  VX-REASON            PIC X(30).
           05  FILLER               PIC X(10) VALUE SPACE.

       01  VAL-NONE-LINE.
           05  FILLER               PIC X(07) VALUE SPACE.
           05  FILLER               PIC X(04) VALUE "NONE".
           05  FILLER               PIC X(104) VALUE SPACE.

       01  VAL-SUM-TITLE-LINE.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  FILLER               PIC X(34) VALUE
                   "CENSUS SUMMARY AND CONTROL TOTALS".
           05  FILLER               PIC X(79) VALUE SPACE.

       01  VAL-SUM-COLHDR-LINE.
           05  FILLER               PIC X(32) VALUE SPACE.
           05  FILLER               PIC X(12) VALUE "   EMPLOYEES".
           05  FILLER               PIC X(12) VALUE "  DEPENDENTS".
           05  FILLER               PIC X(12) VALUE "       TOTAL".
           05  FILLER               PIC X(47) VALUE SPACE.

       01  VAL-SUM-COUNT-LINE.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  VS-CAPTION           PIC X(30).
           05  VS-COLUMN            OCCURS 3.
               10  FILLER           PIC X(05).
               10  VS-COUNT         PIC ZZZ,ZZ9.
           05  FILLER               PIC X(47) VALUE SPACE.

       01  VAL-SUM-AGE-LINE.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  VA-CAPTION           PIC X(30).
           05  VA-COLUMN            OCCURS 3.
               10  FILLER           PIC X(04).
               10  VA-AGE           PIC ZZ9.9999.
           05  FILLER               PIC X(47) VALUE SPACE.

       01  VAL-STATUS-LINE.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  FILLER               PIC X(16) VALUE "CONTROL STATUS: ".
           05  VST-STATUS-TEXT      PIC X(14).
           05  FILLER               PIC X(83) VALUE SPACE.

       LINKAGE SECTION.
      * The caller's communication area and customer record.
       COPY PROJCOMM.

       PROCEDURE DIVISION USING PROJ-COMM WS-USER.
      * One CALL, one function: I to open up, P per customer, F to
      * sort, report, and balance.  V is a valuation census run on
      * its own, called once in place of the other three.
           IF PC-FUNCTION = 'I'
               PERFORM INITIALIZE-CORE
           ELSE
               ELSE
                   IF PC-FUNCTION = 'F'
                       PERFORM FINISH-CORE
                   ELSE
                       IF PC-FUNCTION = 'V'
                           PERFORM RUN-VALUATION-CENSUS
                       END-IF
                   END-IF
               END-IF
           END-IF
           ELSE
               MOVE WS-DELTA (1) TO WS-AGE-DELTA
           END-IF
           IF PC-LEAD-DAYS IS NUMERIC AND PC-LEAD-DAYS > ZERO
               MOVE PC-LEAD-DAYS TO WS-LEAD-DAYS
           END-IF
           MOVE PC-REJECT-COUNT TO WS-REJECT-COUNT
           MOVE ZERO TO WS-PROCESSED-COUNT WS-PAGE-NO WS-LINE-COUNT
           MOVE ZERO TO WS-CURRENT-BAND
                         WS-CUR-AGE-MAX WS-PRJ-AGE-MAX
           MOVE 999 TO WS-CUR-AGE-MIN WS-PRJ-AGE-MIN
           MOVE ZERO TO WS-DEP-EXTRACT-COUNT WS-DEP-CROSS-26-COUNT
           MOVE ZERO TO WS-DEMO-COUNT
           MOVE ZEROES TO WS-RUN-CUR-BAND-TABLE WS-RUN-PRJ-BAND-TABLE
           MOVE ZERO TO WS-RUN-CUR-AGE-SUM WS-RUN-PRJ-AGE-SUM
                         WS-RUN-CROSS-65-COUNT WS-RUN-DEP-CROSS-26
                         WS-RUN-CUR-AGE-MAX WS-RUN-PRJ-AGE-MAX
           MOVE 999 TO WS-RUN-CUR-AGE-MIN WS-RUN-PRJ-AGE-MIN
           MOVE ZERO TO WS-EXT-GROUP-COUNT
           MOVE 'N' TO WS-GROUP-STARTED-SW
           MOVE 'N' TO WS-MASTER-OPEN-SW
           OPEN INPUT CUSTOMER-MASTER
           IF WS-MASTER-STATUS = "00"
           IF WS-DEP-STATUS = "00"
               SET WS-DEP-OPEN TO TRUE
           END-IF
           PERFORM LOAD-GROUP-TABLE
           PERFORM OPEN-SUSPENSE-MST
           PERFORM OPEN-CUST-HIST
           PERFORM OPEN-REPORT-FILES.

      * Loads the employer group names for the report headings.  A
      * missing table only costs the names; the groups still break.
       LOAD-GROUP-TABLE.
           MOVE ZERO TO WS-GROUP-COUNT
           MOVE 'N' TO WS-GROUP-EOF-SW
           OPEN INPUT GROUP-TABLE
           IF WS-GROUP-STATUS = "00"
               PERFORM LOAD-ONE-GROUP UNTIL WS-GROUP-EOF
               CLOSE GROUP-TABLE
           ELSE
               DISPLAY "PROJCORE - CANNOT OPEN GROUP-TABLE, STATUS "
                   WS-GROUP-STATUS " - GROUP NAMES NOT SHOWN"
           END-IF.

      * One group card into the table; blank cards are skipped and
      * anything past the table's room is dropped with a warning.
       LOAD-ONE-GROUP.
           READ GROUP-TABLE
               AT END
                   SET WS-GROUP-EOF TO TRUE
           END-READ
           IF NOT WS-GROUP-EOF AND GT-GROUP-CODE NOT = SPACE
               IF WS-GROUP-COUNT < 200
                   ADD 1 TO WS-GROUP-COUNT
                   MOVE GT-GROUP-CODE TO WS-GT-CODE (WS-GROUP-COUNT)
                   MOVE GT-GROUP-NAME TO WS-GT-NAME (WS-GROUP-COUNT)
               ELSE
                   DISPLAY "PROJCORE - GROUP-TABLE FULL, SKIPPED "
                       GT-GROUP-CODE
               END-IF
           END-IF.

      * Opens the customer history the audit events are posted to,
      * creating it on a first-ever run.  The event sequence starts
      * over with each run.  A history that will not open is
      * reported and the run goes on with the audit trail alone;
      * HISTLOAD rebuilds the history from the trail.
       OPEN-CUST-HIST.
           MOVE 'N' TO WS-CUSTHIST-OPEN-SW
           MOVE ZERO TO WS-HIST-SEQ
           OPEN I-O CUST-HIST
           IF WS-CUSTHIST-STATUS = "35"
               OPEN OUTPUT CUST-HIST
               CLOSE CUST-HIST
               OPEN I-O CUST-HIST
           END-IF
           IF WS-CUSTHIST-STATUS = "00"
               SET WS-CUSTHIST-OPEN TO TRUE
           ELSE
               DISPLAY "PROJCORE - CANNOT OPEN CUST-HIST, STATUS "
                   WS-CUSTHIST-STATUS " - HISTORY NOT POSTED"
           END-IF.

      * Opens the machine-readable suspense master a suspended record
      * lands on, creating it on a first-ever run, and picks up the
      * last suspense number given out.
               CLOSE SUSPNBR-CTL
           END-IF.

      * Names this run's report, extract, balance, and notice
      * generations after the run number, so a rerun lands beside
      * the files the auditors already pulled instead of over them.
      * A restart carries the crashed run's number back, so it
      * rebuilds the same generation.  No run number (an old caller,
      * or an interactive session with no run control) keeps the
      * fixed names everything downstream already knows.  The
      * extract name is the base each group's generation is named
      * from.
       BUILD-GENERATION-NAMES.
           IF WS-RUN-NUMBER = ZERO
               MOVE "PROJECTION-RPT" TO WS-PRTRPT-NAME
               MOVE "HR-EXTRACT" TO WS-EXTRACT-BASE
               MOVE "BALANCE-FILE" TO WS-BALANCE-NAME
               MOVE "MILESTONE-NTC" TO WS-NOTICE-NAME
               MOVE "NOTICE-RPT" TO WS-NTCRPT-NAME
           ELSE
               MOVE SPACE TO WS-PRTRPT-NAME WS-EXTRACT-BASE
                              WS-BALANCE-NAME WS-NOTICE-NAME
                              WS-NTCRPT-NAME
               STRING
                   "PROJECTION-RPT-R" DELIMITED BY SIZE
                   WS-RUN-NUMBER DELIMITED BY SIZE
               STRING
                   "HR-EXTRACT-R" DELIMITED BY SIZE
                   WS-RUN-NUMBER DELIMITED BY SIZE
                   INTO WS-EXTRACT-BASE
               END-STRING
               STRING
                   "BALANCE-FILE-R" DELIMITED BY SIZE
                   WS-RUN-NUMBER DELIMITED BY SIZE
                   INTO WS-BALANCE-NAME
               END-STRING
               STRING
                   "MILESTONE-NTC-R" DELIMITED BY SIZE
                   WS-RUN-NUMBER DELIMITED BY SIZE
                   INTO WS-NOTICE-NAME
               END-STRING
               STRING
                   "NOTICE-RPT-R" DELIMITED BY SIZE
                   WS-RUN-NUMBER DELIMITED BY SIZE
                   INTO WS-NTCRPT-NAME
               END-STRING
           END-IF.

      * One delta off the communication area into the horizon table
      * recycle file, reconciliation listing, audit trail, and work
      * file -- are extended when this run resumes a checkpointed
      * one, so nothing written before the abend is lost or posted
      * twice.  The print-image report is rebuilt whole at F time
      * and always opens fresh; the extract generations are written
      * whole at F time, group by group.
       OPEN-REPORT-FILES.
           IF PC-RESTART-RUN
               OPEN EXTEND PROJ-WORK
               OPEN OUTPUT NEWCUST-FEED
           END-IF
           OPEN OUTPUT PROJECTION-RPT
           OPEN EXTEND AUDIT-TRAIL
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-TRAIL
           MOVE WS-SUFFIX OF WS-USER TO PW-SUFFIX
           MOVE WS-BIRTH-DATE OF WS-USER TO PW-BIRTH-DATE
           MOVE WS-AGE OF WS-USER TO PW-AGE
           MOVE WS-GROUP-CODE OF WS-USER TO PW-GROUP-CODE
           WRITE PROJ-WORK-REC.

      * F time: sort the banked customers into employer group, age
      * band, then last-name/first-name sequence, run the reporting
      * pipeline with control breaks, close with the all-groups
      * page, sweep the masters for milestone notices, then prove
      * the run balances.  The base extract generation is written
      * first, so it is there even when every customer has a group.
       FINISH-CORE.
           CLOSE PROJ-WORK
           MOVE SPACE TO WS-EXTRACT-GROUP
           PERFORM BUILD-EXTRACT-NAME
           OPEN OUTPUT HR-EXTRACT
           CLOSE HR-EXTRACT
           SORT SORT-WORK
               ASCENDING KEY SR-GROUP-CODE SR-AGE-BAND
                             SR-LAST-NAME SR-FIRST-NAME
               USING PROJ-WORK
               OUTPUT PROCEDURE IS REPORT-CUSTOMERS
           IF WS-GROUP-STARTED
               PERFORM END-GROUP
           END-IF
           PERFORM WRITE-RUN-TOTALS
           IF WS-BATCH-MODE
               PERFORM WRITE-MILESTONE-NOTICES
           END-IF
           CLOSE PROJECTION-RPT
           CLOSE AUDIT-TRAIL
           CLOSE AGE-REJECT
           CLOSE RECON-RPT
           CLOSE RECYCLE-OUT
           CLOSE NEWCUST-FEED
           CLOSE SUSPENSE-RPT
           IF WS-DEP-OPEN
               CLOSE DEPENDENT-MASTER
           END-IF
           IF WS-CUSTHIST-OPEN
               CLOSE CUST-HIST
           END-IF
           IF WS-SUSPMST-OPEN
               CLOSE SUSPENSE-MST
               PERFORM WRITE-SUSPNBR

      * Output side of the sort: the customers come back in sorted
      * order and run the project/print/extract pipeline with
      * control breaks on the employer group and, within it, the
      * projected-age band.  Reconciliation
      * and the audit trail were already posted per record at
      * acquisition time.
       REPORT-CUSTOMERS.
                   SET WS-SORT-EOF TO TRUE
           END-RETURN.

      * One pass of the reporting loop: group break, band break,
      * page break, then the per-customer pipeline.
       PROCESS-SORTED-CUSTOMER.
           IF NOT WS-GROUP-STARTED
               OR SR-GROUP-CODE NOT = WS-CURRENT-GROUP
               PERFORM START-GROUP
               PERFORM START-AGE-BAND
           ELSE
               IF SR-AGE-BAND NOT = WS-CURRENT-BAND
                   PERFORM START-AGE-BAND
               ELSE
                   IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
                       PERFORM WRITE-RPT-HEADER
                       PERFORM WRITE-BAND-HEADING
                   END-IF
               END-IF
           END-IF
           MOVE SPACE TO WS-USER WS-FULL-NAME
           MOVE SR-BIRTH-DATE TO WS-BIRTH-DATE OF WS-USER
           MOVE SR-AGE TO WS-AGE OF WS-USER
           MOVE SR-CUST-ID TO WS-CUST-ID OF WS-USER
           MOVE SR-GROUP-CODE TO WS-GROUP-CODE OF WS-USER
           PERFORM BUILD-FULL-NAME
           PERFORM CALC-DATA
           PERFORM TALLY-DEMOGRAPHICS
           PERFORM WRITE-EXTRACT
           PERFORM EXTRACT-DEPENDENTS
           ADD 1 TO WS-PROCESSED-COUNT
           ADD 1 TO WS-DEMO-COUNT
           ADD 1 TO WS-BAND-COUNT
           PERFORM RETURN-SORTED-CUSTOMER.

      * Control break on the employer group: close out the group
      * before, then start the new one on a fresh page under its
      * name, with its own demographics tallies and its own extract
      * generation.  The band break that follows opens its first
      * band.
       START-GROUP.
           IF WS-GROUP-STARTED
               PERFORM END-GROUP
           END-IF
           SET WS-GROUP-STARTED TO TRUE
           MOVE SR-GROUP-CODE TO WS-CURRENT-GROUP
           MOVE ZERO TO WS-CURRENT-BAND
           PERFORM RESET-GROUP-TOTALS
           PERFORM FIND-GROUP-NAME
           MOVE WS-CURRENT-GROUP TO WS-EXTRACT-GROUP
           PERFORM BUILD-EXTRACT-NAME
           IF WS-CURRENT-GROUP NOT = SPACE
               IF WS-EXT-GROUP-COUNT < 200
                   ADD 1 TO WS-EXT-GROUP-COUNT
                   MOVE WS-CURRENT-GROUP
                       TO WS-EXT-GROUP (WS-EXT-GROUP-COUNT)
               ELSE
                   DISPLAY "PROJCORE - TOO MANY GROUPS TO RECOUNT, "
                       "GROUP " WS-CURRENT-GROUP " NOT BALANCED"
               END-IF
           END-IF
           OPEN OUTPUT HR-EXTRACT
           MOVE WS-CURRENT-GROUP TO RH-GROUP-CODE
           PERFORM WRITE-RPT-HEADER
           PERFORM WRITE-GROUP-HEADING.

      * The group just completed: its last band's subtotal, the group
      * total, and the group's demographics summary on the report
      * and on the history file, then its tallies rolled into the
      * run's and its extract generation closed.
       END-GROUP.
           IF WS-CURRENT-BAND NOT = ZERO
               PERFORM WRITE-BAND-TOTAL
           END-IF
           MOVE WS-DEMO-COUNT TO GS-COUNT
           WRITE PROJECTION-RPT-REC FROM GROUP-TOTAL-LINE
           ADD 1 TO WS-LINE-COUNT
           PERFORM WRITE-DEMOGRAPHICS
           MOVE 'G' TO WS-DEMO-SCOPE
           PERFORM WRITE-DEMOG-HIST
           PERFORM ROLL-UP-GROUP-TOTALS
           CLOSE HR-EXTRACT.

      * The closing all-groups page: the run's processed count and
      * the demographics summary over every group, on the report and
      * as the run's total record on the history file.
       WRITE-RUN-TOTALS.
           MOVE "ALL" TO RH-GROUP-CODE
           PERFORM WRITE-RPT-HEADER
           MOVE SPACE TO WS-CURRENT-GROUP
           MOVE "ALL" TO GH-GROUP-CODE
           MOVE "ALL GROUPS" TO GH-GROUP-NAME
           WRITE PROJECTION-RPT-REC FROM GROUP-HEADING-LINE
           PERFORM LOAD-RUN-TOTALS
           PERFORM WRITE-RPT-TRAILER
           PERFORM WRITE-DEMOGRAPHICS
           MOVE 'T' TO WS-DEMO-SCOPE
           PERFORM WRITE-DEMOG-HIST.

      * Group caption under the page heading.
       WRITE-GROUP-HEADING.
           MOVE WS-CURRENT-GROUP TO GH-GROUP-CODE
           MOVE WS-GROUP-NAME TO GH-GROUP-NAME
           WRITE PROJECTION-RPT-REC FROM GROUP-HEADING-LINE
           ADD 1 TO WS-LINE-COUNT.

      * The sponsor's name off the group table.  Customers with no
      * group, or a group the table does not know, still get a page
      * of their own under a caption saying so.
       FIND-GROUP-NAME.
           MOVE 'N' TO WS-GROUP-FOUND-SW
           PERFORM FIND-ONE-GROUP
               VARYING WS-GROUP-IX FROM 1 BY 1
               UNTIL WS-GROUP-IX > WS-GROUP-COUNT
                  OR WS-GROUP-FOUND
           IF NOT WS-GROUP-FOUND
               IF WS-CURRENT-GROUP = SPACE
                   MOVE "NO GROUP ON FILE" TO WS-GROUP-NAME
               ELSE
                   MOVE "NOT ON GROUP TABLE" TO WS-GROUP-NAME
               END-IF
           END-IF.

      * One step of the group-name search.
       FIND-ONE-GROUP.
           IF WS-GT-CODE (WS-GROUP-IX) = WS-CURRENT-GROUP
               SET WS-GROUP-FOUND TO TRUE
               MOVE WS-GT-NAME (WS-GROUP-IX) TO WS-GROUP-NAME
           END-IF.

      * Names one extract generation: the run's base name for
      * customers with no group, the base name plus -G and the group
      * code for everyone else, so each sponsor's carrier is sent
      * only its own people.
       BUILD-EXTRACT-NAME.
           IF WS-EXTRACT-GROUP = SPACE
               MOVE WS-EXTRACT-BASE TO WS-EXTRACT-NAME
           ELSE
               MOVE SPACE TO WS-EXTRACT-NAME
               STRING
                   WS-EXTRACT-BASE DELIMITED BY SPACE
                   "-G" DELIMITED BY SIZE
                   WS-EXTRACT-GROUP DELIMITED BY SPACE
                   INTO WS-EXTRACT-NAME
               END-STRING
           END-IF.

      * A new group's demographics start from nothing.
       RESET-GROUP-TOTALS.
           MOVE ZERO TO WS-DEMO-COUNT
           MOVE ZEROES TO WS-CUR-BAND-TABLE WS-PRJ-BAND-TABLE
           MOVE ZERO TO WS-CUR-AGE-SUM WS-PRJ-AGE-SUM
                         WS-CROSS-65-COUNT WS-DEP-CROSS-26-COUNT
                         WS-CUR-AGE-MAX WS-PRJ-AGE-MAX
           MOVE 999 TO WS-CUR-AGE-MIN WS-PRJ-AGE-MIN.

      * Adds the finished group's tallies into the run's.
       ROLL-UP-GROUP-TOTALS.
           PERFORM ROLL-UP-ONE-BAND
               VARYING WS-DEMO-IX FROM 1 BY 1
               UNTIL WS-DEMO-IX > 3
           ADD WS-CUR-AGE-SUM TO WS-RUN-CUR-AGE-SUM
           ADD WS-PRJ-AGE-SUM TO WS-RUN-PRJ-AGE-SUM
           ADD WS-CROSS-65-COUNT TO WS-RUN-CROSS-65-COUNT
           ADD WS-DEP-CROSS-26-COUNT TO WS-RUN-DEP-CROSS-26
           IF WS-CUR-AGE-MIN < WS-RUN-CUR-AGE-MIN
               MOVE WS-CUR-AGE-MIN TO WS-RUN-CUR-AGE-MIN
           END-IF
           IF WS-CUR-AGE-MAX > WS-RUN-CUR-AGE-MAX
               MOVE WS-CUR-AGE-MAX TO WS-RUN-CUR-AGE-MAX
           END-IF
           IF WS-PRJ-AGE-MIN < WS-RUN-PRJ-AGE-MIN
               MOVE WS-PRJ-AGE-MIN TO WS-RUN-PRJ-AGE-MIN
           END-IF
           IF WS-PRJ-AGE-MAX > WS-RUN-PRJ-AGE-MAX
               MOVE WS-PRJ-AGE-MAX TO WS-RUN-PRJ-AGE-MAX
           END-IF.

      * One band's counts, both bases, into the run's.
       ROLL-UP-ONE-BAND.
           ADD WS-CUR-BAND-CNT (WS-DEMO-IX)
               TO WS-RUN-CUR-BAND-CNT (WS-DEMO-IX)
           ADD WS-PRJ-BAND-CNT (WS-DEMO-IX)
               TO WS-RUN-PRJ-BAND-CNT (WS-DEMO-IX).

      * Puts the run's tallies where the demographics paragraphs
      * read them, for the all-groups summary.
       LOAD-RUN-TOTALS.
           MOVE WS-RUN-CUR-BAND-TABLE TO WS-CUR-BAND-TABLE
           MOVE WS-RUN-PRJ-BAND-TABLE TO WS-PRJ-BAND-TABLE
           MOVE WS-RUN-CUR-AGE-SUM TO WS-CUR-AGE-SUM
           MOVE WS-RUN-PRJ-AGE-SUM TO WS-PRJ-AGE-SUM
           MOVE WS-RUN-CUR-AGE-MIN TO WS-CUR-AGE-MIN
           MOVE WS-RUN-CUR-AGE-MAX TO WS-CUR-AGE-MAX
           MOVE WS-RUN-PRJ-AGE-MIN TO WS-PRJ-AGE-MIN
           MOVE WS-RUN-PRJ-AGE-MAX TO WS-PRJ-AGE-MAX
           MOVE WS-RUN-CROSS-65-COUNT TO WS-CROSS-65-COUNT
           MOVE WS-RUN-DEP-CROSS-26 TO WS-DEP-CROSS-26-COUNT
           MOVE WS-PROCESSED-COUNT TO WS-DEMO-COUNT.

      * Control break: close out the previous band's subtotal and
      * open the new band, taking any pending page break first so
      * the heading isn't written at the foot of a full page and
               END-READ
               IF WS-MASTER-FOUND
                   MOVE CM-CUST-ID TO WS-CUST-ID OF WS-USER
                   IF CM-GROUP-CODE NOT = SPACE
                       MOVE CM-GROUP-CODE TO WS-GROUP-CODE OF WS-USER
                   END-IF
                   PERFORM WRITE-RECON
               ELSE
                   PERFORM WRITE-NEWCUST-TRANS

      * Appends this customer to the audit trail, once per record at
      * acquisition time, so the caller's checkpoint keeps a restart
      * from posting the same customer twice.  The same event goes
      * to the customer history under the same protection.
       WRITE-AUDIT.
           MOVE SPACE TO AUDIT-LINE
           MOVE WS-CUST-ID OF WS-USER TO AL-CUST-ID
           MOVE WS-NEW-AGE TO AL-NEW-AGE
           MOVE WS-RUN-DATE TO AL-RUN-DATE
           MOVE WS-RUN-NUMBER TO AL-RUN-NO
           WRITE AUDIT-TRAIL-REC FROM AUDIT-LINE
           IF WS-CUSTHIST-OPEN
               PERFORM POST-CUST-HIST
           END-IF.

      * The audit line just written, as a customer-history event
      * under the next free sequence number for the run.  A customer
      * on the master also has the last-processed summary brought up
      * to date; an unmatched customer (number zero) has only the
      * event, for a name inquiry to find.
       POST-CUST-HIST.
           MOVE SPACE TO CUST-HIST-REC
           MOVE AL-CUST-ID TO HS-CUST-ID
           MOVE WS-RUN-DATE TO HS-RUN-DATE
           MOVE WS-RUN-NUMBER TO HS-RUN-NO
           SET HS-EVENT TO TRUE
           MOVE AL-FIRST-NAME TO HS-FIRST-NAME
           MOVE AL-MIDDLE-NAME TO HS-MIDDLE-NAME
           MOVE AL-LAST-NAME TO HS-LAST-NAME
           MOVE AL-INPUT-AGE TO HS-INPUT-AGE
           MOVE AL-NEW-AGE TO HS-NEW-AGE
           MOVE 'N' TO HS-LAYOUT
           MOVE ZERO TO HS-LAST-RUN-DATE HS-LAST-RUN-NO HS-EVENT-COUNT
           MOVE 'N' TO WS-HIST-WRITTEN-SW
           PERFORM WRITE-HIST-EVENT UNTIL WS-HIST-WRITTEN
           IF HS-CUST-ID NOT = ZERO
               PERFORM POST-HIST-SUMMARY
           END-IF.

      * One try at the event under the next sequence number.  Only a
      * duplicate key (a restart reposting part of its own run) tries
      * again; any other failure is reported and the event dropped
      * rather than looping.
       WRITE-HIST-EVENT.
           ADD 1 TO WS-HIST-SEQ
           MOVE WS-HIST-SEQ TO HS-EVENT-SEQ
           WRITE CUST-HIST-REC
               INVALID KEY
                   IF WS-CUSTHIST-STATUS NOT = "22"
                       DISPLAY "PROJCORE - CUST-HIST WRITE FAILED, "
                           "STATUS " WS-CUSTHIST-STATUS
                       SET WS-HIST-WRITTEN TO TRUE
                   END-IF
               NOT INVALID KEY
                   SET WS-HIST-WRITTEN TO TRUE
           END-WRITE.

      * The customer's summary: started with this event if there is
      * none yet, otherwise counted up and moved on to this run --
      * unless the summary already stands on a later run, as it can
      * when an older run is being rerun.
       POST-HIST-SUMMARY.
           MOVE HS-CUST-ID TO WS-HSV-CUST-ID
           MOVE HS-RUN-DATE TO WS-HSV-RUN-DATE
           MOVE HS-RUN-NO TO WS-HSV-RUN-NO
           MOVE HS-DETAIL TO WS-HSV-DETAIL
           MOVE ZERO TO HS-RUN-DATE HS-RUN-NO HS-EVENT-SEQ
           READ CUST-HIST
               KEY IS HS-KEY
               INVALID KEY
                   SET HS-SUMMARY TO TRUE
                   MOVE WS-HSV-DETAIL TO HS-DETAIL
                   MOVE WS-HSV-RUN-DATE TO HS-LAST-RUN-DATE
                   MOVE WS-HSV-RUN-NO TO HS-LAST-RUN-NO
                   MOVE 1 TO HS-EVENT-COUNT
                   WRITE CUST-HIST-REC
                       INVALID KEY
                           DISPLAY "PROJCORE - CUST-HIST SUMMARY "
                               "WRITE FAILED FOR " WS-HSV-CUST-ID
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO HS-EVENT-COUNT
                   IF WS-HSV-RUN-DATE > HS-LAST-RUN-DATE
                       OR (WS-HSV-RUN-DATE = HS-LAST-RUN-DATE
                           AND WS-HSV-RUN-NO NOT < HS-LAST-RUN-NO)
                       MOVE WS-HSV-DETAIL TO HS-DETAIL
                       MOVE WS-HSV-RUN-DATE TO HS-LAST-RUN-DATE
                       MOVE WS-HSV-RUN-NO TO HS-LAST-RUN-NO
                   END-IF
                   REWRITE CUST-HIST-REC
           END-READ.

      * Writes the reject listing entry for a record that failed the
      * edits, plus its machine-readable recycle or suspense copy.
           MOVE WS-SUFFIX OF WS-USER TO RO-SUFFIX
           MOVE WS-BIRTH-DATE OF WS-USER TO RO-BIRTH-DATE
           ADD 1 WS-CYCLE-COUNT GIVING RO-CYCLE-COUNT
           MOVE WS-GROUP-CODE OF WS-USER TO RO-GROUP-CODE
           WRITE RECYCLE-OUT-REC.

      * Three trips around without a fix parks the record on the
           MOVE WS-RUN-DATE TO SM-IN-DATE
           MOVE ZERO TO SM-RES-DATE
           MOVE SPACE TO SM-RES-REASON
           MOVE WS-RUN-NUMBER TO SM-RUN-NO
           MOVE WS-GROUP-CODE OF WS-USER TO SM-GROUP-CODE
           WRITE SUSPENSE-MST-REC
               INVALID KEY
                   CONTINUE
           MOVE WS-SUFFIX OF WS-USER TO NC-SUFFIX
           MOVE WS-BIRTH-DATE OF WS-USER TO NC-BIRTH-DATE
           MOVE 'A' TO NC-TRANS-CODE
           MOVE "RESELWLD" TO NC-OPERATOR-ID
           MOVE WS-GROUP-CODE OF WS-USER TO NC-GROUP-CODE
           WRITE NEWCUST-FEED-REC.

      * Writes the fixed-width record HR's benefits eligibility job
           MOVE WS-CUST-ID OF WS-USER TO HX-CUST-ID
           MOVE WS-FULL-NAME(1:TAMANHO1) TO HX-FULL-NAME
           MOVE 'E' TO HX-REC-TYPE
           MOVE WS-GROUP-CODE OF WS-USER TO HX-GROUP-CODE
           PERFORM FILL-EXTRACT-COLUMN
               VARYING WS-HORIZON-IX FROM 1 BY 1
               UNTIL WS-HORIZON-IX > 5
               MOVE WS-DEP-NAME TO HX-FULL-NAME
               MOVE 'D' TO HX-REC-TYPE
               MOVE DP-REL-CODE TO HX-REL-CODE
               MOVE WS-GROUP-CODE OF WS-USER TO HX-GROUP-CODE
               PERFORM FILL-DEP-EXTRACT-COLUMN
                   VARYING WS-HORIZON-IX FROM 1 BY 1
                   UNTIL WS-HORIZON-IX > 5

      * The one-page summary the actuarial team used to tally off
      * the printout by hand: band counts and percentages on both
      * bases, the age extremes and averages, and the 65-crossers --
      * for one group, or for the whole run on the closing page.
       WRITE-DEMOGRAPHICS.
           WRITE PROJECTION-RPT-REC FROM DEMO-TITLE-LINE
           IF WS-DEMO-COUNT > ZERO
               MOVE "CURRENT" TO DM-BASIS
               PERFORM WRITE-CUR-BAND-LINE
                   VARYING WS-DEMO-IX FROM 1 BY 1
               MOVE "CURRENT" TO DS-BASIS
               MOVE WS-CUR-AGE-MIN TO DS-MIN
               MOVE WS-CUR-AGE-MAX TO DS-MAX
               DIVIDE WS-CUR-AGE-SUM BY WS-DEMO-COUNT
                   GIVING WS-AVG-AGE ROUNDED
               MOVE WS-AVG-AGE TO DS-AVG
               WRITE PROJECTION-RPT-REC FROM DEMO-STATS-LINE
               MOVE "PROJECTED" TO DS-BASIS
               MOVE WS-PRJ-AGE-MIN TO DS-MIN
               MOVE WS-PRJ-AGE-MAX TO DS-MAX
               DIVIDE WS-PRJ-AGE-SUM BY WS-DEMO-COUNT
                   GIVING WS-AVG-AGE ROUNDED
               MOVE WS-AVG-AGE TO DS-AVG
               WRITE PROJECTION-RPT-REC FROM DEMO-STATS-LINE
           WRITE PROJECTION-RPT-REC FROM DEMO-DEP26-LINE.

      * The same summary, machine-readably, appended to the history
      * file that accumulates across runs.  One G record per group and
      * one T record per run, so the DEMOTRND trend report can show
      * band drift run-over-run and month-over-month, for each
      * sponsor and overall, without anyone retyping the printout.
       WRITE-DEMOG-HIST.
           OPEN EXTEND DEMOG-HIST
           IF WS-DEMOG-STATUS NOT = "00"
               MOVE WS-CUR-AGE-MAX TO DH-CUR-MAX
               MOVE WS-PRJ-AGE-MIN TO DH-PRJ-MIN
               MOVE WS-PRJ-AGE-MAX TO DH-PRJ-MAX
               IF WS-DEMO-COUNT > ZERO
                   DIVIDE WS-CUR-AGE-SUM BY WS-DEMO-COUNT
                       GIVING WS-AVG-AGE ROUNDED
                   MOVE WS-AVG-AGE TO DH-CUR-AVG
                   DIVIDE WS-PRJ-AGE-SUM BY WS-DEMO-COUNT
                       GIVING WS-AVG-AGE ROUNDED
                   MOVE WS-AVG-AGE TO DH-PRJ-AVG
               ELSE
                   MOVE ZERO TO DH-CUR-AVG DH-PRJ-AVG
               END-IF
               MOVE WS-CROSS-65-COUNT TO DH-CROSS-65
               MOVE WS-DEMO-COUNT TO DH-PROCESSED
               MOVE WS-DEMO-SCOPE TO DH-REC-TYPE
               IF WS-DEMO-SCOPE = 'G'
                   MOVE WS-CURRENT-GROUP TO DH-GROUP-CODE
               END-IF
               WRITE DEMOG-HIST-REC
               CLOSE DEMOG-HIST
           END-IF.
           MOVE WS-CUR-BAND-CNT (WS-DEMO-IX) TO DM-COUNT
           MULTIPLY WS-CUR-BAND-CNT (WS-DEMO-IX) BY 100
               GIVING WS-PCT-WORK
           DIVIDE WS-PCT-WORK BY WS-DEMO-COUNT
               GIVING WS-PCT ROUNDED
           MOVE WS-PCT TO DM-PCT
           WRITE PROJECTION-RPT-REC FROM DEMO-BAND-LINE.
           MOVE WS-PRJ-BAND-CNT (WS-DEMO-IX) TO DM-COUNT
           MULTIPLY WS-PRJ-BAND-CNT (WS-DEMO-IX) BY 100
               GIVING WS-PCT-WORK
           DIVIDE WS-PCT-WORK BY WS-DEMO-COUNT
               GIVING WS-PCT ROUNDED
           MOVE WS-PCT TO DM-PCT
           WRITE PROJECTION-RPT-REC FROM DEMO-BAND-LINE.

      * The age-milestone notice sweep, once per batch night over
      * the whole of both masters -- not just tonight's feed, since
      * a 65th birthday comes round whether or not the customer came
      * through CUSTOMER-IN.  The window runs from tonight to the
      * lead time out.  Each milestone in it that NOTICE-HIST has no
      * record of goes out on the notice file and the register and
      * is remembered; one this same run already gave (a restart)
      * goes out again, since the notice generation is rebuilt whole.
      * Without the history file nobody can be protected from a
      * second letter, so no notices go out at all.
       WRITE-MILESTONE-NOTICES.
           MOVE ZERO TO WS-NTC-65-COUNT WS-NTC-26-COUNT
                         WS-NTC-PRIOR-COUNT WS-NTC-PAGE-NO
           PERFORM OPEN-NOTICE-HIST
           IF WS-NTCHIST-OPEN
               MOVE FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                   TO WS-RUN-INT
               ADD WS-RUN-INT WS-LEAD-DAYS GIVING WS-WINDOW-INT
               MOVE FUNCTION DATE-OF-INTEGER (WS-WINDOW-INT)
                   TO WS-WINDOW-END
               OPEN OUTPUT MILESTONE-NTC
               OPEN OUTPUT NOTICE-RPT
               PERFORM WRITE-NTC-HEADER
               IF WS-MASTER-OPEN
                   PERFORM SWEEP-CUSTOMER-MILESTONES
               END-IF
               IF WS-DEP-OPEN
                   PERFORM SWEEP-DEPENDENT-MILESTONES
               END-IF
               PERFORM WRITE-NTC-TOTALS
               CLOSE MILESTONE-NTC
               CLOSE NOTICE-RPT
               CLOSE NOTICE-HIST
           ELSE
               DISPLAY "PROJCORE - CANNOT OPEN NOTICE-HIST, STATUS "
                   WS-NTCHIST-STATUS " - NO MILESTONE NOTICES"
           END-IF.

      * Opens the notice history, creating it on a first-ever run.
       OPEN-NOTICE-HIST.
           MOVE 'N' TO WS-NTCHIST-OPEN-SW
           OPEN I-O NOTICE-HIST
           IF WS-NTCHIST-STATUS = "35"
               OPEN OUTPUT NOTICE-HIST
               CLOSE NOTICE-HIST
               OPEN I-O NOTICE-HIST
           END-IF
           IF WS-NTCHIST-STATUS = "00"
               SET WS-NTCHIST-OPEN TO TRUE
           END-IF.

      * Every customer on the master, in number order, against the
      * 65th-birthday window.
       SWEEP-CUSTOMER-MILESTONES.
           MOVE 'N' TO WS-NTC-EOF-SW
           MOVE ZERO TO CM-CUST-ID
           START CUSTOMER-MASTER
               KEY IS NOT LESS THAN CM-CUST-ID
               INVALID KEY
                   SET WS-NTC-EOF TO TRUE
           END-START
           PERFORM CHECK-CUSTOMER-MILESTONE UNTIL WS-NTC-EOF.

      * One customer: a 65th birthday inside the window that has not
      * been noticed yet becomes a Medicare-coordination notice.
       CHECK-CUSTOMER-MILESTONE.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   SET WS-NTC-EOF TO TRUE
           END-READ
           IF NOT WS-NTC-EOF AND CM-BIRTH-DATE IS NUMERIC
               MOVE CM-BIRTH-DATE TO WS-DER-BIRTH-DATE
               MOVE 65 TO WS-MILESTONE-AGE
               PERFORM SET-MILESTONE-DATE
               IF WS-IN-WINDOW
                   MOVE 'M' TO WS-NOTICE-TYPE
                   MOVE CM-CUST-ID TO NH-CUST-ID
                   MOVE ZERO TO NH-DEP-SEQ
                   PERFORM CHECK-NOTICE-HIST
                   IF WS-ISSUE-NOTICE
                       MOVE SPACE TO WS-USER WS-FULL-NAME
                       MOVE CM-NAME-KEY (1:20)
                           TO WS-FIRST-NAME OF WS-USER
                       MOVE CM-NAME-KEY (21:20)
                           TO WS-MIDDLE-NAME OF WS-USER
                       MOVE CM-NAME-KEY (41:20)
                           TO WS-LAST-NAME OF WS-USER
                       MOVE CM-NAME-KEY (61:10)
                           TO WS-SUFFIX OF WS-USER
                       PERFORM BUILD-FULL-NAME
                       MOVE SPACE TO MILESTONE-NTC-REC
                       MOVE 'E' TO MN-REC-TYPE
                       MOVE CM-CUST-ID TO MN-CUST-ID
                       MOVE ZERO TO MN-DEP-SEQ
                       MOVE WS-FULL-NAME TO MN-FULL-NAME
                       MOVE CM-BIRTH-DATE TO MN-BIRTH-DATE
                       PERFORM WRITE-NOTICE
                       ADD 1 TO WS-NTC-65-COUNT
                   END-IF
               END-IF
           END-IF.

      * Every dependent on file, in family order, against the
      * 26th-birthday window.
       SWEEP-DEPENDENT-MILESTONES.
           MOVE 'N' TO WS-NTC-EOF-SW
           MOVE ZERO TO DP-CUST-ID DP-DEP-SEQ
           START DEPENDENT-MASTER
               KEY IS NOT LESS THAN DP-KEY
               INVALID KEY
                   SET WS-NTC-EOF TO TRUE
           END-START
           PERFORM CHECK-DEPENDENT-MILESTONE UNTIL WS-NTC-EOF.

      * One dependent: a child or other dependent (never a spouse)
      * whose 26th birthday falls inside the window and has not been
      * noticed yet becomes an age-out notice.
       CHECK-DEPENDENT-MILESTONE.
           READ DEPENDENT-MASTER NEXT RECORD
               AT END
                   SET WS-NTC-EOF TO TRUE
           END-READ
           IF NOT WS-NTC-EOF AND DP-REL-CODE NOT = 'SP'
               AND DP-BIRTH-DATE IS NUMERIC
               MOVE DP-BIRTH-DATE TO WS-DER-BIRTH-DATE
               MOVE 26 TO WS-MILESTONE-AGE
               PERFORM SET-MILESTONE-DATE
               IF WS-IN-WINDOW
                   MOVE 'A' TO WS-NOTICE-TYPE
                   MOVE DP-CUST-ID TO NH-CUST-ID
                   MOVE DP-DEP-SEQ TO NH-DEP-SEQ
                   PERFORM CHECK-NOTICE-HIST
                   IF WS-ISSUE-NOTICE
                       MOVE SPACE TO WS-DEP-NAME
                       STRING
                           DP-FIRST-NAME DELIMITED BY SPACE
                           SPACE DELIMITED BY SIZE
                           DP-LAST-NAME DELIMITED BY SPACE
                           INTO WS-DEP-NAME
                       END-STRING
                       MOVE SPACE TO MILESTONE-NTC-REC
                       MOVE 'D' TO MN-REC-TYPE
                       MOVE DP-CUST-ID TO MN-CUST-ID
                       MOVE DP-DEP-SEQ TO MN-DEP-SEQ
                       MOVE DP-REL-CODE TO MN-REL-CODE
                       MOVE WS-DEP-NAME TO MN-FULL-NAME
                       MOVE DP-BIRTH-DATE TO MN-BIRTH-DATE
                       PERFORM WRITE-NOTICE
                       ADD 1 TO WS-NTC-26-COUNT
                   END-IF
               END-IF
           END-IF.

      * Works out the date WS-DER-BIRTH-DATE reaches WS-MILESTONE-AGE
      * and whether it falls between tonight and the end of the lead
      * window.  A February 29 birthday reaches it on March 1 in a
      * common year.  A birth date that fails the calendar edit is
      * left alone -- INTEGCHK reports those.
       SET-MILESTONE-DATE.
           MOVE 'N' TO WS-IN-WINDOW-SW
           MOVE 'N' TO WS-REJECT-SW
           MOVE WS-DER-BIRTH-DATE (1:4) TO WS-BIRTH-YYYY
           MOVE WS-DER-BIRTH-DATE (5:2) TO WS-BIRTH-MM
           MOVE WS-DER-BIRTH-DATE (7:2) TO WS-BIRTH-DD
           PERFORM EDIT-CALENDAR-DATE
           IF NOT WS-AGE-REJECTED
               ADD WS-BIRTH-YYYY WS-MILESTONE-AGE GIVING WS-MS-YYYY
               MOVE WS-DER-BIRTH-DATE (5:4) TO WS-MS-MMDD
               IF WS-MS-MMDD = 0229
                   MOVE WS-MS-YYYY TO WS-BIRTH-YYYY
                   PERFORM CHECK-LEAP-YEAR
                   IF NOT WS-LEAP-YEAR
                       MOVE 0301 TO WS-MS-MMDD
                   END-IF
               END-IF
               IF WS-MILESTONE-DATE NOT < WS-RUN-DATE
                   AND WS-MILESTONE-DATE NOT > WS-WINDOW-END
                   SET WS-IN-WINDOW TO TRUE
               END-IF
           END-IF
           MOVE 'N' TO WS-REJECT-SW.

      * Looks the milestone up on the notice history.  Never noticed:
      * remember it under tonight's run and issue it.  Noticed by
      * this same run (a restart rebuilding the generation): issue
      * it again.  Noticed by an earlier run: count it and move on.
       CHECK-NOTICE-HIST.
           MOVE 'N' TO WS-ISSUE-SW
           MOVE WS-NOTICE-TYPE TO NH-NOTICE-TYPE
           MOVE WS-MILESTONE-DATE TO NH-MILESTONE-DATE
           READ NOTICE-HIST
               INVALID KEY
                   MOVE WS-RUN-DATE TO NH-RUN-DATE
                   MOVE WS-RUN-NUMBER TO NH-RUN-NO
                   WRITE NOTICE-HIST-REC
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-ISSUE-NOTICE TO TRUE
                   END-WRITE
               NOT INVALID KEY
                   IF NH-RUN-DATE = WS-RUN-DATE
                       AND NH-RUN-NO = WS-RUN-NUMBER
                       SET WS-ISSUE-NOTICE TO TRUE
                   ELSE
                       ADD 1 TO WS-NTC-PRIOR-COUNT
                   END-IF
           END-READ.

      * Finishes the notice the sweep started -- milestone, days to
      * go, run stamp -- and writes it with its register line.
       WRITE-NOTICE.
           MOVE WS-NOTICE-TYPE TO MN-NOTICE-TYPE
           MOVE WS-MILESTONE-AGE TO MN-MILESTONE-AGE
           MOVE WS-MILESTONE-DATE TO MN-MILESTONE-DATE
           MOVE FUNCTION INTEGER-OF-DATE (WS-MILESTONE-DATE)
               TO WS-MILESTONE-INT
           SUBTRACT WS-RUN-INT FROM WS-MILESTONE-INT
               GIVING MN-DAYS-TO-GO
           MOVE WS-RUN-DATE TO MN-RUN-DATE
           MOVE WS-RUN-NUMBER TO MN-RUN-NO
           WRITE MILESTONE-NTC-REC
           IF WS-NTC-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM WRITE-NTC-HEADER
           END-IF
           MOVE SPACE TO ND-NOTICE-TEXT ND-DEP-SEQ ND-REL-CODE
           IF MN-NOTICE-TYPE = 'M'
               MOVE "MEDICARE 65" TO ND-NOTICE-TEXT
           ELSE
               MOVE "AGE-OUT 26" TO ND-NOTICE-TEXT
               MOVE MN-DEP-SEQ TO ND-DEP-SEQ
               MOVE MN-REL-CODE TO ND-REL-CODE
           END-IF
           MOVE MN-CUST-ID TO ND-CUST-ID
           MOVE MN-FULL-NAME TO ND-FULL-NAME
           MOVE MN-BIRTH-DATE TO ND-BIRTH-DATE
           MOVE MN-MILESTONE-DATE TO ND-MILESTONE-DATE
           MOVE MN-DAYS-TO-GO TO ND-DAYS-TO-GO
           WRITE NOTICE-RPT-REC FROM NTC-DETAIL-LINE
           ADD 1 TO WS-NTC-LINE-COUNT.

      * Heading for a page of the notice register.
       WRITE-NTC-HEADER.
           ADD 1 TO WS-NTC-PAGE-NO
           MOVE WS-RUN-DATE TO NRH-RUN-DATE
           MOVE WS-NTC-PAGE-NO TO NRH-PAGE-NO
           MOVE WS-RUN-NUMBER TO NRH-RUN-NO
           MOVE WS-LEAD-DAYS TO NRH-LEAD-DAYS
           WRITE NOTICE-RPT-REC FROM NTC-HEADER-LINE
           WRITE NOTICE-RPT-REC FROM NTC-TITLE-LINE
           WRITE NOTICE-RPT-REC FROM NTC-COLHDR-LINE
           MOVE 3 TO WS-NTC-LINE-COUNT.

      * The register's closing counts.
       WRITE-NTC-TOTALS.
           MOVE "CUSTOMERS TURNING 65 NOTICED:" TO NT-CAPTION
           MOVE WS-NTC-65-COUNT TO NT-COUNT
           WRITE NOTICE-RPT-REC FROM NTC-TOTAL-LINE
           MOVE "DEPENDENTS TURNING 26 NOTICED:" TO NT-CAPTION
           MOVE WS-NTC-26-COUNT TO NT-COUNT
           WRITE NOTICE-RPT-REC FROM NTC-TOTAL-LINE
           MOVE "ALREADY NOTICED ON AN EARLIER RUN:" TO NT-CAPTION
           MOVE WS-NTC-PRIOR-COUNT TO NT-COUNT
           WRITE NOTICE-RPT-REC FROM NTC-TOTAL-LINE.

      * End-of-run balancing: proves the outputs tie back to the
      * input before the downstream HR job is allowed to run.  The
      * extract and this run's audit entries are recounted from the
      * files as written, not from the in-storage counters, so a
      * short write shows up here instead of a week later.  The
      * reject-side outputs are recounted the same way for the run
      * log, and the run's control record goes out last, carrying
      * the return code the run ends with.
       BALANCE-RUN.
           MOVE ZERO TO WS-EXTRACT-COUNT WS-AUDIT-RUN-COUNT
           MOVE SPACE TO WS-EXTRACT-GROUP
           PERFORM RECOUNT-ONE-EXTRACT
           PERFORM RECOUNT-GROUP-EXTRACT
               VARYING WS-EXT-IX FROM 1 BY 1
               UNTIL WS-EXT-IX > WS-EXT-GROUP-COUNT
           MOVE 'N' TO WS-RECOUNT-EOF-SW
           OPEN INPUT AUDIT-TRAIL
           IF WS-AUDIT-STATUS = "00"
               DISPLAY "RESEL-WORLD RUN OUT OF BALANCE - "
                   "SEE BALANCE-FILE"
               MOVE 8 TO PC-RETURN-CODE
           END-IF
           PERFORM COUNT-REJECT-OUTPUTS
           PERFORM COUNT-NOTICE-OUTPUT
           PERFORM POST-RUN-LOG.

      * One group's extract generation off the list of those written.
       RECOUNT-GROUP-EXTRACT.
           MOVE WS-EXT-GROUP (WS-EXT-IX) TO WS-EXTRACT-GROUP
           PERFORM RECOUNT-ONE-EXTRACT.

      * Reads one extract generation back for the recount.
       RECOUNT-ONE-EXTRACT.
           PERFORM BUILD-EXTRACT-NAME
           MOVE 'N' TO WS-RECOUNT-EOF-SW
           OPEN INPUT HR-EXTRACT
           IF WS-EXTRACT-STATUS = "00"
               PERFORM COUNT-EXTRACT-RECORDS UNTIL WS-RECOUNT-EOF
               CLOSE HR-EXTRACT
           END-IF.

      * One record of the extract recount.  Dependent rows ride
                   END-IF
           END-READ.

      * Recounts what the rejects turned into -- the RECYCLE-OUT
      * records, this run's suspense items (opened under tonight's
      * run number), and the NEWCUST-FEED adds -- from the files as
      * written, so the run log shows what actually reached the next
      * job, restart or not.
       COUNT-REJECT-OUTPUTS.
           MOVE ZERO TO WS-RECYCLE-OUT-COUNT WS-NEWCUST-COUNT
                         WS-SUSPENDED-COUNT
           MOVE 'N' TO WS-RECOUNT-EOF-SW
           OPEN INPUT RECYCLE-OUT
           IF WS-RECYCLOUT-STATUS = "00"
               PERFORM COUNT-RECYCLE-RECORDS UNTIL WS-RECOUNT-EOF
               CLOSE RECYCLE-OUT
           END-IF
           MOVE 'N' TO WS-RECOUNT-EOF-SW
           OPEN INPUT NEWCUST-FEED
           IF WS-NEWCUST-STATUS = "00"
               PERFORM COUNT-NEWCUST-RECORDS UNTIL WS-RECOUNT-EOF
               CLOSE NEWCUST-FEED
           END-IF
           MOVE 'N' TO WS-RECOUNT-EOF-SW
           OPEN INPUT SUSPENSE-MST
           IF WS-SUSPMST-STATUS = "00"
               PERFORM COUNT-SUSPENSE-ITEMS UNTIL WS-RECOUNT-EOF
               CLOSE SUSPENSE-MST
           END-IF.

      * Recounts the notices that reached this run's notice
      * generation, for the run log.
       COUNT-NOTICE-OUTPUT.
           MOVE ZERO TO WS-NOTICE-COUNT
           MOVE 'N' TO WS-RECOUNT-EOF-SW
           OPEN INPUT MILESTONE-NTC
           IF WS-NOTICE-STATUS = "00"
               PERFORM COUNT-NOTICE-RECORDS UNTIL WS-RECOUNT-EOF
               CLOSE MILESTONE-NTC
           END-IF.

      * One record of the notice recount.
       COUNT-NOTICE-RECORDS.
           READ MILESTONE-NTC
               AT END
                   SET WS-RECOUNT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-NOTICE-COUNT
           END-READ.

      * One record of the recycle recount.
       COUNT-RECYCLE-RECORDS.
           READ RECYCLE-OUT
               AT END
                   SET WS-RECOUNT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECYCLE-OUT-COUNT
           END-READ.

      * One record of the add-feed recount.
       COUNT-NEWCUST-RECORDS.
           READ NEWCUST-FEED
               AT END
                   SET WS-RECOUNT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-NEWCUST-COUNT
           END-READ.

      * One item of the suspense recount: only items this run opened
      * count, by run date and run number, whatever has become of
      * them since.
       COUNT-SUSPENSE-ITEMS.
           READ SUSPENSE-MST NEXT RECORD
               AT END
                   SET WS-RECOUNT-EOF TO TRUE
               NOT AT END
                   IF SM-IN-DATE = WS-RUN-DATE
                       AND SM-RUN-NO = WS-RUN-NUMBER
                       ADD 1 TO WS-SUSPENDED-COUNT
                   END-IF
           END-READ.

      * Posts the run's control totals to the shared run log for the
      * morning control sheet.  The run's own record carries time
      * zero, so a restart that finishes the same run number
      * replaces it instead of posting the run twice.  A missing log
      * is created on a first-ever run.
       POST-RUN-LOG.
           OPEN I-O RUN-LOG
           IF WS-RUNLOG-STATUS = "35"
               OPEN OUTPUT RUN-LOG
               CLOSE RUN-LOG
               OPEN I-O RUN-LOG
           END-IF
           IF WS-RUNLOG-STATUS = "00"
               MOVE SPACE TO RUN-LOG-REC
               MOVE ZEROES TO RL-COUNTS
               MOVE WS-RUN-DATE TO RL-RUN-DATE RL-POST-DATE
               MOVE WS-RUN-NUMBER TO RL-RUN-NO
               MOVE "RESELWLD" TO RL-JOB-NAME
               MOVE ZERO TO RL-JOB-TIME
               MOVE PC-RETURN-CODE TO RL-RETURN-CODE
               MOVE WS-RECORD-COUNT TO RL-RW-INPUT
               MOVE PC-RECYCLE-COUNT TO RL-RW-RECYCLE-IN
               MOVE WS-PROCESSED-COUNT TO RL-RW-PROCESSED
               MOVE WS-REJECT-COUNT TO RL-RW-REJECTED
               MOVE WS-RECYCLE-OUT-COUNT TO RL-RW-RECYCLE-OUT
               MOVE WS-SUSPENDED-COUNT TO RL-RW-SUSPENDED
               MOVE WS-NEWCUST-COUNT TO RL-RW-NEWCUST
               MOVE WS-EXTRACT-COUNT TO RL-RW-EXTRACT
               MOVE WS-AUDIT-RUN-COUNT TO RL-RW-AUDIT
               MOVE WS-NOTICE-COUNT TO RL-RW-NOTICES
               WRITE RUN-LOG-REC
                   INVALID KEY
                       REWRITE RUN-LOG-REC
               END-WRITE
               CLOSE RUN-LOG
           ELSE
               DISPLAY "PROJCORE - CANNOT OPEN RUN-LOG, STATUS "
                   WS-RUNLOG-STATUS
           END-IF.

      * The control-totals record the next-day operator checks.
       WRITE-BALANCE-REC.
           OPEN OUTPUT BALANCE-FILE
               WRITE BALANCE-REC
               CLOSE BALANCE-FILE
           END-IF.

      * Valuation run: a census of everyone on CUSTOMER-MASTER and
      * DEPENDENT-MASTER aged as of the valuation date the front end
      * passes in PC-VAL-DATE, for the year-end actuarial valuation.
      * A self-contained call -- the masters are read directly and
      * nothing the nightly run posts (audit trail, customer history,
      * balance file, demographics history, run log, run number) is
      * touched.  The census and its summary land in generations
      * named after the valuation date, so a rerun for the same date
      * replaces them and other dates' censuses stay put.  The run
      * date the front end passes is the date the census was
      * prepared; the valuation date stands in for it as the age
      * basis throughout.
       RUN-VALUATION-CENSUS.
           MOVE ZERO TO PC-RETURN-CODE PC-CENSUS-EMP-COUNT
                         PC-CENSUS-DEP-COUNT PC-EXCLUDED-COUNT
           MOVE PC-RUN-DATE TO WS-PREP-DATE
           PERFORM CHECK-VALUATION-DATE
           IF WS-AGE-REJECTED
               DISPLAY "PROJCORE - VALUATION DATE " PC-VAL-DATE
                   " IS NOT A CALENDAR DATE - NO CENSUS"
               MOVE 8 TO PC-RETURN-CODE
           ELSE
               MOVE PC-VAL-DATE TO WS-RUN-DATE
               MOVE FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                   TO WS-RUN-INT
               MOVE ZERO TO WS-DELTA-COUNT
               PERFORM LOAD-DELTA-ENTRY
                   VARYING WS-HORIZON-IX FROM 1 BY 1
                   UNTIL WS-HORIZON-IX > 5
               IF WS-DELTA-COUNT = ZERO
                   MOVE 1 TO WS-DELTA-COUNT
                   MOVE WS-AGE-DELTA TO WS-DELTA (1)
               END-IF
               MOVE 'N' TO WS-MASTER-OPEN-SW
               OPEN INPUT CUSTOMER-MASTER
               IF WS-MASTER-STATUS = "00"
                   SET WS-MASTER-OPEN TO TRUE
               END-IF
               MOVE 'N' TO WS-DEP-OPEN-SW
               OPEN INPUT DEPENDENT-MASTER
               IF WS-DEP-STATUS = "00"
                   SET WS-DEP-OPEN TO TRUE
               END-IF
               IF WS-MASTER-OPEN
                   PERFORM WRITE-VALUATION-CENSUS
                   CLOSE CUSTOMER-MASTER
               ELSE
                   DISPLAY "PROJCORE - CANNOT OPEN CUSTOMER-MASTER, "
                       "STATUS " WS-MASTER-STATUS " - NO CENSUS"
                   MOVE 8 TO PC-RETURN-CODE
               END-IF
               IF WS-DEP-OPEN
                   CLOSE DEPENDENT-MASTER
               END-IF
           END-IF.

      * The valuation date must be a real calendar date; the birth
      * date edit's calendar check does the work.
       CHECK-VALUATION-DATE.
           MOVE 'N' TO WS-REJECT-SW
           IF PC-VAL-DATE IS NUMERIC
               MOVE PC-VAL-DATE (1:4) TO WS-BIRTH-YYYY
               MOVE PC-VAL-DATE (5:2) TO WS-BIRTH-MM
               MOVE PC-VAL-DATE (7:2) TO WS-BIRTH-DD
               PERFORM EDIT-CALENDAR-DATE
           ELSE
               MOVE 'Y' TO WS-REJECT-SW
           END-IF.

      * Names the census and summary generations after the valuation
      * date, opens them, sweeps both masters, and proves the census
      * as written ties back to the masters as read.  A dependent
      * master that will not open still gives the employee census,
      * but the run ends with return code 4 so nobody mistakes it
      * for the whole population.
       WRITE-VALUATION-CENSUS.
           MOVE SPACE TO WS-CENSUS-NAME WS-VALRPT-NAME
           STRING
               "VALUATION-CENSUS-V" DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-CENSUS-NAME
           END-STRING
           STRING
               "VALUATION-RPT-V" DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-VALRPT-NAME
           END-STRING
           MOVE ZEROES TO WS-VAL-TOTALS
           PERFORM RESET-VAL-MIN-AGE
               VARYING WS-VAL-IX FROM 1 BY 1
               UNTIL WS-VAL-IX > 3
           MOVE ZERO TO WS-VAL-PAGE-NO
           OPEN OUTPUT VALUATION-CENSUS
           OPEN OUTPUT VALUATION-RPT
           PERFORM WRITE-VAL-HEADER
           PERFORM WRITE-VAL-EXCL-HEADING
           PERFORM SWEEP-CUSTOMER-CENSUS
           IF WS-DEP-OPEN
               PERFORM SWEEP-DEPENDENT-CENSUS
           ELSE
               DISPLAY "PROJCORE - CANNOT OPEN DEPENDENT-MASTER, "
                   "STATUS " WS-DEP-STATUS " - EMPLOYEES ONLY"
               MOVE 4 TO PC-RETURN-CODE
           END-IF
           IF WS-VAL-EXCLUDED (3) = ZERO
               WRITE VALUATION-RPT-REC FROM VAL-NONE-LINE
           END-IF
           CLOSE VALUATION-CENSUS
           PERFORM BALANCE-CENSUS
           PERFORM WRITE-VAL-SUMMARY
           CLOSE VALUATION-RPT
           MOVE WS-VAL-CENSUS (1) TO PC-CENSUS-EMP-COUNT
           MOVE WS-VAL-CENSUS (2) TO PC-CENSUS-DEP-COUNT
           MOVE WS-VAL-EXCLUDED (3) TO PC-EXCLUDED-COUNT.

      * No census age yet, so the minimum starts high.
       RESET-VAL-MIN-AGE.
           MOVE 999 TO WS-VAL-AGE-MIN (WS-VAL-IX).

      * Every customer on the master, in number order.
       SWEEP-CUSTOMER-CENSUS.
           MOVE 'N' TO WS-VAL-EOF-SW
           MOVE ZERO TO CM-CUST-ID
           START CUSTOMER-MASTER
               KEY IS NOT LESS THAN CM-CUST-ID
               INVALID KEY
                   SET WS-VAL-EOF TO TRUE
           END-START
           PERFORM CENSUS-ONE-CUSTOMER UNTIL WS-VAL-EOF.

      * One customer, as an employee row.
       CENSUS-ONE-CUSTOMER.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   SET WS-VAL-EOF TO TRUE
           END-READ
           IF NOT WS-VAL-EOF
               MOVE 1 TO WS-VAL-TYPE-IX
               MOVE SPACE TO WS-USER WS-FULL-NAME
               MOVE CM-CUST-ID TO WS-CUST-ID OF WS-USER
               MOVE CM-NAME-KEY (1:20) TO WS-FIRST-NAME OF WS-USER
               MOVE CM-NAME-KEY (21:20) TO WS-MIDDLE-NAME OF WS-USER
               MOVE CM-NAME-KEY (41:20) TO WS-LAST-NAME OF WS-USER
               MOVE CM-NAME-KEY (61:10) TO WS-SUFFIX OF WS-USER
               PERFORM BUILD-FULL-NAME
               MOVE CM-BIRTH-DATE (1:8) TO WS-VAL-RAW-BIRTH
               IF CM-BIRTH-DATE IS NUMERIC
                   MOVE CM-BIRTH-DATE TO WS-BIRTH-DATE OF WS-USER
               END-IF
               MOVE SPACE TO VALUATION-CENSUS-REC
               MOVE 'E' TO VN-REC-TYPE
               MOVE CM-CUST-ID TO VN-CUST-ID
               MOVE CM-GROUP-CODE TO VN-GROUP-CODE
               MOVE ZERO TO VN-DEP-SEQ
               MOVE WS-FULL-NAME TO VN-FULL-NAME
               PERFORM CENSUS-ONE-PERSON
           END-IF.

      * Every dependent on file, in family order.
       SWEEP-DEPENDENT-CENSUS.
           MOVE 'N' TO WS-VAL-EOF-SW
           MOVE ZERO TO DP-CUST-ID DP-DEP-SEQ
           START DEPENDENT-MASTER
               KEY IS NOT LESS THAN DP-KEY
               INVALID KEY
                   SET WS-VAL-EOF TO TRUE
           END-START
           PERFORM CENSUS-ONE-DEPENDENT UNTIL WS-VAL-EOF.

      * One dependent, spouse or not, as a dependent row under the
      * employee's number and in the employee's group (none for an
      * orphan whose employee is gone).
       CENSUS-ONE-DEPENDENT.
           READ DEPENDENT-MASTER NEXT RECORD
               AT END
                   SET WS-VAL-EOF TO TRUE
           END-READ
           IF NOT WS-VAL-EOF
               MOVE 2 TO WS-VAL-TYPE-IX
               MOVE SPACE TO WS-USER WS-DEP-NAME
               MOVE DP-CUST-ID TO WS-CUST-ID OF WS-USER
               STRING
                   DP-FIRST-NAME DELIMITED BY SPACE
                   SPACE DELIMITED BY SIZE
                   DP-LAST-NAME DELIMITED BY SPACE
                   INTO WS-DEP-NAME
               END-STRING
               MOVE DP-BIRTH-DATE (1:8) TO WS-VAL-RAW-BIRTH
               IF DP-BIRTH-DATE IS NUMERIC
                   MOVE DP-BIRTH-DATE TO WS-BIRTH-DATE OF WS-USER
               END-IF
               MOVE SPACE TO VALUATION-CENSUS-REC
               MOVE 'D' TO VN-REC-TYPE
               MOVE DP-CUST-ID TO VN-CUST-ID
               MOVE DP-DEP-SEQ TO VN-DEP-SEQ
               MOVE DP-REL-CODE TO VN-REL-CODE
               MOVE DP-CUST-ID TO CM-CUST-ID
               READ CUSTOMER-MASTER
                   KEY IS CM-CUST-ID
                   INVALID KEY
                       MOVE SPACE TO CM-GROUP-CODE
               END-READ
               MOVE CM-GROUP-CODE TO VN-GROUP-CODE
               MOVE WS-DEP-NAME TO VN-FULL-NAME
               PERFORM CENSUS-ONE-PERSON
           END-IF.

      * Puts one person through the same birth-date edit the nightly
      * run uses, with the valuation date as the age basis, and
      * either writes the census row or lists the person as
      * excluded.  A birth date after the valuation date (someone
      * not yet born on that date) is excluded like any other.
       CENSUS-ONE-PERSON.
           ADD 1 TO WS-VAL-READ (WS-VAL-TYPE-IX) WS-VAL-READ (3)
           PERFORM VALIDATE-BIRTH-DATE
           IF WS-AGE-REJECTED
               ADD 1 TO WS-VAL-EXCLUDED (WS-VAL-TYPE-IX)
                        WS-VAL-EXCLUDED (3)
               PERFORM WRITE-VAL-EXCLUSION
           ELSE
               MOVE WS-BIRTH-DATE OF WS-USER TO VN-BIRTH-DATE
               MOVE WS-RUN-DATE TO VN-VAL-DATE
               MOVE WS-AGE OF WS-USER TO VN-AGE-LAST-BDAY
               PERFORM CALC-EXACT-AGE
               MOVE WS-EXACT-AGE TO VN-EXACT-AGE
               PERFORM FILL-CENSUS-HORIZON
                   VARYING WS-HORIZON-IX FROM 1 BY 1
                   UNTIL WS-HORIZON-IX > 5
               WRITE VALUATION-CENSUS-REC
               MOVE WS-VAL-TYPE-IX TO WS-VAL-IX
               PERFORM TALLY-CENSUS-ENTRY
               MOVE 3 TO WS-VAL-IX
               PERFORM TALLY-CENSUS-ENTRY
           END-IF.

      * Exact age at the valuation date: the age last birthday plus
      * the days since that birthday over the days from it to the
      * next one, so a leap year counts 366.  A February 29 birthday
      * falls on March 1 in a common year, as the milestone notices
      * have it.
       CALC-EXACT-AGE.
           MOVE WS-BIRTH-DATE OF WS-USER TO WS-DER-BIRTH-DATE
           MOVE WS-DER-BIRTH-DATE (1:4) TO WS-BIRTH-YYYY
           ADD WS-BIRTH-YYYY WS-AGE OF WS-USER GIVING WS-BDAY-YYYY
           PERFORM SET-BIRTHDAY-IN-YEAR
           MOVE FUNCTION INTEGER-OF-DATE (WS-BDAY-DATE)
               TO WS-LAST-BDAY-INT
           ADD 1 TO WS-BDAY-YYYY
           PERFORM SET-BIRTHDAY-IN-YEAR
           MOVE FUNCTION INTEGER-OF-DATE (WS-BDAY-DATE)
               TO WS-NEXT-BDAY-INT
           SUBTRACT WS-LAST-BDAY-INT FROM WS-RUN-INT
               GIVING WS-DAYS-SINCE-BDAY
           SUBTRACT WS-LAST-BDAY-INT FROM WS-NEXT-BDAY-INT
               GIVING WS-DAYS-IN-AGE-YEAR
           DIVIDE WS-DAYS-SINCE-BDAY BY WS-DAYS-IN-AGE-YEAR
               GIVING WS-AGE-FRACTION ROUNDED
           ADD WS-AGE OF WS-USER WS-AGE-FRACTION
               GIVING WS-EXACT-AGE.

      * The birthday of WS-DER-BIRTH-DATE in year WS-BDAY-YYYY.
       SET-BIRTHDAY-IN-YEAR.
           MOVE WS-DER-BIRTH-DATE (5:4) TO WS-BDAY-MMDD
           IF WS-BDAY-MMDD = 0229
               MOVE WS-BDAY-YYYY TO WS-BIRTH-YYYY
               PERFORM CHECK-LEAP-YEAR
               IF NOT WS-LEAP-YEAR
                   MOVE 0301 TO WS-BDAY-MMDD
               END-IF
           END-IF.

      * One horizon slot on the census row: the horizon and the age
      * last birthday projected out to it, zero past the last one.
       FILL-CENSUS-HORIZON.
           IF WS-HORIZON-IX > WS-DELTA-COUNT
               MOVE ZERO TO VN-HORIZON (WS-HORIZON-IX)
                            VN-PROJ-AGE (WS-HORIZON-IX)
           ELSE
               MOVE WS-DELTA (WS-HORIZON-IX)
                   TO VN-HORIZON (WS-HORIZON-IX)
               ADD WS-DELTA (WS-HORIZON-IX) WS-AGE OF WS-USER
                   GIVING VN-PROJ-AGE (WS-HORIZON-IX)
           END-IF.

      * Accumulates one census row into a column of the summary:
      * the count, the band on the age last birthday (the same three
      * bands the projection report uses), the age extremes, and the
      * exact age for the average.
       TALLY-CENSUS-ENTRY.
           ADD 1 TO WS-VAL-CENSUS (WS-VAL-IX)
           MOVE WS-AGE OF WS-USER TO WS-DEMO-AGE
           PERFORM SET-DEMO-BAND
           ADD 1 TO WS-VAL-BAND-CNT (WS-VAL-IX WS-DEMO-BAND)
           IF WS-AGE OF WS-USER < WS-VAL-AGE-MIN (WS-VAL-IX)
               MOVE WS-AGE OF WS-USER TO WS-VAL-AGE-MIN (WS-VAL-IX)
           END-IF
           IF WS-AGE OF WS-USER > WS-VAL-AGE-MAX (WS-VAL-IX)
               MOVE WS-AGE OF WS-USER TO WS-VAL-AGE-MAX (WS-VAL-IX)
           END-IF
           ADD WS-EXACT-AGE TO WS-VAL-EXACT-SUM (WS-VAL-IX).

      * Lists one excluded person with the edit's reason.  Measured
      * against the valuation date, a future birth date means born
      * after it.
       WRITE-VAL-EXCLUSION.
           IF WS-VAL-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM WRITE-VAL-HEADER
               PERFORM WRITE-VAL-EXCL-HEADING
           END-IF
           MOVE VN-REC-TYPE TO VX-REC-TYPE
           MOVE VN-CUST-ID TO VX-CUST-ID
           MOVE SPACE TO VX-DEP-SEQ
           IF VN-REC-TYPE = 'D'
               MOVE VN-DEP-SEQ TO VX-DEP-SEQ
           END-IF
           MOVE VN-FULL-NAME TO VX-FULL-NAME
           MOVE WS-VAL-RAW-BIRTH TO VX-BIRTH-DATE
           IF WS-REJECT-REASON = "BIRTH DATE IN FUTURE"
               MOVE "BORN AFTER VALUATION DATE" TO VX-REASON
           ELSE
               MOVE WS-REJECT-REASON TO VX-REASON
           END-IF
           WRITE VALUATION-RPT-REC FROM VAL-EXCL-LINE
           ADD 1 TO WS-VAL-LINE-COUNT.

      * Heading for a page of the valuation summary: the valuation
      * and preparation dates and the horizons the census projects.
       WRITE-VAL-HEADER.
           ADD 1 TO WS-VAL-PAGE-NO
           MOVE WS-RUN-DATE TO VRH-VAL-DATE
           MOVE WS-PREP-DATE TO VRH-PREP-DATE
           MOVE WS-VAL-PAGE-NO TO VRH-PAGE-NO
           PERFORM FILL-VAL-HORIZON
               VARYING WS-HORIZON-IX FROM 1 BY 1
               UNTIL WS-HORIZON-IX > 5
           WRITE VALUATION-RPT-REC FROM VAL-HEADER-LINE
           WRITE VALUATION-RPT-REC FROM VAL-TITLE-LINE
           WRITE VALUATION-RPT-REC FROM VAL-HORIZON-LINE
           MOVE 3 TO WS-VAL-LINE-COUNT.

      * One horizon on the heading, blank past the last one.
       FILL-VAL-HORIZON.
           MOVE SPACE TO VHL-ENTRY (WS-HORIZON-IX)
           IF WS-HORIZON-IX NOT > WS-DELTA-COUNT
               MOVE "  +" TO VHL-PLUS (WS-HORIZON-IX)
               MOVE WS-DELTA (WS-HORIZON-IX)
                   TO VHL-DELTA (WS-HORIZON-IX)
           END-IF.

      * Captions over the exclusion listing.
       WRITE-VAL-EXCL-HEADING.
           MOVE SPACE TO VALUATION-RPT-REC
           WRITE VALUATION-RPT-REC
           WRITE VALUATION-RPT-REC FROM VAL-EXCL-TITLE-LINE
           WRITE VALUATION-RPT-REC FROM VAL-EXCL-COLHDR-LINE
           ADD 3 TO WS-VAL-LINE-COUNT.

      * Recounts the census from the file as written, by row type,
      * and proves it: every row written reached the file, and every
      * master record read is either on the census or listed as
      * excluded.  Out of balance ends the run with return code 8.
       BALANCE-CENSUS.
           MOVE 'N' TO WS-RECOUNT-EOF-SW
           OPEN INPUT VALUATION-CENSUS
           IF WS-CENSUS-STATUS = "00"
               PERFORM COUNT-CENSUS-RECORDS UNTIL WS-RECOUNT-EOF
               CLOSE VALUATION-CENSUS
           END-IF
           MOVE 'N' TO WS-BALANCE-SW
           PERFORM CHECK-CENSUS-ENTRY
               VARYING WS-VAL-IX FROM 1 BY 1
               UNTIL WS-VAL-IX > 3
           IF WS-OUT-OF-BALANCE
               DISPLAY "RESEL-WORLD VALUATION CENSUS OUT OF BALANCE - "
                   "SEE " WS-VALRPT-NAME
               MOVE 8 TO PC-RETURN-CODE
           END-IF.

      * One record of the census recount.
       COUNT-CENSUS-RECORDS.
           READ VALUATION-CENSUS
               AT END
                   SET WS-RECOUNT-EOF TO TRUE
               NOT AT END
                   IF VN-REC-TYPE = 'D'
                       ADD 1 TO WS-VAL-RECOUNT (2)
                   ELSE
                       ADD 1 TO WS-VAL-RECOUNT (1)
                   END-IF
                   ADD 1 TO WS-VAL-RECOUNT (3)
           END-READ.

      * One column's balance check.
       CHECK-CENSUS-ENTRY.
           IF WS-VAL-RECOUNT (WS-VAL-IX) NOT = WS-VAL-CENSUS (WS-VAL-IX)
               MOVE 'Y' TO WS-BALANCE-SW
           END-IF
           IF WS-VAL-READ (WS-VAL-IX) NOT =
               WS-VAL-CENSUS (WS-VAL-IX) + WS-VAL-EXCLUDED (WS-VAL-IX)
               MOVE 'Y' TO WS-BALANCE-SW
           END-IF.

      * The closing page: employees, dependents, and both together,
      * with the age profile at the valuation date and the control
      * totals the census is proved by.
       WRITE-VAL-SUMMARY.
           PERFORM WRITE-VAL-HEADER
           MOVE SPACE TO VALUATION-RPT-REC
           WRITE VALUATION-RPT-REC
           WRITE VALUATION-RPT-REC FROM VAL-SUM-TITLE-LINE
           WRITE VALUATION-RPT-REC FROM VAL-SUM-COLHDR-LINE
           MOVE SPACE TO VAL-SUM-COUNT-LINE
           MOVE "MASTER RECORDS READ" TO VS-CAPTION
           MOVE WS-VAL-READ (1) TO VS-COUNT (1)
           MOVE WS-VAL-READ (2) TO VS-COUNT (2)
           MOVE WS-VAL-READ (3) TO VS-COUNT (3)
           WRITE VALUATION-RPT-REC FROM VAL-SUM-COUNT-LINE
           MOVE "EXCLUDED" TO VS-CAPTION
           MOVE WS-VAL-EXCLUDED (1) TO VS-COUNT (1)
           MOVE WS-VAL-EXCLUDED (2) TO VS-COUNT (2)
           MOVE WS-VAL-EXCLUDED (3) TO VS-COUNT (3)
           WRITE VALUATION-RPT-REC FROM VAL-SUM-COUNT-LINE
           MOVE "ON CENSUS" TO VS-CAPTION
           MOVE WS-VAL-CENSUS (1) TO VS-COUNT (1)
           MOVE WS-VAL-CENSUS (2) TO VS-COUNT (2)
           MOVE WS-VAL-CENSUS (3) TO VS-COUNT (3)
           WRITE VALUATION-RPT-REC FROM VAL-SUM-COUNT-LINE
           PERFORM WRITE-VAL-BAND-ROW
               VARYING WS-DEMO-IX FROM 1 BY 1
               UNTIL WS-DEMO-IX > 3
           MOVE "MINIMUM AGE LAST BIRTHDAY" TO VS-CAPTION
           PERFORM FILL-VAL-MIN-COLUMN
               VARYING WS-VAL-IX FROM 1 BY 1
               UNTIL WS-VAL-IX > 3
           WRITE VALUATION-RPT-REC FROM VAL-SUM-COUNT-LINE
           MOVE "MAXIMUM AGE LAST BIRTHDAY" TO VS-CAPTION
           MOVE WS-VAL-AGE-MAX (1) TO VS-COUNT (1)
           MOVE WS-VAL-AGE-MAX (2) TO VS-COUNT (2)
           MOVE WS-VAL-AGE-MAX (3) TO VS-COUNT (3)
           WRITE VALUATION-RPT-REC FROM VAL-SUM-COUNT-LINE
           MOVE SPACE TO VAL-SUM-AGE-LINE
           MOVE "AVERAGE EXACT AGE" TO VA-CAPTION
           PERFORM FILL-VAL-AVG-COLUMN
               VARYING WS-VAL-IX FROM 1 BY 1
               UNTIL WS-VAL-IX > 3
           WRITE VALUATION-RPT-REC FROM VAL-SUM-AGE-LINE
           MOVE "CENSUS RECORDS ON FILE" TO VS-CAPTION
           MOVE WS-VAL-RECOUNT (1) TO VS-COUNT (1)
           MOVE WS-VAL-RECOUNT (2) TO VS-COUNT (2)
           MOVE WS-VAL-RECOUNT (3) TO VS-COUNT (3)
           WRITE VALUATION-RPT-REC FROM VAL-SUM-COUNT-LINE
           IF WS-OUT-OF-BALANCE
               MOVE "OUT OF BALANCE" TO VST-STATUS-TEXT
           ELSE
               MOVE "IN BALANCE" TO VST-STATUS-TEXT
           END-IF
           MOVE SPACE TO VALUATION-RPT-REC
           WRITE VALUATION-RPT-REC
           WRITE VALUATION-RPT-REC FROM VAL-STATUS-LINE.

      * One age band's row of census counts.
       WRITE-VAL-BAND-ROW.
           MOVE SPACE TO VS-CAPTION
           MOVE WS-BAND-TEXT (WS-DEMO-IX) TO VS-CAPTION (3:12)
           MOVE WS-VAL-BAND-CNT (1 WS-DEMO-IX) TO VS-COUNT (1)
           MOVE WS-VAL-BAND-CNT (2 WS-DEMO-IX) TO VS-COUNT (2)
           MOVE WS-VAL-BAND-CNT (3 WS-DEMO-IX) TO VS-COUNT (3)
           WRITE VALUATION-RPT-REC FROM VAL-SUM-COUNT-LINE.

      * One column's minimum age, zero for an empty column.
       FILL-VAL-MIN-COLUMN.
           IF WS-VAL-CENSUS (WS-VAL-IX) = ZERO
               MOVE ZERO TO VS-COUNT (WS-VAL-IX)
           ELSE
               MOVE WS-VAL-AGE-MIN (WS-VAL-IX) TO VS-COUNT (WS-VAL-IX)
           END-IF.

      * One column's average exact age, zero for an empty column.
       FILL-VAL-AVG-COLUMN.
           MOVE ZERO TO WS-AVG-EXACT-AGE
           IF WS-VAL-CENSUS (WS-VAL-IX) > ZERO
               DIVIDE WS-VAL-EXACT-SUM (WS-VAL-IX)
                   BY WS-VAL-CENSUS (WS-VAL-IX)
                   GIVING WS-AVG-EXACT-AGE ROUNDED
           END-IF
           MOVE WS-AVG-EXACT-AGE TO VA-AGE (WS-VAL-IX).
       END PROGRAM PROJCORE.

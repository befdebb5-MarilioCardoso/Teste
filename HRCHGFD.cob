      ******************************************************************
      * Author: Bob Reselman
      * Date: 10-15-2026
      * Purpose: Tells HR about the day's maintenance.  HR-EXTRACT
      *          only carries the people who came through CUSTOMER-IN
      *          that night, so a customer or dependent CUSTMNT
      *          deleted, or a birth date it corrected, never reached
      *          the benefits system: HR kept covering people we had
      *          removed and projecting ages we had since fixed.  This
      *          reads the day's MAINT-JRNL before and after images
      *          and writes an HR-CHANGE feed in the HR-EXTRACT row
      *          layout (customer number, E/D row type, relationship
      *          code) with the change behind it: T termination rows
      *          for deletes, C correction rows carrying the old and
      *          new birth dates and the ages re-projected from the
      *          new one, N new-enrollment rows for adds.  A trailer
      *          row carries the feed's record counts so HRMATCH can
      *          balance HR's change response against it.  Every row
      *          names the employer group it belongs to, and the feed
      *          goes out one generation per group the way the
      *          extract does, so each sponsor's carrier hears only
      *          about its own people.
      * Tectonics: cobc
      *
      * Modification History
      *   10-15-2026  MAINT  New program.  The journal date defaults
      *                      to today and can be overridden from
      *                      columns 1-8 of the HRCHG-CARD to resend a
      *                      day; the feed is named HR-CHANGE-yyyymmdd
      *                      for the journal date.  Ages are projected
      *                      at RESEL-WORLD's CONTROL-CARD horizons as
      *                      of the journal date.  A merge goes out as
      *                      a termination of the retired number, and
      *                      each dependent it moved as a termination
      *                      under the old key plus an enrollment
      *                      under the survivor's.  A change that
      *                      left the birth date alone has no HR
      *                      effect and is only counted.  Control
      *                      totals post to the RUN-LOG under the last
      *                      run on RUN-CONTROL, as CUSTMNT's do.
      *   10-15-2026  MAINT  Journal images carry the employer group
      *                      code, and each change row now carries it
      *                      after the extract row (HC-GROUP-CODE,
      *                      131-byte row); a dependent row takes its
      *                      customer's group off CUSTOMER-MASTER, or
      *                      off the day's delete or merge of that
      *                      customer.  The rows are banked on a work
      *                      file and sorted out to one generation per
      *                      group (-Gxxxx after HR-CHANGE-yyyymmdd),
      *                      each with its own trailer; rows with no
      *                      group, and the trailer, always go to the
      *                      base generation.  A change that moves a
      *                      customer to another group terminates the
      *                      customer and every dependent on
      *                      DEPENDENT-MASTER under the old group and
      *                      enrolls them under the new one, the
      *                      customer's enrollment carrying the birth
      *                      date and ages as they now stand.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HRCHGFD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HRCHG-CARD
               ASSIGN TO "HRCHG-CARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

           SELECT CONTROL-CARD
               ASSIGN TO "CONTROL-CARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTLCARD-STATUS.

           SELECT MAINT-JRNL
               ASSIGN TO WS-JRNL-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT HR-CHANGE
               ASSIGN TO WS-CHANGE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHANGE-STATUS.

           SELECT CHG-WORK
               ASSIGN TO "HRCHGWK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT SORT-WORK
               ASSIGN TO "SORTWK".

           SELECT CUSTOMER-MASTER
               ASSIGN TO "CUSTOMER-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUST-ID
               ALTERNATE RECORD KEY IS CM-NAME-KEY WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT DEPENDENT-MASTER
               ASSIGN TO "DEPENDENT-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-KEY
               FILE STATUS IS WS-DEP-STATUS.

           SELECT HRCHG-RPT
               ASSIGN TO "HRCHG-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGRPT-STATUS.

           SELECT RUN-CONTROL
               ASSIGN TO "RUN-CONTROL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT RUN-LOG
               ASSIGN TO "RUN-LOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-KEY
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Optional run card: a journal date in columns 1-8 to build the
      * feed for a day other than today.
       FD  HRCHG-CARD
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  HRCHG-CARD-REC.
           05  HG-JRNL-DATE        PIC X(08).
           05  FILLER              PIC X(72).

      * RESEL-WORLD's run card, read only for the age horizons so the
      * feed projects the same columns the nightly extract does.
       FD  CONTROL-CARD
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CONTROL-CARD-REC.
           05  CC-AGE-DELTA        OCCURS 5 PIC 9(02).
           05  CC-FORCE-SW         PIC X(01).
           05  CC-LEAD-DAYS        PIC 9(03).
           05  FILLER              PIC X(66).

      * One applied maintenance transaction's before and after
      * images, as CUSTMNT journals them.
       FD  MAINT-JRNL
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  MAINT-JRNL-REC.
           05  JR-RUN-DATE         PIC 9(08).
           05  JR-RUN-TIME         PIC 9(06).
           05  JR-SEQ              PIC 9(06).
           05  JR-TRANS-CODE       PIC X(01).
           05  JR-FILE-TYPE        PIC X(01).
           05  JR-BEFORE-SW        PIC X(01).
           05  JR-BEFORE.
               10  JR-B-CUST-ID    PIC 9(07).
               10  JR-B-NAME-KEY   PIC a(70).
               10  JR-B-BIRTH-DATE PIC 9(08).
               10  JR-B-GROUP-CODE PIC X(04).
      * A dependent entry (file type D) carries the dependent record
      * in the same image positions.
           05  JR-B-DEP REDEFINES JR-BEFORE.
               10  JR-BD-CUST-ID   PIC 9(07).
               10  JR-BD-DEP-SEQ   PIC 9(02).
               10  JR-BD-FIRST-NAME PIC a(20).
               10  JR-BD-LAST-NAME PIC a(20).
               10  JR-BD-REL-CODE  PIC X(02).
               10  JR-BD-BIRTH-DATE PIC 9(08).
               10  FILLER          PIC X(30).
           05  JR-AFTER-SW         PIC X(01).
           05  JR-AFTER.
               10  JR-A-CUST-ID    PIC 9(07).
               10  JR-A-NAME-KEY   PIC a(70).
               10  JR-A-BIRTH-DATE PIC 9(08).
               10  JR-A-GROUP-CODE PIC X(04).
           05  JR-A-DEP REDEFINES JR-AFTER.
               10  JR-AD-CUST-ID   PIC 9(07).
               10  JR-AD-DEP-SEQ   PIC 9(02).
               10  JR-AD-FIRST-NAME PIC a(20).
               10  JR-AD-LAST-NAME PIC a(20).
               10  JR-AD-REL-CODE  PIC X(02).
               10  JR-AD-BIRTH-DATE PIC 9(08).
               10  FILLER          PIC X(30).

      * One generation of the feed: the change rows for one employer
      * group as the work file laid them out, then the trailer.
       FD  HR-CHANGE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  HR-CHANGE-REC           PIC X(131).
      * The trailer, change type Z, always last, counting only its
      * own generation's rows.  The nines in the customer-number
      * position keep it last if HR sorts the feed.
       01  HR-CHANGE-TRAILER.
           05  HZ-CUST-ID          PIC 9(07).
           05  HZ-JRNL-DATE        PIC 9(08).
           05  HZ-TERM-COUNT       PIC 9(07).
           05  HZ-CORR-COUNT       PIC 9(07).
           05  HZ-NEW-COUNT        PIC 9(07).
           05  HZ-ROW-COUNT        PIC 9(07).
           05  HZ-DEP-ROW-COUNT    PIC 9(07).
           05  FILLER              PIC X(50).
           05  HZ-GROUP-CODE       PIC X(04).
           05  HZ-CHANGE-TYPE      PIC X(01).
           05  FILLER              PIC X(26).

      * The day's change rows in the order they were built, each
      * behind its group and a running sequence so the sort can
      * split them by group and keep the journal order within one.
      * The row itself: the first 104 bytes are PROJCORE's HR-EXTRACT
      * row, so HR keys it the same way -- the employee's number, E
      * or D row type, for a D row the relationship code, and the
      * employer group.  The change itself rides behind.  Birth
      * dates that do not apply (old on an enrollment, new on a
      * termination) go out as zero, and a termination carries no
      * projected ages.
       FD  CHG-WORK
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CHG-WORK-REC.
           05  CW-GROUP-CODE       PIC X(04).
           05  CW-ROW-SEQ          PIC 9(07).
           05  CW-ROW.
               10  HC-CUST-ID      PIC 9(07).
               10  HC-FULL-NAME    PIC a(75).
               10  HC-NEW-AGE      OCCURS 5 PIC 9(03).
               10  HC-REC-TYPE     PIC X(01).
               10  HC-REL-CODE     PIC X(02).
               10  HC-GROUP-CODE   PIC X(04).
               10  HC-CHANGE-TYPE  PIC X(01).
               10  HC-DEP-SEQ      PIC 9(02).
               10  HC-OLD-BIRTH-DATE PIC 9(08).
               10  HC-NEW-BIRTH-DATE PIC 9(08).
               10  HC-EFFECTIVE-DATE PIC 9(08).

      * The work file's rows in group, then journal, order.
       SD  SORT-WORK.
       01  SORT-REC.
           05  SR-GROUP-CODE       PIC X(04).
           05  SR-ROW-SEQ          PIC 9(07).
           05  SR-ROW              PIC X(131).
           05  SR-ROW-FIELDS REDEFINES SR-ROW.
               10  FILLER          PIC X(97).
               10  SR-REC-TYPE     PIC X(01).
               10  FILLER          PIC X(06).
               10  SR-CHANGE-TYPE  PIC X(01).
               10  FILLER          PIC X(26).

      * The customer master, read for the group a dependent row goes
      * out under.
       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD.
       01  CUSTOMER-MASTER-REC.
           05  CM-CUST-ID          PIC 9(07).
           05  CM-NAME-KEY         PIC a(70).
           05  CM-BIRTH-DATE       PIC 9(08).
           05  CM-GROUP-CODE       PIC X(04).

      * The dependents, read for the family of a customer who moved
      * to another group.
       FD  DEPENDENT-MASTER
           LABEL RECORDS ARE STANDARD.
       01  DEPENDENT-REC.
           05  DP-KEY.
               10  DP-CUST-ID      PIC 9(07).
               10  DP-DEP-SEQ      PIC 9(02).
           05  DP-FIRST-NAME       PIC a(20).
           05  DP-LAST-NAME        PIC a(20).
           05  DP-REL-CODE         PIC X(02).
           05  DP-BIRTH-DATE       PIC 9(08).

       FD  HRCHG-RPT
           LABEL RECORDS ARE STANDARD.
       01  HRCHG-RPT-REC           PIC X(120).

      * The RESEL-WORLD run-control record, read for the last run
      * number and date so this run's control totals post against
      * the cycle the day's maintenance was posted under.
       FD  RUN-CONTROL
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  RUN-CONTROL-REC.
           05  RC-LAST-RUN-NO      PIC 9(04).
           05  RC-LAST-RUN-DATE    PIC 9(08).
           05  FILLER              PIC X(68).

      * One job's control totals for one nightly cycle on the shared
      * run log CYCLECTL reads; this is the change-feed view of the
      * count area.
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
           05  RL-HC-COUNTS REDEFINES RL-COUNTS.
               10  RL-HC-READ      PIC 9(07).
               10  RL-HC-TERMS     PIC 9(07).
               10  RL-HC-CORRS     PIC 9(07).
               10  RL-HC-NEWS      PIC 9(07).
               10  RL-HC-ROWS      PIC 9(07).
               10  RL-HC-PASSED    PIC 9(07).
               10  FILLER          PIC X(42).
           05  FILLER              PIC X(06).

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-TIME              PIC 9(8).
       01  WS-JRNL-DATE             PIC 9(8).
       01  WS-JRNL-DATE-X REDEFINES WS-JRNL-DATE.
           05  WS-JRNL-YYYY         PIC 9(4).
           05  WS-JRNL-MMDD         PIC 9(4).
       01  WS-CYCLE-RUN-NO          PIC 9(4) VALUE ZERO.
       01  WS-CYCLE-RUN-DATE        PIC 9(8) VALUE ZERO.
       01  WS-JRNL-NAME             PIC X(19).
       01  WS-CHANGE-BASE           PIC X(18).
       01  WS-CHANGE-NAME           PIC X(24).
       01  WS-GEN-GROUP             PIC X(04).
       01  WS-LOOKUP-CUST-ID        PIC 9(07).
       01  WS-ROW-GROUP             PIC X(04).
       01  WS-MOVE-CUST-ID          PIC 9(07).
       01  WS-MOVE-FROM-GROUP       PIC X(04).
       01  WS-MOVE-TO-GROUP         PIC X(04).
      * Customers the day's journal deleted or merged away, with the
      * group each was in, for dependent rows keyed under a number
      * no longer on the master.
       01  WS-GONE-TABLE.
           05  WS-GONE-ENTRY        OCCURS 500.
               10  WS-GONE-CUST-ID  PIC 9(07).
               10  WS-GONE-GROUP    PIC X(04).
       01  WS-DER-BIRTH-DATE        PIC 9(8).
       01  WS-BIRTH-YYYY            PIC 9(4).
       01  WS-BIRTH-MMDD            PIC 9(4).
       01  WS-DER-AGE               PIC 9(4).
       01  WS-NAME-KEY.
           05  WS-NK-FIRST-NAME     PIC a(20).
           05  WS-NK-MIDDLE-NAME    PIC a(20).
           05  WS-NK-LAST-NAME      PIC a(20).
           05  WS-NK-SUFFIX         PIC a(10).
       01  WS-NAME-WORK             PIC a(75).
       01  WS-FULL-NAME             PIC a(75).
       01  WS-DELTA-TABLE.
           05  WS-DELTA             OCCURS 5 PIC 9(2).
       01  WS-DELTA-COUNT           PIC 9(1) VALUE ZERO.

       77  WS-AGE-IX                PIC 9(2) COMP.
       77  WS-GONE-IX               PIC 9(3) COMP.
       77  WS-GONE-COUNT            PIC 9(3) COMP VALUE ZERO.
       77  WS-ROW-SEQ               PIC 9(7) COMP VALUE ZERO.

       77  WS-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-EOF                                VALUE 'Y'.
       77  WS-JRNL-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-JRNL-OPEN                           VALUE 'Y'.
       77  WS-WORK-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-WORK-OPEN                           VALUE 'Y'.
       77  WS-MASTER-OPEN-SW        PIC X(01) VALUE 'N'.
           88  WS-MASTER-OPEN                         VALUE 'Y'.
       77  WS-DEP-OPEN-SW           PIC X(01) VALUE 'N'.
           88  WS-DEP-OPEN                            VALUE 'Y'.
       77  WS-DEP-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-DEP-EOF                             VALUE 'Y'.
       77  WS-GONE-FOUND-SW         PIC X(01) VALUE 'N'.
           88  WS-GONE-FOUND                          VALUE 'Y'.
       77  WS-SORT-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-SORT-EOF                            VALUE 'Y'.
       77  WS-GEN-STARTED-SW        PIC X(01) VALUE 'N'.
           88  WS-GEN-STARTED                         VALUE 'Y'.
       77  WS-GEN-OPEN-SW           PIC X(01) VALUE 'N'.
           88  WS-GEN-OPEN                            VALUE 'Y'.
       77  WS-BASE-DONE-SW          PIC X(01) VALUE 'N'.
           88  WS-BASE-DONE                           VALUE 'Y'.

       77  WS-READ-COUNT            PIC 9(6) COMP VALUE ZERO.
       77  WS-TERM-COUNT            PIC 9(6) COMP VALUE ZERO.
       77  WS-CORR-COUNT            PIC 9(6) COMP VALUE ZERO.
       77  WS-NEW-COUNT             PIC 9(6) COMP VALUE ZERO.
       77  WS-ROW-COUNT             PIC 9(6) COMP VALUE ZERO.
       77  WS-DEP-ROW-COUNT         PIC 9(6) COMP VALUE ZERO.
       77  WS-PASSED-COUNT          PIC 9(6) COMP VALUE ZERO.
       77  WS-MOVE-COUNT            PIC 9(6) COMP VALUE ZERO.
       77  WS-GEN-COUNT             PIC 9(6) COMP VALUE ZERO.
       77  WS-GEN-TERM-COUNT        PIC 9(6) COMP VALUE ZERO.
       77  WS-GEN-CORR-COUNT        PIC 9(6) COMP VALUE ZERO.
       77  WS-GEN-NEW-COUNT         PIC 9(6) COMP VALUE ZERO.
       77  WS-GEN-ROW-COUNT         PIC 9(6) COMP VALUE ZERO.
       77  WS-GEN-DEP-ROW-COUNT     PIC 9(6) COMP VALUE ZERO.
       01  WS-GEN-ROWS-EDIT         PIC ZZZ,ZZ9.

       01  WS-CARD-STATUS           PIC XX.
       01  WS-CTLCARD-STATUS        PIC XX.
       01  WS-JRNL-STATUS           PIC XX.
       01  WS-CHANGE-STATUS         PIC XX.
       01  WS-WORK-STATUS           PIC XX.
       01  WS-MASTER-STATUS         PIC XX.
       01  WS-DEP-STATUS            PIC XX.
       01  WS-CHGRPT-STATUS         PIC XX.
       01  WS-RUNCTL-STATUS         PIC XX.
       01  WS-RUNLOG-STATUS         PIC XX.

       01  CHG-HEADER-LINE.
           05  FILLER               PIC X(10) VALUE "RUN DATE: ".
           05  CH-RUN-DATE          PIC 9(8).
           05  FILLER               PIC X(05) VALUE SPACE.
           05  FILLER               PIC X(23) VALUE
                   "HR CHANGE FEED REGISTER".
           05  FILLER               PIC X(15) VALUE
                   "  JOURNAL DATE ".
           05  CH-JRNL-DATE         PIC 9(8).
           05  FILLER               PIC X(51) VALUE SPACE.

       01  CHG-COLHDR-LINE.
           05  FILLER               PIC X(40) VALUE
                   "CHANGE      T CUST NO SQ RL NAME".
           05  FILLER               PIC X(37) VALUE
                   "                   OLD BRTH NEW BRTH ".
           05  FILLER               PIC X(43) VALUE
                   "PROJECTED AGES        GRP".

       01  CHG-DETAIL-LINE.
           05  CD-CHANGE-TEXT       PIC X(11).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  CD-REC-TYPE          PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  CD-CUST-ID           PIC 9(07).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  CD-DEP-SEQ           PIC X(02).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  CD-REL-CODE          PIC X(02).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  CD-NAME              PIC X(30).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  CD-OLD-BIRTH-DATE    PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  CD-NEW-BIRTH-DATE    PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  CD-AGES.
               10  CD-AGE           OCCURS 5 PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  CD-GROUP-CODE        PIC X(04).
           05  FILLER               PIC X(17) VALUE SPACE.

       01  CHG-TOTAL-LINE.
           05  FILLER               PIC X(22) VALUE
                   "JOURNAL ENTRIES READ: ".
           05  CT-READ-COUNT        PIC ZZZ,ZZ9.
           05  FILLER               PIC X(16) VALUE
                   "  TERMINATIONS: ".
           05  CT-TERM-COUNT        PIC ZZZ,ZZ9.
           05  FILLER               PIC X(15) VALUE
                   "  CORRECTIONS: ".
           05  CT-CORR-COUNT        PIC ZZZ,ZZ9.
           05  FILLER               PIC X(15) VALUE
                   "  ENROLLMENTS: ".
           05  CT-NEW-COUNT         PIC ZZZ,ZZ9.
           05  FILLER               PIC X(24) VALUE SPACE.

       01  CHG-TOTAL2-LINE.
           05  FILLER               PIC X(22) VALUE
                   "FEED ROWS WRITTEN:    ".
           05  CT-ROW-COUNT         PIC ZZZ,ZZ9.
           05  FILLER               PIC X(16) VALUE
                   "  DEPENDENT:    ".
           05  CT-DEP-ROW-COUNT     PIC ZZZ,ZZ9.
           05  FILLER               PIC X(15) VALUE
                   "  NO HR EFFECT:".
           05  CT-PASSED-COUNT      PIC ZZZ,ZZ9.
           05  FILLER               PIC X(15) VALUE
                   "  GROUP MOVES: ".
           05  CT-MOVE-COUNT        PIC ZZZ,ZZ9.
           05  FILLER               PIC X(24) VALUE SPACE.

       01  CHG-NOTE-LINE            PIC X(120).

       PROCEDURE DIVISION.
      * Run the code as performed paragraphs
           PERFORM INITIALIZE-RUN
           PERFORM PROCESS-JOURNAL UNTIL WS-EOF
           PERFORM FINISH-UP
           GOBACK.

      * Settles the journal date and the horizons, names the day's
      * journal and feed, and opens the journal, the row work file
      * and the masters with the register.  No journal for the day
      * just means no maintenance was applied: the feed still goes
      * out, trailer only, so HR can tell a quiet day from a missing
      * file.
       INITIALIZE-RUN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE TO WS-JRNL-DATE
           PERFORM READ-HRCHG-CARD
           PERFORM READ-CONTROL-CARD
           PERFORM READ-RUN-CONTROL
           MOVE SPACE TO WS-JRNL-NAME WS-CHANGE-BASE
           STRING
               "MAINT-JRNL-" DELIMITED BY SIZE
               WS-JRNL-DATE DELIMITED BY SIZE
               INTO WS-JRNL-NAME
           END-STRING
           STRING
               "HR-CHANGE-" DELIMITED BY SIZE
               WS-JRNL-DATE DELIMITED BY SIZE
               INTO WS-CHANGE-BASE
           END-STRING
           OPEN OUTPUT HRCHG-RPT
           MOVE WS-RUN-DATE TO CH-RUN-DATE
           MOVE WS-JRNL-DATE TO CH-JRNL-DATE
           WRITE HRCHG-RPT-REC FROM CHG-HEADER-LINE
           WRITE HRCHG-RPT-REC FROM CHG-COLHDR-LINE
           OPEN OUTPUT CHG-WORK
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "HRCHGFD - CANNOT OPEN HRCHGWK STATUS "
                   WS-WORK-STATUS " - RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               SET WS-EOF TO TRUE
           ELSE
               SET WS-WORK-OPEN TO TRUE
               OPEN INPUT MAINT-JRNL
               IF WS-JRNL-STATUS = "00"
                   SET WS-JRNL-OPEN TO TRUE
                   PERFORM LOAD-GONE-GROUPS
                   PERFORM OPEN-MASTERS
               ELSE
                   SET WS-EOF TO TRUE
                   MOVE SPACE TO CHG-NOTE-LINE
                   IF WS-JRNL-STATUS = "35"
                       STRING
                           "NO " DELIMITED BY SIZE
                           WS-JRNL-NAME DELIMITED BY SIZE
                           " - NO MAINTENANCE APPLIED THAT DAY"
                               DELIMITED BY SIZE
                           INTO CHG-NOTE-LINE
                       END-STRING
                   ELSE
                       DISPLAY "HRCHGFD - CANNOT OPEN " WS-JRNL-NAME
                           " STATUS " WS-JRNL-STATUS
                       MOVE 8 TO RETURN-CODE
                       STRING
                           "CANNOT READ " DELIMITED BY SIZE
                           WS-JRNL-NAME DELIMITED BY SIZE
                           " - FEED IS INCOMPLETE" DELIMITED BY SIZE
                           INTO CHG-NOTE-LINE
                       END-STRING
                   END-IF
                   WRITE HRCHG-RPT-REC FROM CHG-NOTE-LINE
               END-IF
           END-IF.

      * One pass over the journal ahead of the real one for the
      * customers it deletes or merges away and the group each was
      * in, then the journal is opened again from the top.  A
      * dependent entry under such a number goes out under that
      * group even though the master no longer has the customer.
       LOAD-GONE-GROUPS.
           MOVE ZERO TO WS-GONE-COUNT
           PERFORM READ-GONE-ENTRY UNTIL WS-EOF
           MOVE 'N' TO WS-EOF-SW
           CLOSE MAINT-JRNL
           OPEN INPUT MAINT-JRNL
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "HRCHGFD - CANNOT REOPEN " WS-JRNL-NAME
                   " STATUS " WS-JRNL-STATUS
               MOVE 8 TO RETURN-CODE
               MOVE 'N' TO WS-JRNL-OPEN-SW
               SET WS-EOF TO TRUE
               MOVE SPACE TO CHG-NOTE-LINE
               STRING
                   "CANNOT READ " DELIMITED BY SIZE
                   WS-JRNL-NAME DELIMITED BY SIZE
                   " - FEED IS INCOMPLETE" DELIMITED BY SIZE
                   INTO CHG-NOTE-LINE
               END-STRING
               WRITE HRCHG-RPT-REC FROM CHG-NOTE-LINE
           END-IF.

      * One journal entry on the first pass; a customer delete or
      * merge with a before image is remembered while there is room.
       READ-GONE-ENTRY.
           READ MAINT-JRNL
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF JR-FILE-TYPE NOT = 'D'
                       AND (JR-TRANS-CODE = 'D' OR = 'M')
                       AND JR-BEFORE-SW = 'Y'
                       AND WS-GONE-COUNT < 500
                       ADD 1 TO WS-GONE-COUNT
                       MOVE JR-B-CUST-ID
                           TO WS-GONE-CUST-ID (WS-GONE-COUNT)
                       MOVE JR-B-GROUP-CODE
                           TO WS-GONE-GROUP (WS-GONE-COUNT)
                   END-IF
           END-READ.

      * The customer and dependent masters, read for a dependent
      * row's group and a moved customer's family.  Without them
      * those rows cannot be placed, so the feed is incomplete.
       OPEN-MASTERS.
           OPEN INPUT CUSTOMER-MASTER
           IF WS-MASTER-STATUS = "00"
               SET WS-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY "HRCHGFD - CANNOT OPEN CUSTOMER-MASTER STATUS "
                   WS-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               MOVE SPACE TO CHG-NOTE-LINE
               STRING
                   "CANNOT READ CUSTOMER-MASTER - DEPENDENT ROWS GO "
                       DELIMITED BY SIZE
                   "OUT WITH NO GROUP" DELIMITED BY SIZE
                   INTO CHG-NOTE-LINE
               END-STRING
               WRITE HRCHG-RPT-REC FROM CHG-NOTE-LINE
           END-IF
           OPEN INPUT DEPENDENT-MASTER
           IF WS-DEP-STATUS = "00"
               SET WS-DEP-OPEN TO TRUE
           ELSE
               DISPLAY "HRCHGFD - CANNOT OPEN DEPENDENT-MASTER STATUS "
                   WS-DEP-STATUS
               MOVE 8 TO RETURN-CODE
               MOVE SPACE TO CHG-NOTE-LINE
               STRING
                   "CANNOT READ DEPENDENT-MASTER - FAMILIES OF MOVED "
                       DELIMITED BY SIZE
                   "CUSTOMERS NOT SENT" DELIMITED BY SIZE
                   INTO CHG-NOTE-LINE
               END-STRING
               WRITE HRCHG-RPT-REC FROM CHG-NOTE-LINE
           END-IF.

      * Takes a journal date off the run card when one is there and
      * numeric; otherwise the feed is built for today.
       READ-HRCHG-CARD.
           OPEN INPUT HRCHG-CARD
           IF WS-CARD-STATUS = "00"
               READ HRCHG-CARD
                   NOT AT END
                       IF HG-JRNL-DATE IS NUMERIC
                           AND HG-JRNL-DATE NOT = ZERO
                           MOVE HG-JRNL-DATE TO WS-JRNL-DATE
                       END-IF
               END-READ
               CLOSE HRCHG-CARD
           END-IF.

      * The age horizons off RESEL-WORLD's card, the same sane
      * nonzero entries it takes.  No card, or nothing usable on it,
      * means the single ten-year horizon RESEL-WORLD defaults to.
       READ-CONTROL-CARD.
           MOVE ZEROES TO WS-DELTA-TABLE
           MOVE ZERO TO WS-DELTA-COUNT
           OPEN INPUT CONTROL-CARD
           IF WS-CTLCARD-STATUS = "00"
               READ CONTROL-CARD
                   NOT AT END
                       PERFORM LOAD-DELTA-ENTRY
                           VARYING WS-AGE-IX FROM 1 BY 1
                           UNTIL WS-AGE-IX > 5
               END-READ
               CLOSE CONTROL-CARD
           END-IF
           IF WS-DELTA-COUNT = ZERO
               MOVE 1 TO WS-DELTA-COUNT
               MOVE 10 TO WS-DELTA (1)
           END-IF.

      * One horizon off the card when it holds a sane nonzero number.
       LOAD-DELTA-ENTRY.
           IF CC-AGE-DELTA (WS-AGE-IX) IS NUMERIC
               AND CC-AGE-DELTA (WS-AGE-IX) > ZERO
               ADD 1 TO WS-DELTA-COUNT
               MOVE CC-AGE-DELTA (WS-AGE-IX)
                   TO WS-DELTA (WS-DELTA-COUNT)
           END-IF.

      * Picks up the last run number and date RESEL-WORLD gave out --
      * the cycle the day's maintenance posted under.  No run-control
      * record posts under run zero, which the control sheet skips.
       READ-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL
           IF WS-RUNCTL-STATUS = "00"
               READ RUN-CONTROL
                   NOT AT END
                       IF RC-LAST-RUN-NO IS NUMERIC
                           MOVE RC-LAST-RUN-NO TO WS-CYCLE-RUN-NO
                       END-IF
                       IF RC-LAST-RUN-DATE IS NUMERIC
                           MOVE RC-LAST-RUN-DATE TO WS-CYCLE-RUN-DATE
                       END-IF
               END-READ
               CLOSE RUN-CONTROL
           END-IF.

      * One journal entry, in the order it was applied, so a delete
      * and a re-add the same day reach HR in that order.
       PROCESS-JOURNAL.
           READ MAINT-JRNL
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   IF JR-FILE-TYPE = 'D'
                       PERFORM ROUTE-DEPENDENT-ENTRY
                   ELSE
                       PERFORM ROUTE-MASTER-ENTRY
                   END-IF
           END-READ.

      * A customer-master entry: A enrolls, D and M terminate (an M
      * retires the merged-away number; the survivor HR already
      * has).  A C that moved the customer to another group takes
      * the customer and family from the old group's carrier to the
      * new one's; any other C corrects only when the birth date
      * moved.
       ROUTE-MASTER-ENTRY.
           IF JR-TRANS-CODE = 'A' AND JR-AFTER-SW = 'Y'
               PERFORM WRITE-EMP-ENROLLMENT
           ELSE
               IF (JR-TRANS-CODE = 'D' OR = 'M')
                   AND JR-BEFORE-SW = 'Y'
                   PERFORM WRITE-EMP-TERMINATION
               ELSE
                   IF JR-TRANS-CODE = 'C'
                       AND JR-BEFORE-SW = 'Y' AND JR-AFTER-SW = 'Y'
                       AND JR-A-GROUP-CODE NOT = JR-B-GROUP-CODE
                       PERFORM MOVE-CUSTOMER-GROUP
                   ELSE
                       IF JR-TRANS-CODE = 'C'
                           AND JR-BEFORE-SW = 'Y'
                           AND JR-AFTER-SW = 'Y'
                           AND JR-A-BIRTH-DATE NOT = JR-B-BIRTH-DATE
                           PERFORM WRITE-EMP-CORRECTION
                       ELSE
                           ADD 1 TO WS-PASSED-COUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * A customer moved to another group: a termination under the
      * old group off the before image and an enrollment under the
      * new one off the after image, so a birth date corrected in
      * the same change reaches the new carrier already corrected.
      * The family follows.
       MOVE-CUSTOMER-GROUP.
           ADD 1 TO WS-MOVE-COUNT
           PERFORM WRITE-EMP-TERMINATION
           PERFORM WRITE-EMP-ENROLLMENT
           MOVE JR-A-CUST-ID TO WS-MOVE-CUST-ID
           MOVE JR-B-GROUP-CODE TO WS-MOVE-FROM-GROUP
           MOVE JR-A-GROUP-CODE TO WS-MOVE-TO-GROUP
           IF WS-DEP-OPEN
               PERFORM MOVE-FAMILY-GROUP
           END-IF.

      * Every dependent on file under the moved customer, as the
      * dependent master holds them when the feed is built.
       MOVE-FAMILY-GROUP.
           MOVE 'N' TO WS-DEP-EOF-SW
           MOVE WS-MOVE-CUST-ID TO DP-CUST-ID
           MOVE ZERO TO DP-DEP-SEQ
           START DEPENDENT-MASTER KEY IS NOT LESS THAN DP-KEY
               INVALID KEY
                   SET WS-DEP-EOF TO TRUE
           END-START
           PERFORM MOVE-ONE-DEPENDENT UNTIL WS-DEP-EOF.

      * One dependent of the moved customer: out of the old group,
      * into the new.
       MOVE-ONE-DEPENDENT.
           READ DEPENDENT-MASTER NEXT RECORD
               AT END
                   SET WS-DEP-EOF TO TRUE
           END-READ
           IF NOT WS-DEP-EOF
               IF WS-DEP-STATUS NOT = "00"
                   OR DP-CUST-ID NOT = WS-MOVE-CUST-ID
                   SET WS-DEP-EOF TO TRUE
               ELSE
                   PERFORM WRITE-FAMILY-TERMINATION
                   PERFORM WRITE-FAMILY-ENROLLMENT
               END-IF
           END-IF.

      * A dependent entry: E enrolls, G terminates, F corrects only
      * when the birth date moved.  A dependent a merge moved is a
      * termination under the old key and an enrollment under the
      * survivor's, since HR keys the family by the employee.
       ROUTE-DEPENDENT-ENTRY.
           IF JR-TRANS-CODE = 'E' AND JR-AFTER-SW = 'Y'
               PERFORM WRITE-DEP-ENROLLMENT
           ELSE
               IF JR-TRANS-CODE = 'G' AND JR-BEFORE-SW = 'Y'
                   PERFORM WRITE-DEP-TERMINATION
               ELSE
                   IF JR-TRANS-CODE = 'M'
                       AND JR-BEFORE-SW = 'Y' AND JR-AFTER-SW = 'Y'
                       PERFORM WRITE-DEP-TERMINATION
                       PERFORM WRITE-DEP-ENROLLMENT
                   ELSE
                       IF JR-TRANS-CODE = 'F'
                           AND JR-BEFORE-SW = 'Y'
                           AND JR-AFTER-SW = 'Y'
                           AND JR-AD-BIRTH-DATE NOT = JR-BD-BIRTH-DATE
                           PERFORM WRITE-DEP-CORRECTION
                       ELSE
                           ADD 1 TO WS-PASSED-COUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * A new or moved customer: the after image, ages projected
      * from its birth date.
       WRITE-EMP-ENROLLMENT.
           PERFORM START-CHANGE-ROW
           MOVE 'N' TO HC-CHANGE-TYPE
           MOVE 'E' TO HC-REC-TYPE
           MOVE JR-A-CUST-ID TO HC-CUST-ID
           MOVE JR-A-NAME-KEY TO WS-NAME-KEY
           PERFORM BUILD-EMP-NAME
           MOVE JR-A-GROUP-CODE TO HC-GROUP-CODE
           MOVE JR-A-BIRTH-DATE TO HC-NEW-BIRTH-DATE
           PERFORM FILL-PROJECTED-AGES
           ADD 1 TO WS-NEW-COUNT
           PERFORM WRITE-CHANGE-ROW.

      * A deleted, merged-away or moved customer: the before image,
      * with the birth date HR has on file and no ages.
       WRITE-EMP-TERMINATION.
           PERFORM START-CHANGE-ROW
           MOVE 'T' TO HC-CHANGE-TYPE
           MOVE 'E' TO HC-REC-TYPE
           MOVE JR-B-CUST-ID TO HC-CUST-ID
           MOVE JR-B-NAME-KEY TO WS-NAME-KEY
           PERFORM BUILD-EMP-NAME
           MOVE JR-B-GROUP-CODE TO HC-GROUP-CODE
           MOVE JR-B-BIRTH-DATE TO HC-OLD-BIRTH-DATE
           ADD 1 TO WS-TERM-COUNT
           PERFORM WRITE-CHANGE-ROW.

      * A corrected birth date: both dates, ages re-projected from
      * the new one, under the name as it now stands.
       WRITE-EMP-CORRECTION.
           PERFORM START-CHANGE-ROW
           MOVE 'C' TO HC-CHANGE-TYPE
           MOVE 'E' TO HC-REC-TYPE
           MOVE JR-A-CUST-ID TO HC-CUST-ID
           MOVE JR-A-NAME-KEY TO WS-NAME-KEY
           PERFORM BUILD-EMP-NAME
           MOVE JR-A-GROUP-CODE TO HC-GROUP-CODE
           MOVE JR-B-BIRTH-DATE TO HC-OLD-BIRTH-DATE
           MOVE JR-A-BIRTH-DATE TO HC-NEW-BIRTH-DATE
           PERFORM FILL-PROJECTED-AGES
           ADD 1 TO WS-CORR-COUNT
           PERFORM WRITE-CHANGE-ROW.

      * A new dependent, or a moved one under its new key.
       WRITE-DEP-ENROLLMENT.
           PERFORM START-CHANGE-ROW
           MOVE 'N' TO HC-CHANGE-TYPE
           MOVE 'D' TO HC-REC-TYPE
           MOVE JR-AD-CUST-ID TO HC-CUST-ID
           MOVE JR-AD-DEP-SEQ TO HC-DEP-SEQ
           MOVE JR-AD-REL-CODE TO HC-REL-CODE
           MOVE JR-AD-CUST-ID TO WS-LOOKUP-CUST-ID
           PERFORM FIND-CUSTOMER-GROUP
           PERFORM BUILD-DEP-AFTER-NAME
           MOVE JR-AD-BIRTH-DATE TO HC-NEW-BIRTH-DATE
           PERFORM FILL-PROJECTED-AGES
           ADD 1 TO WS-NEW-COUNT
           PERFORM WRITE-CHANGE-ROW.

      * A deleted dependent, or a moved one under its old key.
       WRITE-DEP-TERMINATION.
           PERFORM START-CHANGE-ROW
           MOVE 'T' TO HC-CHANGE-TYPE
           MOVE 'D' TO HC-REC-TYPE
           MOVE JR-BD-CUST-ID TO HC-CUST-ID
           MOVE JR-BD-DEP-SEQ TO HC-DEP-SEQ
           MOVE JR-BD-REL-CODE TO HC-REL-CODE
           MOVE JR-BD-CUST-ID TO WS-LOOKUP-CUST-ID
           PERFORM FIND-CUSTOMER-GROUP
           MOVE SPACE TO WS-FULL-NAME
           STRING
               JR-BD-FIRST-NAME DELIMITED BY SPACE
               SPACE DELIMITED BY SIZE
               JR-BD-LAST-NAME DELIMITED BY SPACE
               INTO WS-FULL-NAME
           END-STRING
           MOVE WS-FULL-NAME TO HC-FULL-NAME
           MOVE JR-BD-BIRTH-DATE TO HC-OLD-BIRTH-DATE
           ADD 1 TO WS-TERM-COUNT
           PERFORM WRITE-CHANGE-ROW.

      * A dependent's corrected birth date, the relationship code
      * as it now stands.
       WRITE-DEP-CORRECTION.
           PERFORM START-CHANGE-ROW
           MOVE 'C' TO HC-CHANGE-TYPE
           MOVE 'D' TO HC-REC-TYPE
           MOVE JR-AD-CUST-ID TO HC-CUST-ID
           MOVE JR-AD-DEP-SEQ TO HC-DEP-SEQ
           MOVE JR-AD-REL-CODE TO HC-REL-CODE
           MOVE JR-AD-CUST-ID TO WS-LOOKUP-CUST-ID
           PERFORM FIND-CUSTOMER-GROUP
           PERFORM BUILD-DEP-AFTER-NAME
           MOVE JR-BD-BIRTH-DATE TO HC-OLD-BIRTH-DATE
           MOVE JR-AD-BIRTH-DATE TO HC-NEW-BIRTH-DATE
           PERFORM FILL-PROJECTED-AGES
           ADD 1 TO WS-CORR-COUNT
           PERFORM WRITE-CHANGE-ROW.

      * A moved customer's dependent leaving the old group, as the
      * dependent master holds it.
       WRITE-FAMILY-TERMINATION.
           PERFORM START-CHANGE-ROW
           MOVE 'T' TO HC-CHANGE-TYPE
           MOVE 'D' TO HC-REC-TYPE
           MOVE DP-CUST-ID TO HC-CUST-ID
           MOVE DP-DEP-SEQ TO HC-DEP-SEQ
           MOVE DP-REL-CODE TO HC-REL-CODE
           MOVE WS-MOVE-FROM-GROUP TO HC-GROUP-CODE
           PERFORM BUILD-FAMILY-NAME
           MOVE DP-BIRTH-DATE TO HC-OLD-BIRTH-DATE
           ADD 1 TO WS-TERM-COUNT
           PERFORM WRITE-CHANGE-ROW.

      * The same dependent joining the new group, ages projected
      * from the birth date on file.
       WRITE-FAMILY-ENROLLMENT.
           PERFORM START-CHANGE-ROW
           MOVE 'N' TO HC-CHANGE-TYPE
           MOVE 'D' TO HC-REC-TYPE
           MOVE DP-CUST-ID TO HC-CUST-ID
           MOVE DP-DEP-SEQ TO HC-DEP-SEQ
           MOVE DP-REL-CODE TO HC-REL-CODE
           MOVE WS-MOVE-TO-GROUP TO HC-GROUP-CODE
           PERFORM BUILD-FAMILY-NAME
           MOVE DP-BIRTH-DATE TO HC-NEW-BIRTH-DATE
           PERFORM FILL-PROJECTED-AGES
           ADD 1 TO WS-NEW-COUNT
           PERFORM WRITE-CHANGE-ROW.

      * The group a dependent row goes out under: its customer's
      * group on the master, or, for a customer the day's journal
      * deleted or merged away, the group it was in.  A customer
      * found in neither goes out with no group, on the base
      * generation.
       FIND-CUSTOMER-GROUP.
           MOVE SPACE TO WS-ROW-GROUP
           MOVE 'N' TO WS-GONE-FOUND-SW
           IF WS-MASTER-OPEN
               MOVE WS-LOOKUP-CUST-ID TO CM-CUST-ID
               READ CUSTOMER-MASTER KEY IS CM-CUST-ID
                   INVALID KEY
                       PERFORM FIND-GONE-GROUP
                           VARYING WS-GONE-IX FROM 1 BY 1
                           UNTIL WS-GONE-IX > WS-GONE-COUNT
                           OR WS-GONE-FOUND
                   NOT INVALID KEY
                       MOVE CM-GROUP-CODE TO WS-ROW-GROUP
               END-READ
           END-IF
           MOVE WS-ROW-GROUP TO HC-GROUP-CODE.

      * One deleted or merged-away customer checked against the row.
       FIND-GONE-GROUP.
           IF WS-GONE-CUST-ID (WS-GONE-IX) = WS-LOOKUP-CUST-ID
               MOVE WS-GONE-GROUP (WS-GONE-IX) TO WS-ROW-GROUP
               SET WS-GONE-FOUND TO TRUE
           END-IF.

      * Clears the row to spaces with every numeric field zero and
      * the journal date as the effective date.
       START-CHANGE-ROW.
           MOVE SPACE TO CW-ROW
           MOVE ZERO TO HC-CUST-ID HC-DEP-SEQ
                        HC-OLD-BIRTH-DATE HC-NEW-BIRTH-DATE
           PERFORM ZERO-ONE-AGE
               VARYING WS-AGE-IX FROM 1 BY 1
               UNTIL WS-AGE-IX > 5
           MOVE WS-JRNL-DATE TO HC-EFFECTIVE-DATE.

      * One age column cleared.
       ZERO-ONE-AGE.
           MOVE ZERO TO HC-NEW-AGE (WS-AGE-IX).

      * The customer's name as the extract prints it -- first,
      * middle when there is one, last, and suffix when there is
      * one -- from a journal name key.
       BUILD-EMP-NAME.
           MOVE SPACE TO WS-NAME-WORK WS-FULL-NAME
           IF WS-NK-MIDDLE-NAME = SPACE
               STRING
                   WS-NK-FIRST-NAME DELIMITED BY SPACE
                   SPACE DELIMITED BY SIZE
                   WS-NK-LAST-NAME DELIMITED BY SPACE
                   INTO WS-NAME-WORK
               END-STRING
           ELSE
               STRING
                   WS-NK-FIRST-NAME DELIMITED BY SPACE
                   SPACE DELIMITED BY SIZE
                   WS-NK-MIDDLE-NAME DELIMITED BY SPACE
                   SPACE DELIMITED BY SIZE
                   WS-NK-LAST-NAME DELIMITED BY SPACE
                   INTO WS-NAME-WORK
               END-STRING
           END-IF
           IF WS-NK-SUFFIX = SPACE
               MOVE WS-NAME-WORK TO WS-FULL-NAME
           ELSE
               STRING
                   WS-NAME-WORK DELIMITED BY "  "
                   SPACE DELIMITED BY SIZE
                   WS-NK-SUFFIX DELIMITED BY SPACE
                   INTO WS-FULL-NAME
               END-STRING
           END-IF
           MOVE WS-FULL-NAME TO HC-FULL-NAME.

      * A dependent's name off the after image, first and last the
      * way PROJCORE's dependent rows carry it.
       BUILD-DEP-AFTER-NAME.
           MOVE SPACE TO WS-FULL-NAME
           STRING
               JR-AD-FIRST-NAME DELIMITED BY SPACE
               SPACE DELIMITED BY SIZE
               JR-AD-LAST-NAME DELIMITED BY SPACE
               INTO WS-FULL-NAME
           END-STRING
           MOVE WS-FULL-NAME TO HC-FULL-NAME.

      * A dependent's name off the dependent master, the same way.
       BUILD-FAMILY-NAME.
           MOVE SPACE TO WS-FULL-NAME
           STRING
               DP-FIRST-NAME DELIMITED BY SPACE
               SPACE DELIMITED BY SIZE
               DP-LAST-NAME DELIMITED BY SPACE
               INTO WS-FULL-NAME
           END-STRING
           MOVE WS-FULL-NAME TO HC-FULL-NAME.

      * The age on the journal date from the row's new birth date,
      * carried to each horizon.  Horizons beyond the card's count
      * stay zero, as on the extract.
       FILL-PROJECTED-AGES.
           IF HC-NEW-BIRTH-DATE IS NUMERIC
               AND HC-NEW-BIRTH-DATE NOT = ZERO
               MOVE HC-NEW-BIRTH-DATE TO WS-DER-BIRTH-DATE
               PERFORM DERIVE-AGE-FROM-DATE
               PERFORM FILL-ONE-AGE
                   VARYING WS-AGE-IX FROM 1 BY 1
                   UNTIL WS-AGE-IX > WS-DELTA-COUNT
           END-IF.

      * One horizon's projected age.
       FILL-ONE-AGE.
           ADD WS-DER-AGE WS-DELTA (WS-AGE-IX)
               GIVING HC-NEW-AGE (WS-AGE-IX).

      * Turns WS-DER-BIRTH-DATE into an age as of the journal date.
       DERIVE-AGE-FROM-DATE.
           MOVE WS-DER-BIRTH-DATE (1:4) TO WS-BIRTH-YYYY
           MOVE WS-DER-BIRTH-DATE (5:4) TO WS-BIRTH-MMDD
           SUBTRACT WS-BIRTH-YYYY FROM WS-JRNL-YYYY GIVING WS-DER-AGE
           IF WS-JRNL-MMDD < WS-BIRTH-MMDD
               SUBTRACT 1 FROM WS-DER-AGE
           END-IF.

      * Banks the row on the work file behind its group and its
      * place in the day, and lists it on the register.
       WRITE-CHANGE-ROW.
           ADD 1 TO WS-ROW-SEQ
           MOVE HC-GROUP-CODE TO CW-GROUP-CODE
           MOVE WS-ROW-SEQ TO CW-ROW-SEQ
           WRITE CHG-WORK-REC
           ADD 1 TO WS-ROW-COUNT
           IF HC-REC-TYPE = 'D'
               ADD 1 TO WS-DEP-ROW-COUNT
           END-IF
           MOVE SPACE TO CHG-DETAIL-LINE
           IF HC-CHANGE-TYPE = 'T'
               MOVE "TERMINATION" TO CD-CHANGE-TEXT
           ELSE
               IF HC-CHANGE-TYPE = 'C'
                   MOVE "CORRECTION" TO CD-CHANGE-TEXT
               ELSE
                   MOVE "ENROLLMENT" TO CD-CHANGE-TEXT
               END-IF
           END-IF
           MOVE HC-REC-TYPE TO CD-REC-TYPE
           MOVE HC-CUST-ID TO CD-CUST-ID
           IF HC-REC-TYPE = 'D'
               MOVE HC-DEP-SEQ TO CD-DEP-SEQ
           END-IF
           MOVE HC-REL-CODE TO CD-REL-CODE
           MOVE HC-FULL-NAME (1:30) TO CD-NAME
           IF HC-OLD-BIRTH-DATE NOT = ZERO
               MOVE HC-OLD-BIRTH-DATE TO CD-OLD-BIRTH-DATE
           END-IF
           IF HC-NEW-BIRTH-DATE NOT = ZERO
               MOVE HC-NEW-BIRTH-DATE TO CD-NEW-BIRTH-DATE
               PERFORM LIST-ONE-AGE
                   VARYING WS-AGE-IX FROM 1 BY 1
                   UNTIL WS-AGE-IX > WS-DELTA-COUNT
           END-IF
           MOVE HC-GROUP-CODE TO CD-GROUP-CODE
           WRITE HRCHG-RPT-REC FROM CHG-DETAIL-LINE.

      * One projected age on the register line.
       LIST-ONE-AGE.
           MOVE HC-NEW-AGE (WS-AGE-IX) TO CD-AGE (WS-AGE-IX) (1:3).

      * Sort output: the banked rows split out one generation per
      * group, the way PROJCORE splits the extract.  The base
      * generation always goes out, trailer only on a day with no
      * ungrouped rows, so HR can tell a quiet day from a missing
      * file.
       WRITE-GENERATIONS.
           MOVE 'N' TO WS-SORT-EOF-SW WS-GEN-STARTED-SW WS-GEN-OPEN-SW
           PERFORM RETURN-CHANGE-ROW
           PERFORM SPLIT-ONE-ROW UNTIL WS-SORT-EOF
           IF WS-GEN-OPEN
               PERFORM CLOSE-GENERATION
           END-IF
           IF NOT WS-BASE-DONE
               MOVE SPACE TO WS-GEN-GROUP
               PERFORM OPEN-GENERATION
               IF WS-GEN-OPEN
                   PERFORM CLOSE-GENERATION
               END-IF
           END-IF.

      * The next row back from the sort.
       RETURN-CHANGE-ROW.
           RETURN SORT-WORK
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN.

      * One row onto its group's generation, opening the next
      * generation when the group changes.
       SPLIT-ONE-ROW.
           IF NOT WS-GEN-STARTED
               OR SR-GROUP-CODE NOT = WS-GEN-GROUP
               IF WS-GEN-OPEN
                   PERFORM CLOSE-GENERATION
               END-IF
               SET WS-GEN-STARTED TO TRUE
               MOVE SR-GROUP-CODE TO WS-GEN-GROUP
               PERFORM OPEN-GENERATION
           END-IF
           IF WS-GEN-OPEN
               WRITE HR-CHANGE-REC FROM SR-ROW
               ADD 1 TO WS-GEN-ROW-COUNT
               IF SR-REC-TYPE = 'D'
                   ADD 1 TO WS-GEN-DEP-ROW-COUNT
               END-IF
               IF SR-CHANGE-TYPE = 'T'
                   ADD 1 TO WS-GEN-TERM-COUNT
               ELSE
                   IF SR-CHANGE-TYPE = 'C'
                       ADD 1 TO WS-GEN-CORR-COUNT
                   ELSE
                       ADD 1 TO WS-GEN-NEW-COUNT
                   END-IF
               END-IF
           END-IF
           PERFORM RETURN-CHANGE-ROW.

      * Opens the generation for WS-GEN-GROUP with its counts at
      * zero.  A generation that will not open loses its rows, so
      * the run ends in error.
       OPEN-GENERATION.
           PERFORM BUILD-CHANGE-NAME
           MOVE ZERO TO WS-GEN-TERM-COUNT WS-GEN-CORR-COUNT
                        WS-GEN-NEW-COUNT WS-GEN-ROW-COUNT
                        WS-GEN-DEP-ROW-COUNT
           IF WS-GEN-GROUP = SPACE
               SET WS-BASE-DONE TO TRUE
           END-IF
           OPEN OUTPUT HR-CHANGE
           IF WS-CHANGE-STATUS = "00"
               SET WS-GEN-OPEN TO TRUE
           ELSE
               DISPLAY "HRCHGFD - CANNOT OPEN " WS-CHANGE-NAME
                   " STATUS " WS-CHANGE-STATUS
               MOVE 8 TO RETURN-CODE
               MOVE SPACE TO CHG-NOTE-LINE
               STRING
                   "CANNOT WRITE " DELIMITED BY SIZE
                   WS-CHANGE-NAME DELIMITED BY SPACE
                   " - FEED IS INCOMPLETE" DELIMITED BY SIZE
                   INTO CHG-NOTE-LINE
               END-STRING
               WRITE HRCHG-RPT-REC FROM CHG-NOTE-LINE
           END-IF.

      * The day's feed name for WS-GEN-GROUP: the base name for no
      * group, otherwise the base name with -G and the group code.
       BUILD-CHANGE-NAME.
           MOVE SPACE TO WS-CHANGE-NAME
           IF WS-GEN-GROUP = SPACE
               MOVE WS-CHANGE-BASE TO WS-CHANGE-NAME
           ELSE
               STRING
                   WS-CHANGE-BASE DELIMITED BY SPACE
                   "-G" DELIMITED BY SIZE
                   WS-GEN-GROUP DELIMITED BY SPACE
                   INTO WS-CHANGE-NAME
               END-STRING
           END-IF.

      * Ends a generation with its trailer and notes it on the
      * register.
       CLOSE-GENERATION.
           PERFORM WRITE-FEED-TRAILER
           CLOSE HR-CHANGE
           MOVE 'N' TO WS-GEN-OPEN-SW
           ADD 1 TO WS-GEN-COUNT
           MOVE WS-GEN-ROW-COUNT TO WS-GEN-ROWS-EDIT
           MOVE SPACE TO CHG-NOTE-LINE
           STRING
               WS-CHANGE-NAME DELIMITED BY SPACE
               " WRITTEN - " DELIMITED BY SIZE
               WS-GEN-ROWS-EDIT DELIMITED BY SIZE
               " ROWS" DELIMITED BY SIZE
               INTO CHG-NOTE-LINE
           END-STRING
           WRITE HRCHG-RPT-REC FROM CHG-NOTE-LINE.

      * The trailer row HRMATCH balances the generation against.
       WRITE-FEED-TRAILER.
           MOVE SPACE TO HR-CHANGE-TRAILER
           MOVE 9999999 TO HZ-CUST-ID
           MOVE WS-JRNL-DATE TO HZ-JRNL-DATE
           MOVE WS-GEN-TERM-COUNT TO HZ-TERM-COUNT
           MOVE WS-GEN-CORR-COUNT TO HZ-CORR-COUNT
           MOVE WS-GEN-NEW-COUNT TO HZ-NEW-COUNT
           MOVE WS-GEN-ROW-COUNT TO HZ-ROW-COUNT
           MOVE WS-GEN-DEP-ROW-COUNT TO HZ-DEP-ROW-COUNT
           MOVE WS-GEN-GROUP TO HZ-GROUP-CODE
           MOVE 'Z' TO HZ-CHANGE-TYPE
           WRITE HR-CHANGE-TRAILER.

      * Posts this run's control totals to the shared run log under
      * the cycle's run date and number and this run's own time.  A
      * missing log is created on a first-ever run.
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
               MOVE WS-CYCLE-RUN-DATE TO RL-RUN-DATE
               MOVE WS-CYCLE-RUN-NO TO RL-RUN-NO
               MOVE "HRCHGFD" TO RL-JOB-NAME
               MOVE WS-RUN-TIME (1:6) TO RL-JOB-TIME
               MOVE WS-RUN-DATE TO RL-POST-DATE
               MOVE RETURN-CODE TO RL-RETURN-CODE
               MOVE WS-READ-COUNT TO RL-HC-READ
               MOVE WS-TERM-COUNT TO RL-HC-TERMS
               MOVE WS-CORR-COUNT TO RL-HC-CORRS
               MOVE WS-NEW-COUNT TO RL-HC-NEWS
               MOVE WS-ROW-COUNT TO RL-HC-ROWS
               MOVE WS-PASSED-COUNT TO RL-HC-PASSED
               WRITE RUN-LOG-REC
                   INVALID KEY
                       REWRITE RUN-LOG-REC
               END-WRITE
               CLOSE RUN-LOG
           ELSE
               DISPLAY "HRCHGFD - CANNOT OPEN RUN-LOG, STATUS "
                   WS-RUNLOG-STATUS
           END-IF.

      * A performed paragraph to end the program: the feed split
      * out by group, the register totals, and the run-log posting.
       FINISH-UP.
           IF WS-JRNL-OPEN
               CLOSE MAINT-JRNL
           END-IF
           IF WS-MASTER-OPEN
               CLOSE CUSTOMER-MASTER
           END-IF
           IF WS-DEP-OPEN
               CLOSE DEPENDENT-MASTER
           END-IF
           IF WS-WORK-OPEN
               CLOSE CHG-WORK
               SORT SORT-WORK
                   ASCENDING KEY SR-GROUP-CODE SR-ROW-SEQ
                   USING CHG-WORK
                   OUTPUT PROCEDURE IS WRITE-GENERATIONS
           END-IF
           MOVE WS-READ-COUNT TO CT-READ-COUNT
           MOVE WS-TERM-COUNT TO CT-TERM-COUNT
           MOVE WS-CORR-COUNT TO CT-CORR-COUNT
           MOVE WS-NEW-COUNT TO CT-NEW-COUNT
           WRITE HRCHG-RPT-REC FROM CHG-TOTAL-LINE
           MOVE WS-ROW-COUNT TO CT-ROW-COUNT
           MOVE WS-DEP-ROW-COUNT TO CT-DEP-ROW-COUNT
           MOVE WS-PASSED-COUNT TO CT-PASSED-COUNT
           MOVE WS-MOVE-COUNT TO CT-MOVE-COUNT
           WRITE HRCHG-RPT-REC FROM CHG-TOTAL2-LINE
           CLOSE HRCHG-RPT
           PERFORM POST-RUN-LOG
           DISPLAY "HRCHGFD RUN COMPLETE - "
               WS-READ-COUNT " JOURNAL ENTRIES, "
               WS-TERM-COUNT " TERMINATIONS, "
               WS-CORR-COUNT " CORRECTIONS, "
               WS-NEW-COUNT " ENROLLMENTS".
       END PROGRAM HRCHGFD.

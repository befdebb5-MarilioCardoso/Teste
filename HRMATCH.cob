      *                      family coverage; the response stays per
      *                      employee, so dependent rows are passed
      *                      over on the extract side of the match.
      *   10-15-2026  MAINT  Each run posts its match counts and
      *                      return code to the shared RUN-LOG under
      *                      the run it matched, so the CYCLECTL
      *                      control sheet can tie the rows matched
      *                      to the rows RESEL-WORLD extracted.
      *   10-15-2026  MAINT  Customer numbers CUSTMNT has merged away
      *                      are read as their survivor (through
      *                      CUST-XREF) on both sides before the sort,
      *                      so a row sent or answered under a retired
      *                      number still meets its partner.  The
      *                      number as read stays on the sorted record
      *                      behind the survivor's, so two rows that
      *                      now share a survivor pair off correctly.
      *                      Each one read across is listed, and
      *                      counted on a second trailer line.
      *   10-15-2026  MAINT  The day's HR-CHANGE feed from HRCHGFD
      *                      (terminations, corrections, enrollments)
      *                      is balanced the same way: its rows are
      *                      recounted against its trailer and matched
      *                      to HR's HR-CHANGE-RESP on customer number,
      *                      dependent sequence and change type.  A
      *                      change not acknowledged, an acknowledgement
      *                      for a change never sent, or a feed that
      *                      disagrees with its own trailer ends the
      *                      run with RETURN-CODE 8.  No feed for the
      *                      day is listed, not held on.
      *   10-15-2026  MAINT  The extract now goes out one generation
      *                      per employer group (-Gxxxx after the run's
      *                      name) beside the base generation for
      *                      customers with no group.  The extract
      *                      side reads the base and then every group
      *                      on the GROUP-TABLE that has one, so HR's
      *                      single response still matches as a
      *                      whole.
      *   10-15-2026  MAINT  HRCHGFD's change rows carry the employer
      *                      group (HC-GROUP-CODE, 131-byte row) and
      *                      the change feed goes out one generation
      *                      per group the same way, each with its
      *                      own trailer.  The change side reads the
      *                      base and then each GROUP-TABLE group's
      *                      generation, and balances the rows read
      *                      against the trailers' counts together.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HRMATCH.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT GROUP-TABLE
               ASSIGN TO "GROUP-TABLE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GROUP-STATUS.

           SELECT RUN-CONTROL
               ASSIGN TO "RUN-CONTROL"
               ORGANIZATION IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MATRPT-STATUS.

           SELECT RUN-LOG
               ASSIGN TO "RUN-LOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-KEY
               FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT CUST-XREF
               ASSIGN TO "CUST-XREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-RETIRED-ID
               ALTERNATE RECORD KEY IS XR-SURVIVOR-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS XR-NAME-KEY WITH DUPLICATES
               FILE STATUS IS WS-XREF-STATUS.

           SELECT HR-CHANGE
               ASSIGN TO WS-CHANGE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHANGE-STATUS.

           SELECT HR-CHANGE-RESP
               ASSIGN TO "HR-CHANGE-RESP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGRESP-STATUS.

           SELECT CHANGE-SRT
               ASSIGN TO "HRMATCHWK3"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGSRT-STATUS.

           SELECT CHGRSP-SRT
               ASSIGN TO "HRMATCHWK4"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CRSSRT-STATUS.

           SELECT SORT-WORK
               ASSIGN TO "SORTWK".

           SELECT CHANGE-SORT-WORK
               ASSIGN TO "SORTWK2".

       DATA DIVISION.
       FILE SECTION.
      * The prior night's extract in PROJCORE's HR-EXTRACT layout.
           05  HX-NEW-AGE          OCCURS 5 PIC 9(03).
           05  HX-REC-TYPE         PIC X(01).
           05  HX-REL-CODE         PIC X(02).
           05  HX-GROUP-CODE       PIC X(04).

      * The employer groups, read for the codes that name each
      * group's extract generation.
       FD  GROUP-TABLE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  GROUP-TABLE-REC.
           05  GT-GROUP-CODE       PIC X(04).
           05  GT-GROUP-NAME       PIC X(30).
           05  GT-STATUS           PIC X(01).
           05  FILLER              PIC X(45).

      * The RESEL-WORLD run-control record, read for the last run
      * number so the match finds the generation that actually went
           05  XS-NEW-AGE          OCCURS 5 PIC 9(03).
           05  XS-REC-TYPE         PIC X(01).
           05  XS-REL-CODE         PIC X(02).
           05  XS-ORIG-ID          PIC 9(07).

       FD  RESP-SRT
           LABEL RECORDS ARE STANDARD
           05  RS-CUST-ID          PIC 9(07).
           05  RS-NEW-AGE          OCCURS 5 PIC 9(03).
           05  RS-ACK-CODE         PIC X(02).
           05  FILLER              PIC X(76).
           05  RS-ORIG-ID          PIC 9(07).

       FD  HRMATCH-RPT
           LABEL RECORDS ARE STANDARD.
       01  HRMATCH-RPT-REC         PIC X(130).

      * One job's control totals for one nightly cycle on the shared
      * run log CYCLECTL reads; this is the match view of the count
      * area.
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
           05  RL-HR-COUNTS REDEFINES RL-COUNTS.
               10  RL-HR-EXTRACTED PIC 9(07).
               10  RL-HR-RETURNED  PIC 9(07).
               10  RL-HR-MATCHED   PIC 9(07).
               10  RL-HR-NOACK     PIC 9(07).
               10  RL-HR-NOEXT     PIC 9(07).
               10  RL-HR-AGEDIFF   PIC 9(07).
               10  RL-HR-NONBR     PIC 9(07).
               10  RL-HR-CHG-SENT  PIC 9(07).
               10  RL-HR-CHG-MATCHED PIC 9(07).
               10  RL-HR-CHG-NOACK PIC 9(07).
               10  RL-HR-CHG-NOSENT PIC 9(07).
               10  FILLER          PIC X(07).
           05  FILLER              PIC X(06).

      * One retired customer number and the survivor CUSTMNT merged
      * it into.
       FD  CUST-XREF
           LABEL RECORDS ARE STANDARD.
       01  CUST-XREF-REC.
           05  XR-RETIRED-ID       PIC 9(07).
           05  XR-SURVIVOR-ID      PIC 9(07).
           05  XR-NAME-KEY         PIC a(70).
           05  XR-BIRTH-DATE       PIC 9(08).
           05  XR-MERGE-DATE       PIC 9(08).

      * HRCHGFD's change feed for the day the extract went out, one
      * generation per employer group: the HR-EXTRACT row with the
      * change behind it, and a type Z trailer carrying the
      * generation's own row count.
       FD  HR-CHANGE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  HR-CHANGE-REC.
           05  HC-CUST-ID          PIC 9(07).
           05  HC-FULL-NAME        PIC a(75).
           05  HC-NEW-AGE          OCCURS 5 PIC 9(03).
           05  HC-REC-TYPE         PIC X(01).
           05  HC-REL-CODE         PIC X(02).
           05  HC-GROUP-CODE       PIC X(04).
           05  HC-CHANGE-TYPE      PIC X(01).
           05  HC-DEP-SEQ          PIC 9(02).
           05  HC-OLD-BIRTH-DATE   PIC 9(08).
           05  HC-NEW-BIRTH-DATE   PIC 9(08).
           05  HC-EFFECTIVE-DATE   PIC 9(08).
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

      * HR's answer to the change feed: the key of each change row it
      * took, echoed back with its two-byte acknowledgement code.
       FD  HR-CHANGE-RESP
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  HR-CHANGE-RESP-REC.
           05  HK-CUST-ID          PIC 9(07).
           05  HK-DEP-SEQ          PIC 9(02).
           05  HK-CHANGE-TYPE      PIC X(01).
           05  HK-ACK-CODE         PIC X(02).
           05  FILLER              PIC X(68).

      * Either change-side record behind its match key.
       FD  CHANGE-SRT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CHANGE-SRT-REC.
           05  CS-KEY.
               10  CS-CUST-ID      PIC 9(07).
               10  CS-DEP-SEQ      PIC 9(02).
               10  CS-CHANGE-TYPE  PIC X(01).
           05  CS-ROW-CUST-ID      PIC 9(07).
           05  CS-FULL-NAME        PIC a(75).
           05  FILLER              PIC X(49).

       FD  CHGRSP-SRT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CHGRSP-SRT-REC.
           05  KS-KEY.
               10  KS-CUST-ID      PIC 9(07).
               10  KS-DEP-SEQ      PIC 9(02).
               10  KS-CHANGE-TYPE  PIC X(01).
           05  FILLER              PIC X(10).
           05  KS-ACK-CODE         PIC X(02).
           05  FILLER              PIC X(119).

      * Either side's record, keyed by the survivor's number, with
      * the number as read kept behind it.
       SD  SORT-WORK.
       01  SORT-REC                PIC X(107).
       01  SORT-REC-KEYED REDEFINES SORT-REC.
           05  SK-CUST-ID          PIC 9(07).
           05  FILLER              PIC X(93).
           05  SK-ORIG-ID          PIC 9(07).

      * Either side of the change match, the record as read behind
      * the customer number, dependent sequence and change type.
       SD  CHANGE-SORT-WORK.
       01  CHANGE-SORT-REC.
           05  CK-KEY.
               10  CK-CUST-ID      PIC 9(07).
               10  CK-DEP-SEQ      PIC 9(02).
               10  CK-CHANGE-TYPE  PIC X(01).
           05  CK-DATA             PIC X(131).

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-NUMBER            PIC 9(4) VALUE ZERO.
       01  WS-CYCLE-RUN-DATE        PIC 9(8) VALUE ZERO.
       01  WS-RUN-TIME              PIC 9(8).
       01  WS-EXTRACT-NAME          PIC X(22).
       01  WS-EXTRACT-BASE          PIC X(16).
       01  WS-GROUP-TBL.
           05  WS-GT-CODE           PIC X(4) OCCURS 200.
       01  WS-CHANGE-NAME           PIC X(24).
       01  WS-CHANGE-BASE           PIC X(18).
       01  WS-CHG-TAG               PIC X(03).
       01  WS-CHG-SEQ               PIC X(02).
       01  WS-CHG-WORD              PIC X(05).
       01  WS-TRAILER-ROWS          PIC 9(7) VALUE ZERO.
       01  WS-STATUS-TEXT           PIC X(30).
       01  WS-XLATE-ID              PIC 9(7) VALUE ZERO.

       77  WS-AGE-IX                PIC 9(2) COMP.
       77  WS-XREF-HOPS             PIC 9(2) COMP VALUE ZERO.
       77  WS-GROUP-COUNT           PIC 9(3) COMP VALUE ZERO.
       77  WS-GROUP-IX              PIC 9(3) COMP VALUE ZERO.

       77  WS-EXT-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-EXT-EOF                            VALUE 'Y'.
           88  WS-RSP-EOF                            VALUE 'Y'.
       77  WS-AGE-DIFF-SW           PIC X(01) VALUE 'N'.
           88  WS-AGES-DIFFER                         VALUE 'Y'.
       77  WS-XREF-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-XREF-OPEN                           VALUE 'Y'.
       77  WS-XREF-END-SW           PIC X(01) VALUE 'N'.
           88  WS-XREF-END                            VALUE 'Y'.
       77  WS-IN-EOF-SW             PIC X(01) VALUE 'N'.
           88  WS-IN-EOF                              VALUE 'Y'.
       77  WS-GROUP-EOF-SW          PIC X(01) VALUE 'N'.
           88  WS-GROUP-EOF                           VALUE 'Y'.
       77  WS-CHG-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-CHG-EOF                             VALUE 'Y'.
       77  WS-CRS-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-CRS-EOF                             VALUE 'Y'.
       77  WS-CHG-FEED-SW           PIC X(01) VALUE 'N'.
           88  WS-CHG-FEED-FOUND                      VALUE 'Y'.
       77  WS-CHG-BALANCE-SW        PIC X(01) VALUE 'N'.
           88  WS-CHG-OUT-OF-BALANCE                  VALUE 'Y'.

       77  WS-EXTRACT-COUNT         PIC 9(6) COMP VALUE ZERO.
       77  WS-RESP-COUNT            PIC 9(6) COMP VALUE ZERO.
       77  WS-NOEXT-COUNT           PIC 9(6) COMP VALUE ZERO.
       77  WS-AGEDIFF-COUNT         PIC 9(6) COMP VALUE ZERO.
       77  WS-NONBR-COUNT           PIC 9(6) COMP VALUE ZERO.
       77  WS-XLATE-COUNT           PIC 9(6) COMP VALUE ZERO.
       77  WS-CHG-SENT-COUNT        PIC 9(6) COMP VALUE ZERO.
       77  WS-CHG-GEN-COUNT         PIC 9(6) COMP VALUE ZERO.
       77  WS-CHG-TRAILER-COUNT     PIC 9(6) COMP VALUE ZERO.
       77  WS-CHG-RESP-COUNT        PIC 9(6) COMP VALUE ZERO.
       77  WS-CHG-MATCHED-COUNT     PIC 9(6) COMP VALUE ZERO.
       77  WS-CHG-NOACK-COUNT       PIC 9(6) COMP VALUE ZERO.
       77  WS-CHG-NOSENT-COUNT      PIC 9(6) COMP VALUE ZERO.

       01  WS-EXTRACT-STATUS        PIC XX.
       01  WS-GROUP-STATUS          PIC XX.
       01  WS-RUNCTL-STATUS         PIC XX.
       01  WS-RESP-STATUS           PIC XX.
       01  WS-EXTSRT-STATUS         PIC XX.
       01  WS-RSPSRT-STATUS         PIC XX.
       01  WS-MATRPT-STATUS         PIC XX.
       01  WS-RUNLOG-STATUS         PIC XX.
       01  WS-XREF-STATUS           PIC XX.
       01  WS-CHANGE-STATUS         PIC XX.
       01  WS-CHGRESP-STATUS        PIC XX.
       01  WS-CHGSRT-STATUS         PIC XX.
       01  WS-CRSSRT-STATUS         PIC XX.

       01  MAT-HEADER-LINE.
           05  FILLER               PIC X(10) VALUE "RUN DATE: ".
           05  MT-NONBR-COUNT       PIC ZZZ,ZZ9.
           05  FILLER               PIC X(09) VALUE SPACE.

       01  MAT-XLATE-LINE.
           05  FILLER               PIC X(40) VALUE
                   "RETIRED NUMBERS READ AS THEIR SURVIVOR: ".
           05  MX-XLATE-COUNT       PIC ZZZ,ZZ9.
           05  FILLER               PIC X(83) VALUE SPACE.

       01  MAT-CHG-TRAILER-LINE.
           05  FILLER               PIC X(19) VALUE
                   "CHANGE ROWS SENT:  ".
           05  MC-SENT-COUNT        PIC ZZZ,ZZ9.
           05  FILLER               PIC X(12) VALUE "  RETURNED: ".
           05  MC-RESP-COUNT        PIC ZZZ,ZZ9.
           05  FILLER               PIC X(16) VALUE
                   "  ACKNOWLEDGED: ".
           05  MC-MATCHED-COUNT     PIC ZZZ,ZZ9.
           05  FILLER               PIC X(10) VALUE "  NO ACK: ".
           05  MC-NOACK-COUNT       PIC ZZZ,ZZ9.
           05  FILLER               PIC X(16) VALUE
                   "  ACK NOT SENT: ".
           05  MC-NOSENT-COUNT      PIC ZZZ,ZZ9.
           05  FILLER               PIC X(22) VALUE SPACE.

       01  MAT-CHG-NOTE-LINE        PIC X(130).

       PROCEDURE DIVISION.
      * Run the code as performed paragraphs
           PERFORM INITIALIZE-RUN
           PERFORM SORT-BOTH-FILES
           PERFORM MATCH-FILES
           PERFORM SORT-CHANGE-FILES
           PERFORM MATCH-CHANGE-FILES
           PERFORM FINISH-UP
           GOBACK.

      * Names the extract side from the last run number and the
      * change feed from the run's date, loads the employer groups
      * whose extract generations go with it, and opens the report.
      * The input files are opened by the sorts and the sorted copies
      * by the match passes.
       INITIALIZE-RUN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM READ-RUN-CONTROL
           IF WS-RUN-NUMBER = ZERO
               MOVE "HR-EXTRACT" TO WS-EXTRACT-BASE
           ELSE
               MOVE SPACE TO WS-EXTRACT-BASE
               STRING
                   "HR-EXTRACT-R" DELIMITED BY SIZE
                   WS-RUN-NUMBER DELIMITED BY SIZE
                   INTO WS-EXTRACT-BASE
               END-STRING
           END-IF
           PERFORM LOAD-GROUP-TABLE
           MOVE SPACE TO WS-CHANGE-BASE
           STRING
               "HR-CHANGE-" DELIMITED BY SIZE
               WS-CYCLE-RUN-DATE DELIMITED BY SIZE
               INTO WS-CHANGE-BASE
           END-STRING
           OPEN OUTPUT HRMATCH-RPT
           MOVE WS-RUN-DATE TO MH-RUN-DATE
           WRITE HRMATCH-RPT-REC FROM MAT-HEADER-LINE
           OPEN INPUT CUST-XREF
           IF WS-XREF-STATUS = "00"
               SET WS-XREF-OPEN TO TRUE
           END-IF.

      * The group codes off the group table.  Without it only the
      * base generation is matched.
       LOAD-GROUP-TABLE.
           MOVE ZERO TO WS-GROUP-COUNT
           MOVE 'N' TO WS-GROUP-EOF-SW
           OPEN INPUT GROUP-TABLE
           IF WS-GROUP-STATUS = "00"
               PERFORM LOAD-ONE-GROUP UNTIL WS-GROUP-EOF
               CLOSE GROUP-TABLE
           ELSE
               DISPLAY "HRMATCH - CANNOT OPEN GROUP-TABLE, STATUS "
                   WS-GROUP-STATUS " - GROUP EXTRACTS NOT MATCHED"
           END-IF.

      * One group card into the table.
       LOAD-ONE-GROUP.
           READ GROUP-TABLE
               AT END
                   SET WS-GROUP-EOF TO TRUE
           END-READ
           IF NOT WS-GROUP-EOF AND GT-GROUP-CODE NOT = SPACE
               IF WS-GROUP-COUNT < 200
                   ADD 1 TO WS-GROUP-COUNT
                   MOVE GT-GROUP-CODE TO WS-GT-CODE (WS-GROUP-COUNT)
               ELSE
                   DISPLAY "HRMATCH - GROUP-TABLE FULL, SKIPPED "
                       GT-GROUP-CODE
               END-IF
           END-IF.

      * Picks up the last run number RESEL-WORLD gave out.  No
      * run-control record means the fixed extract name.
                       IF RC-LAST-RUN-NO IS NUMERIC
                           MOVE RC-LAST-RUN-NO TO WS-RUN-NUMBER
                       END-IF
                       IF RC-LAST-RUN-DATE IS NUMERIC
                           MOVE RC-LAST-RUN-DATE TO WS-CYCLE-RUN-DATE
                       END-IF
               END-READ
               CLOSE RUN-CONTROL
           END-IF.

      * Puts both sides in customer-number order: the extract comes
      * out of PROJCORE banded for the printed report, and the
      * response comes back in whatever order HR processed it.  Each
      * side is read in by hand so a merged-away number can be put
      * under its survivor on the way.
       SORT-BOTH-FILES.
           SORT SORT-WORK
               ASCENDING KEY SK-CUST-ID SK-ORIG-ID
               INPUT PROCEDURE IS RELEASE-EXTRACT-ROWS
               GIVING EXTRACT-SRT
           SORT SORT-WORK
               ASCENDING KEY SK-CUST-ID SK-ORIG-ID
               INPUT PROCEDURE IS RELEASE-RESPONSE-ROWS
               GIVING RESP-SRT.

      * Input side of the extract sort: the run's base generation
      * (customers with no employer group), then each group's own.
       RELEASE-EXTRACT-ROWS.
           MOVE WS-EXTRACT-BASE TO WS-EXTRACT-NAME
           MOVE 'N' TO WS-IN-EOF-SW
           OPEN INPUT HR-EXTRACT
           IF WS-EXTRACT-STATUS = "00"
               PERFORM RELEASE-ONE-EXTRACT UNTIL WS-IN-EOF
               CLOSE HR-EXTRACT
           ELSE
               DISPLAY "HRMATCH - CANNOT OPEN " WS-EXTRACT-NAME
                   " STATUS " WS-EXTRACT-STATUS
           END-IF
           PERFORM RELEASE-GROUP-EXTRACT
               VARYING WS-GROUP-IX FROM 1 BY 1
               UNTIL WS-GROUP-IX > WS-GROUP-COUNT.

      * One group's generation, named from the base with -G and the
      * group code.  A group with nobody on the run has none.
       RELEASE-GROUP-EXTRACT.
           MOVE SPACE TO WS-EXTRACT-NAME
           STRING
               WS-EXTRACT-BASE DELIMITED BY SPACE
               "-G" DELIMITED BY SIZE
               WS-GT-CODE (WS-GROUP-IX) DELIMITED BY SPACE
               INTO WS-EXTRACT-NAME
           END-STRING
           MOVE 'N' TO WS-IN-EOF-SW
           OPEN INPUT HR-EXTRACT
           IF WS-EXTRACT-STATUS = "00"
               PERFORM RELEASE-ONE-EXTRACT UNTIL WS-IN-EOF
               CLOSE HR-EXTRACT
           END-IF.

      * One extract row released under its survivor's number.
       RELEASE-ONE-EXTRACT.
           READ HR-EXTRACT
               AT END
                   SET WS-IN-EOF TO TRUE
               NOT AT END
                   MOVE HR-EXTRACT-REC TO SORT-REC
                   MOVE HX-CUST-ID TO SK-ORIG-ID WS-XLATE-ID
                   PERFORM TRANSLATE-RETIRED-ID
                   MOVE WS-XLATE-ID TO SK-CUST-ID
                   IF WS-XLATE-ID NOT = HX-CUST-ID
                       MOVE SPACE TO MAT-DETAIL-LINE
                       MOVE WS-XLATE-ID TO MD-CUST-ID
                       MOVE HX-FULL-NAME (1:30) TO MD-NAME
                       STRING
                           "EXTRACT NO " DELIMITED BY SIZE
                           HX-CUST-ID DELIMITED BY SIZE
                           " MERGED" DELIMITED BY SIZE
                           INTO MD-STATUS-TEXT
                       END-STRING
                       WRITE HRMATCH-RPT-REC FROM MAT-DETAIL-LINE
                   END-IF
                   RELEASE SORT-REC
           END-READ.

      * Input side of the response sort.
       RELEASE-RESPONSE-ROWS.
           MOVE 'N' TO WS-IN-EOF-SW
           OPEN INPUT HR-ELIG-RESP
           IF WS-RESP-STATUS = "00"
               PERFORM RELEASE-ONE-RESPONSE UNTIL WS-IN-EOF
               CLOSE HR-ELIG-RESP
           ELSE
               DISPLAY "HRMATCH - CANNOT OPEN HR-ELIG-RESP, STATUS "
                   WS-RESP-STATUS
           END-IF.

      * One response row released under its survivor's number.
       RELEASE-ONE-RESPONSE.
           READ HR-ELIG-RESP
               AT END
                   SET WS-IN-EOF TO TRUE
               NOT AT END
                   MOVE HR-ELIG-RESP-REC TO SORT-REC
                   MOVE ER-CUST-ID TO SK-ORIG-ID WS-XLATE-ID
                   PERFORM TRANSLATE-RETIRED-ID
                   MOVE WS-XLATE-ID TO SK-CUST-ID
                   IF WS-XLATE-ID NOT = ER-CUST-ID
                       MOVE SPACE TO MAT-DETAIL-LINE
                       MOVE WS-XLATE-ID TO MD-CUST-ID
                       STRING
                           "RESPONSE NO " DELIMITED BY SIZE
                           ER-CUST-ID DELIMITED BY SIZE
                           " MERGED" DELIMITED BY SIZE
                           INTO MD-STATUS-TEXT
                       END-STRING
                       WRITE HRMATCH-RPT-REC FROM MAT-DETAIL-LINE
                   END-IF
                   RELEASE SORT-REC
           END-READ.

      * Follows WS-XLATE-ID down the cross-reference to the number it
      * was last merged into, at most ten merges deep.  A number never
      * merged comes back as it went in.
       TRANSLATE-RETIRED-ID.
           MOVE ZERO TO WS-XREF-HOPS
           MOVE 'N' TO WS-XREF-END-SW
           IF NOT WS-XREF-OPEN OR WS-XLATE-ID = ZERO
               SET WS-XREF-END TO TRUE
           END-IF
           PERFORM FOLLOW-ONE-MERGE
               UNTIL WS-XREF-END OR WS-XREF-HOPS > 9
           IF WS-XREF-HOPS > 1
               ADD 1 TO WS-XLATE-COUNT
           END-IF.

      * One step down the merge chain.
       FOLLOW-ONE-MERGE.
           ADD 1 TO WS-XREF-HOPS
           MOVE WS-XLATE-ID TO XR-RETIRED-ID
           READ CUST-XREF
               KEY IS XR-RETIRED-ID
               INVALID KEY
                   SET WS-XREF-END TO TRUE
               NOT INVALID KEY
                   MOVE XR-SURVIVOR-ID TO WS-XLATE-ID
           END-READ.

      * The two-file match itself, one record in hand on each side.
       MATCH-FILES.
           OPEN INPUT EXTRACT-SRT
           MOVE RS-NEW-AGE (WS-AGE-IX)
               TO MD-BACK-AGE (WS-AGE-IX) (1:3).

      * Puts the change feed and HR's change response in key order:
      * customer number, dependent sequence, change type.  The feed
      * is read in by hand so its trailer can be taken off and its
      * rows recounted on the way.
       SORT-CHANGE-FILES.
           SORT CHANGE-SORT-WORK
               ASCENDING KEY CK-KEY
               INPUT PROCEDURE IS RELEASE-CHANGE-ROWS
               GIVING CHANGE-SRT
           SORT CHANGE-SORT-WORK
               ASCENDING KEY CK-KEY
               INPUT PROCEDURE IS RELEASE-CHGRESP-ROWS
               GIVING CHGRSP-SRT.

      * Input side of the change-feed sort: the day's base
      * generation, then each group's own.  HRCHGFD always writes
      * the base, so no base means no feed for the day; that is
      * listed and the change match runs empty.
       RELEASE-CHANGE-ROWS.
           MOVE WS-CHANGE-BASE TO WS-CHANGE-NAME
           MOVE 'N' TO WS-IN-EOF-SW
           OPEN INPUT HR-CHANGE
           IF WS-CHANGE-STATUS = "00"
               SET WS-CHG-FEED-FOUND TO TRUE
               ADD 1 TO WS-CHG-GEN-COUNT
               PERFORM RELEASE-ONE-CHANGE UNTIL WS-IN-EOF
               CLOSE HR-CHANGE
               PERFORM RELEASE-GROUP-CHANGE
                   VARYING WS-GROUP-IX FROM 1 BY 1
                   UNTIL WS-GROUP-IX > WS-GROUP-COUNT
           ELSE
               MOVE SPACE TO MAT-CHG-NOTE-LINE
               STRING
                   "NO CHANGE FEED " DELIMITED BY SIZE
                   WS-CHANGE-NAME DELIMITED BY SPACE
                   " - CHANGE MATCH NOT RUN" DELIMITED BY SIZE
                   INTO MAT-CHG-NOTE-LINE
               END-STRING
               WRITE HRMATCH-RPT-REC FROM MAT-CHG-NOTE-LINE
           END-IF.

      * One group's generation, named from the base with -G and the
      * group code.  A group with no changes that day has none.
       RELEASE-GROUP-CHANGE.
           MOVE SPACE TO WS-CHANGE-NAME
           STRING
               WS-CHANGE-BASE DELIMITED BY SPACE
               "-G" DELIMITED BY SIZE
               WS-GT-CODE (WS-GROUP-IX) DELIMITED BY SPACE
               INTO WS-CHANGE-NAME
           END-STRING
           MOVE 'N' TO WS-IN-EOF-SW
           OPEN INPUT HR-CHANGE
           IF WS-CHANGE-STATUS = "00"
               ADD 1 TO WS-CHG-GEN-COUNT
               PERFORM RELEASE-ONE-CHANGE UNTIL WS-IN-EOF
               CLOSE HR-CHANGE
           END-IF.

      * One change row released under its key; each generation's
      * trailer is kept back and its count added in for the
      * recount.
       RELEASE-ONE-CHANGE.
           READ HR-CHANGE
               AT END
                   SET WS-IN-EOF TO TRUE
               NOT AT END
                   IF HZ-CHANGE-TYPE = 'Z'
                       ADD 1 TO WS-CHG-TRAILER-COUNT
                       IF HZ-ROW-COUNT IS NUMERIC
                           ADD HZ-ROW-COUNT TO WS-TRAILER-ROWS
                       END-IF
                   ELSE
                       ADD 1 TO WS-CHG-SENT-COUNT
                       MOVE HC-CUST-ID TO CK-CUST-ID
                       MOVE HC-DEP-SEQ TO CK-DEP-SEQ
                       MOVE HC-CHANGE-TYPE TO CK-CHANGE-TYPE
                       MOVE HR-CHANGE-REC TO CK-DATA
                       RELEASE CHANGE-SORT-REC
                   END-IF
           END-READ.

      * Input side of the change-response sort.  No response file
      * leaves every change sent unacknowledged.
       RELEASE-CHGRESP-ROWS.
           MOVE 'N' TO WS-IN-EOF-SW
           OPEN INPUT HR-CHANGE-RESP
           IF WS-CHGRESP-STATUS = "00"
               PERFORM RELEASE-ONE-CHGRESP UNTIL WS-IN-EOF
               CLOSE HR-CHANGE-RESP
           ELSE
               IF WS-CHG-FEED-FOUND
                   DISPLAY "HRMATCH - CANNOT OPEN HR-CHANGE-RESP, "
                       "STATUS " WS-CHGRESP-STATUS
               END-IF
           END-IF.

      * One change response released under the key it echoes.
       RELEASE-ONE-CHGRESP.
           READ HR-CHANGE-RESP
               AT END
                   SET WS-IN-EOF TO TRUE
               NOT AT END
                   MOVE HK-CUST-ID TO CK-CUST-ID
                   MOVE HK-DEP-SEQ TO CK-DEP-SEQ
                   MOVE HK-CHANGE-TYPE TO CK-CHANGE-TYPE
                   MOVE HR-CHANGE-RESP-REC TO CK-DATA
                   RELEASE CHANGE-SORT-REC
           END-READ.

      * The change feed's two-file match, the same one-in-hand-per-
      * side pass as the extract's.  Two changes under one key the
      * same day pair off with HR's answers in turn.
       MATCH-CHANGE-FILES.
           OPEN INPUT CHANGE-SRT
           IF WS-CHGSRT-STATUS NOT = "00"
               SET WS-CHG-EOF TO TRUE
           END-IF
           OPEN INPUT CHGRSP-SRT
           IF WS-CRSSRT-STATUS NOT = "00"
               SET WS-CRS-EOF TO TRUE
           END-IF
           PERFORM READ-CHANGE-SIDE
           PERFORM READ-CHGRESP-SIDE
           PERFORM MATCH-ONE-CHANGE
               UNTIL WS-CHG-EOF AND WS-CRS-EOF
           IF WS-CHGSRT-STATUS = "00" OR = "10"
               CLOSE CHANGE-SRT
           END-IF
           IF WS-CRSSRT-STATUS = "00" OR = "10"
               CLOSE CHGRSP-SRT
           END-IF
           IF WS-CHG-FEED-FOUND
               PERFORM CHECK-CHANGE-TRAILER
           END-IF.

      * One step of the change match.
       MATCH-ONE-CHANGE.
           IF WS-CRS-EOF
               OR (NOT WS-CHG-EOF AND CS-KEY < KS-KEY)
               PERFORM REPORT-CHANGE-ONLY
               PERFORM READ-CHANGE-SIDE
           ELSE
               IF WS-CHG-EOF OR KS-KEY < CS-KEY
                   PERFORM REPORT-CHGRESP-ONLY
                   PERFORM READ-CHGRESP-SIDE
               ELSE
                   ADD 1 TO WS-CHG-MATCHED-COUNT
                   PERFORM READ-CHANGE-SIDE
                   PERFORM READ-CHGRESP-SIDE
               END-IF
           END-IF.

      * One record off the sorted change feed.
       READ-CHANGE-SIDE.
           READ CHANGE-SRT
               AT END
                   SET WS-CHG-EOF TO TRUE
           END-READ.

      * One record off the sorted change response.
       READ-CHGRESP-SIDE.
           READ CHGRSP-SRT
               AT END
                   SET WS-CRS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CHG-RESP-COUNT
           END-READ.

      * A change HR never acknowledged.
       REPORT-CHANGE-ONLY.
           ADD 1 TO WS-CHG-NOACK-COUNT
           MOVE SPACE TO MAT-DETAIL-LINE
           MOVE CS-CUST-ID TO MD-CUST-ID
           MOVE CS-FULL-NAME (1:30) TO MD-NAME
           MOVE CS-CHANGE-TYPE TO WS-CHG-WORD
           MOVE CS-DEP-SEQ TO WS-CHG-SEQ
           PERFORM SET-CHANGE-CAPTION
           STRING
               WS-CHG-WORD DELIMITED BY SPACE
               SPACE DELIMITED BY SIZE
               WS-CHG-TAG DELIMITED BY SPACE
               " NOT ACKNOWLEDGED" DELIMITED BY SIZE
               INTO MD-STATUS-TEXT
           END-STRING
           WRITE HRMATCH-RPT-REC FROM MAT-DETAIL-LINE.

      * An acknowledgement for a change the feed never carried.
       REPORT-CHGRESP-ONLY.
           ADD 1 TO WS-CHG-NOSENT-COUNT
           MOVE SPACE TO MAT-DETAIL-LINE
           MOVE KS-CUST-ID TO MD-CUST-ID
           MOVE KS-CHANGE-TYPE TO WS-CHG-WORD
           MOVE KS-DEP-SEQ TO WS-CHG-SEQ
           PERFORM SET-CHANGE-CAPTION
           STRING
               WS-CHG-WORD DELIMITED BY SPACE
               SPACE DELIMITED BY SIZE
               WS-CHG-TAG DELIMITED BY SPACE
               " ACK NEVER SENT" DELIMITED BY SIZE
               INTO MD-STATUS-TEXT
           END-STRING
           WRITE HRMATCH-RPT-REC FROM MAT-DETAIL-LINE.

      * Turns the change type in WS-CHG-WORD into its caption and the
      * dependent sequence in WS-CHG-SEQ into E for the employee's
      * own row or D and the sequence for a dependent's.
       SET-CHANGE-CAPTION.
           IF WS-CHG-WORD = 'T'
               MOVE "TERM" TO WS-CHG-WORD
           ELSE
               IF WS-CHG-WORD = 'C'
                   MOVE "CORR" TO WS-CHG-WORD
               ELSE
                   IF WS-CHG-WORD = 'N'
                       MOVE "ENROL" TO WS-CHG-WORD
                   ELSE
                       MOVE "TYPE?" TO WS-CHG-WORD
                   END-IF
               END-IF
           END-IF
           IF WS-CHG-SEQ = "00"
               MOVE "E" TO WS-CHG-TAG
           ELSE
               MOVE "D" TO WS-CHG-TAG
               MOVE WS-CHG-SEQ TO WS-CHG-TAG (2:2)
           END-IF.

      * The feed's rows recounted against its generations' trailers;
      * a generation without its trailer or a different count means
      * the feed HR got is not the feed HRCHGFD wrote.
       CHECK-CHANGE-TRAILER.
           IF WS-CHG-TRAILER-COUNT < WS-CHG-GEN-COUNT
               OR WS-TRAILER-ROWS NOT = WS-CHG-SENT-COUNT
               SET WS-CHG-OUT-OF-BALANCE TO TRUE
               MOVE SPACE TO MAT-CHG-NOTE-LINE
               IF WS-CHG-TRAILER-COUNT NOT < WS-CHG-GEN-COUNT
                   STRING
                       WS-CHANGE-BASE DELIMITED BY SPACE
                       " TRAILERS SAY " DELIMITED BY SIZE
                       WS-TRAILER-ROWS DELIMITED BY SIZE
                       " ROWS - OUT OF BALANCE" DELIMITED BY SIZE
                       INTO MAT-CHG-NOTE-LINE
                   END-STRING
               ELSE
                   STRING
                       WS-CHANGE-BASE DELIMITED BY SPACE
                       " HAS A GENERATION WITH NO TRAILER - OUT OF "
                           DELIMITED BY SIZE
                       "BALANCE" DELIMITED BY SIZE
                       INTO MAT-CHG-NOTE-LINE
                   END-STRING
               END-IF
               WRITE HRMATCH-RPT-REC FROM MAT-CHG-NOTE-LINE
           END-IF.

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
               MOVE WS-RUN-NUMBER TO RL-RUN-NO
               MOVE "HRMATCH" TO RL-JOB-NAME
               MOVE WS-RUN-TIME (1:6) TO RL-JOB-TIME
               MOVE WS-RUN-DATE TO RL-POST-DATE
               MOVE RETURN-CODE TO RL-RETURN-CODE
               MOVE WS-EXTRACT-COUNT TO RL-HR-EXTRACTED
               MOVE WS-RESP-COUNT TO RL-HR-RETURNED
               MOVE WS-MATCHED-COUNT TO RL-HR-MATCHED
               MOVE WS-NOACK-COUNT TO RL-HR-NOACK
               MOVE WS-NOEXT-COUNT TO RL-HR-NOEXT
               MOVE WS-AGEDIFF-COUNT TO RL-HR-AGEDIFF
               MOVE WS-NONBR-COUNT TO RL-HR-NONBR
               MOVE WS-CHG-SENT-COUNT TO RL-HR-CHG-SENT
               MOVE WS-CHG-MATCHED-COUNT TO RL-HR-CHG-MATCHED
               MOVE WS-CHG-NOACK-COUNT TO RL-HR-CHG-NOACK
               MOVE WS-CHG-NOSENT-COUNT TO RL-HR-CHG-NOSENT
               WRITE RUN-LOG-REC
                   INVALID KEY
                       REWRITE RUN-LOG-REC
               END-WRITE
               CLOSE RUN-LOG
           ELSE
               DISPLAY "HRMATCH - CANNOT OPEN RUN-LOG, STATUS "
                   WS-RUNLOG-STATUS
           END-IF.

      * A performed paragraph to end the program: totals, and the
      * out-of-balance return code the scheduler holds the next
      * cycle on when the round-trip failed anywhere.
           MOVE WS-AGEDIFF-COUNT TO MT-AGEDIFF-COUNT
           MOVE WS-NONBR-COUNT TO MT-NONBR-COUNT
           WRITE HRMATCH-RPT-REC FROM MAT-TRAILER-LINE
           MOVE WS-XLATE-COUNT TO MX-XLATE-COUNT
           WRITE HRMATCH-RPT-REC FROM MAT-XLATE-LINE
           MOVE WS-CHG-SENT-COUNT TO MC-SENT-COUNT
           MOVE WS-CHG-RESP-COUNT TO MC-RESP-COUNT
           MOVE WS-CHG-MATCHED-COUNT TO MC-MATCHED-COUNT
           MOVE WS-CHG-NOACK-COUNT TO MC-NOACK-COUNT
           MOVE WS-CHG-NOSENT-COUNT TO MC-NOSENT-COUNT
           WRITE HRMATCH-RPT-REC FROM MAT-CHG-TRAILER-LINE
           CLOSE HRMATCH-RPT
           IF WS-XREF-OPEN
               CLOSE CUST-XREF
           END-IF
           IF WS-NOACK-COUNT > ZERO
               OR WS-NOEXT-COUNT > ZERO
               OR WS-AGEDIFF-COUNT > ZERO
               OR WS-CHG-NOACK-COUNT > ZERO
               OR WS-CHG-NOSENT-COUNT > ZERO
               OR WS-CHG-OUT-OF-BALANCE
               DISPLAY "HRMATCH ROUND-TRIP OUT OF BALANCE - "
                   "SEE HRMATCH-RPT"
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM POST-RUN-LOG
           DISPLAY "HRMATCH RUN COMPLETE - "
               WS-MATCHED-COUNT " MATCHED, "
               WS-NOACK-COUNT " NOT ACKNOWLEDGED, "
               WS-NOEXT-COUNT " NOT EXTRACTED, "
               WS-AGEDIFF-COUNT " AGE DIFFERENCES, "
               WS-CHG-NOACK-COUNT " CHANGES NOT ACKNOWLEDGED".
       END PROGRAM HRMATCH.

      *                      three digits with an implied tenth
      *                      (050 = 5.0 percentage points); no card
      *                      falls back to 5.0.
      *   10-15-2026  MAINT  The history now carries a G record per
      *                      employer group beside each run's T
      *                      total (older records, with no type,
      *                      count as totals).  The report trends the
      *                      totals first, as before, then each group
      *                      found on the history in its own section
      *                      under the group's name off the
      *                      GROUP-TABLE, with its own run-over-run
      *                      and month-over-month deltas.  The runs
      *                      on history are counted off the totals.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMOTRND.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRRPT-STATUS.

           SELECT GROUP-TABLE
               ASSIGN TO "GROUP-TABLE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GROUP-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The records PROJCORE's WRITE-DEMOG-HIST appends per run: a
      * G record per employer group, then the T record for the run.
       FD  DEMOG-HIST
           LABEL RECORDS ARE STANDARD.
       01  DEMOG-HIST-REC.
           05  DH-PRJ-AVG          PIC 9(03).
           05  DH-CROSS-65         PIC 9(06).
           05  DH-PROCESSED        PIC 9(06).
           05  DH-REC-TYPE         PIC X(01).
           05  DH-GROUP-CODE       PIC X(04).

       FD  TREND-CARD
           LABEL RECORDS ARE STANDARD
           LABEL RECORDS ARE STANDARD.
       01  TREND-RPT-REC           PIC X(110).

      * The employer groups, read for the names on the group
      * sections.
       FD  GROUP-TABLE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  GROUP-TABLE-REC.
           05  GT-GROUP-CODE       PIC X(04).
           05  GT-GROUP-NAME       PIC X(30).
           05  GT-STATUS           PIC X(01).
           05  FILLER              PIC X(45).

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE              PIC 9(8).
       01  WS-THRESHOLD             PIC 9(2)V9 VALUE 5.0.
           05  WS-PMND-PRJ-PCT      OCCURS 3 PIC 9(3)V9.
           05  WS-PMND-CROSS        PIC 9(6).
           05  WS-PMND-MONTH        PIC 9(6).
       01  WS-SEL-SCOPE             PIC X(1).
       01  WS-SEL-GROUP             PIC X(4).
       01  WS-GROUP-NAME            PIC X(30).
       01  WS-TREND-GROUPS.
           05  WS-TG-CODE           PIC X(4) OCCURS 200.
       01  WS-GROUP-TBL.
           05  WS-GROUP-ENTRY       OCCURS 200.
               10  WS-GT-CODE       PIC X(4).
               10  WS-GT-NAME       PIC X(30).

       77  WS-BAND-IX               PIC 9(2) COMP.
       77  WS-TG-COUNT              PIC 9(3) COMP VALUE ZERO.
       77  WS-TG-IX                 PIC 9(3) COMP VALUE ZERO.
       77  WS-GROUP-COUNT           PIC 9(3) COMP VALUE ZERO.
       77  WS-GROUP-IX              PIC 9(3) COMP VALUE ZERO.

       77  WS-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-EOF                                VALUE 'Y'.
           88  WS-HAVE-PREV                           VALUE 'Y'.
       77  WS-HAVE-PMND-SW          PIC X(01) VALUE 'N'.
           88  WS-HAVE-PRIOR-MONTH                    VALUE 'Y'.
       77  WS-IN-SCOPE-SW           PIC X(01) VALUE 'N'.
           88  WS-IN-SCOPE                            VALUE 'Y'.
       77  WS-GROUP-EOF-SW          PIC X(01) VALUE 'N'.
           88  WS-GROUP-EOF                           VALUE 'Y'.
       77  WS-GROUP-FOUND-SW        PIC X(01) VALUE 'N'.
           88  WS-GROUP-FOUND                         VALUE 'Y'.

       77  WS-RUN-COUNT             PIC 9(6) COMP VALUE ZERO.
       77  WS-SCOPE-COUNT           PIC 9(6) COMP VALUE ZERO.
       77  WS-FLAG-COUNT            PIC 9(6) COMP VALUE ZERO.

       01  WS-DEMOG-STATUS          PIC XX.
       01  WS-TRCARD-STATUS         PIC XX.
       01  WS-TRRPT-STATUS          PIC XX.
       01  WS-GROUP-STATUS          PIC XX.

       01  TRD-HEADER-LINE.
           05  FILLER               PIC X(10) VALUE "RUN DATE: ".
           05  FILLER               PIC X(04) VALUE " PCT".
           05  FILLER               PIC X(36) VALUE SPACE.

       01  TRD-SCOPE-LINE.
           05  FILLER               PIC X(16) VALUE
                   "EMPLOYER GROUP: ".
           05  TS-GROUP-CODE        PIC X(04).
           05  FILLER               PIC X(03) VALUE " - ".
           05  TS-GROUP-NAME        PIC X(30).
           05  FILLER               PIC X(57) VALUE SPACE.

       01  TRD-COLHDR-LINE.
           05  FILLER               PIC X(13) VALUE SPACE.
           05  FILLER               PIC X(50) VALUE
       PROCEDURE DIVISION.
      * Run the code as performed paragraphs
           PERFORM INITIALIZE-RUN
           PERFORM COLLECT-GROUPS
           MOVE 'T' TO WS-SEL-SCOPE
           MOVE SPACE TO WS-SEL-GROUP
           PERFORM TREND-ONE-SCOPE
           PERFORM TREND-ONE-GROUP
               VARYING WS-TG-IX FROM 1 BY 1
               UNTIL WS-TG-IX > WS-TG-COUNT
           PERFORM FINISH-UP
           GOBACK.

      * Reads the threshold card and the group names, and opens the
      * report.  The history is opened once per pass.
       INITIALIZE-RUN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM READ-TREND-CARD
           SUBTRACT WS-THRESHOLD FROM ZERO GIVING WS-NEG-THRESHOLD
           PERFORM LOAD-GROUP-TABLE
           OPEN OUTPUT TREND-RPT
           MOVE WS-RUN-DATE TO TH-RUN-DATE
           MOVE WS-THRESHOLD TO TH-THRESHOLD
           WRITE TREND-RPT-REC FROM TRD-HEADER-LINE.

      * The group names for the section headings.  Without the table
      * the groups still trend, under their codes alone.
       LOAD-GROUP-TABLE.
           MOVE ZERO TO WS-GROUP-COUNT
           MOVE 'N' TO WS-GROUP-EOF-SW
           OPEN INPUT GROUP-TABLE
           IF WS-GROUP-STATUS = "00"
               PERFORM LOAD-ONE-GROUP UNTIL WS-GROUP-EOF
               CLOSE GROUP-TABLE
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
                   MOVE GT-GROUP-NAME TO WS-GT-NAME (WS-GROUP-COUNT)
               END-IF
           END-IF.

      * First pass of the history: lists every employer group that
      * has G records, in the order they first appear.
       COLLECT-GROUPS.
           MOVE ZERO TO WS-TG-COUNT
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT DEMOG-HIST
           IF WS-DEMOG-STATUS = "00"
               PERFORM COLLECT-ONE-RECORD UNTIL WS-EOF
               CLOSE DEMOG-HIST
           ELSE
               DISPLAY "DEMOTRND - CANNOT OPEN DEMOG-HIST, STATUS "
                   WS-DEMOG-STATUS
           END-IF.

      * One record of the group pass.
       COLLECT-ONE-RECORD.
           READ DEMOG-HIST
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF DH-REC-TYPE = 'G'
                       PERFORM NOTE-TREND-GROUP
                   END-IF
           END-READ.

      * Adds a G record's group to the list the first time it is
      * seen.
       NOTE-TREND-GROUP.
           MOVE 'N' TO WS-GROUP-FOUND-SW
           PERFORM FIND-TREND-GROUP
               VARYING WS-TG-IX FROM 1 BY 1
               UNTIL WS-TG-IX > WS-TG-COUNT
                  OR WS-GROUP-FOUND
           IF NOT WS-GROUP-FOUND
               IF WS-TG-COUNT < 200
                   ADD 1 TO WS-TG-COUNT
                   MOVE DH-GROUP-CODE TO WS-TG-CODE (WS-TG-COUNT)
               ELSE
                   DISPLAY "DEMOTRND - TOO MANY GROUPS, NOT TRENDED: "
                       DH-GROUP-CODE
               END-IF
           END-IF.

      * One step of the group-list search.
       FIND-TREND-GROUP.
           IF WS-TG-CODE (WS-TG-IX) = DH-GROUP-CODE
               SET WS-GROUP-FOUND TO TRUE
           END-IF.

      * One group's section of the report.
       TREND-ONE-GROUP.
           MOVE 'G' TO WS-SEL-SCOPE
           MOVE WS-TG-CODE (WS-TG-IX) TO WS-SEL-GROUP
           PERFORM TREND-ONE-SCOPE.

      * One section of the report -- the run totals, or one group --
      * from a pass of the history taking only that section's
      * records.  The last month is still open at the end of the
      * pass, so it is closed out the same way a month break would.
       TREND-ONE-SCOPE.
           MOVE 'N' TO WS-EOF-SW WS-HAVE-PREV-SW WS-HAVE-PMND-SW
           MOVE ZERO TO WS-CUR-MONTH WS-SCOPE-COUNT
           PERFORM WRITE-SCOPE-HEADING
           OPEN INPUT DEMOG-HIST
           IF WS-DEMOG-STATUS = "00"
               PERFORM PROCESS-HISTORY UNTIL WS-EOF
               CLOSE DEMOG-HIST
           END-IF
           IF WS-HAVE-PREV AND WS-HAVE-PRIOR-MONTH
               PERFORM WRITE-MONTH-SUMMARY
           END-IF
           IF WS-SCOPE-COUNT = ZERO
               WRITE TREND-RPT-REC FROM TRD-NONE-LINE
           END-IF.

      * The section caption and the column headings under it.
       WRITE-SCOPE-HEADING.
           IF WS-SEL-SCOPE = 'T'
               MOVE "ALL" TO TS-GROUP-CODE
               MOVE "ALL GROUPS" TO TS-GROUP-NAME
           ELSE
               MOVE WS-SEL-GROUP TO TS-GROUP-CODE
               PERFORM FIND-GROUP-NAME
               MOVE WS-GROUP-NAME TO TS-GROUP-NAME
           END-IF
           WRITE TREND-RPT-REC FROM TRD-SCOPE-LINE
           WRITE TREND-RPT-REC FROM TRD-COLHDR-LINE.

      * The section's group name off the group table, or a caption
      * saying why there is none.
       FIND-GROUP-NAME.
           MOVE 'N' TO WS-GROUP-FOUND-SW
           PERFORM FIND-ONE-GROUP
               VARYING WS-GROUP-IX FROM 1 BY 1
               UNTIL WS-GROUP-IX > WS-GROUP-COUNT
                  OR WS-GROUP-FOUND
           IF NOT WS-GROUP-FOUND
               IF WS-SEL-GROUP = SPACE
                   MOVE "NO GROUP ON FILE" TO WS-GROUP-NAME
               ELSE
                   MOVE "NOT ON GROUP TABLE" TO WS-GROUP-NAME
               END-IF
           END-IF.

      * One step of the group-name search.
       FIND-ONE-GROUP.
           IF WS-GT-CODE (WS-GROUP-IX) = WS-SEL-GROUP
               SET WS-GROUP-FOUND TO TRUE
               MOVE WS-GT-NAME (WS-GROUP-IX) TO WS-GROUP-NAME
           END-IF.

      * One card gives the flagging threshold in percentage points,
      * keyed with an implied tenth (050 = 5.0).
       READ-TREND-CARD.
           END-IF.

      * One pass of the main loop: one history record taken in run
      * order, if it belongs to the section being printed.  A change
      * of run month closes out the month just ended (its last record
      * stands as the month-end position) before the new month's
      * first run prints.
       PROCESS-HISTORY.
           READ DEMOG-HIST
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   PERFORM CHECK-SCOPE
                   IF WS-IN-SCOPE
                       ADD 1 TO WS-SCOPE-COUNT
                       IF WS-SEL-SCOPE = 'T'
                           ADD 1 TO WS-RUN-COUNT
                       END-IF
                       MOVE DH-RUN-DATE (1:6) TO WS-REC-MONTH
                       IF WS-REC-MONTH NOT = WS-CUR-MONTH
                           IF WS-CUR-MONTH NOT = ZERO
                               PERFORM MONTH-BREAK
                           END-IF
                           MOVE WS-REC-MONTH TO WS-CUR-MONTH
                       END-IF
                       PERFORM REPORT-ONE-RUN
                   END-IF
           END-READ.

      * A G record belongs to its own group's section; anything else
      * -- a T record, or one written before groups -- is a run
      * total.
       CHECK-SCOPE.
           MOVE 'N' TO WS-IN-SCOPE-SW
           IF DH-REC-TYPE = 'G'
               IF WS-SEL-SCOPE = 'G'
                   AND DH-GROUP-CODE = WS-SEL-GROUP
                   SET WS-IN-SCOPE TO TRUE
               END-IF
           ELSE
               IF WS-SEL-SCOPE = 'T'
                   SET WS-IN-SCOPE TO TRUE
               END-IF
           END-IF.

      * One run's band percentages on both bases, with the change
      * from the run before and a flag on any band that moved more
      * than the threshold.
           MOVE WS-PRV-PRJ-PCT (WS-BAND-IX)
               TO WS-PMND-PRJ-PCT (WS-BAND-IX).

      * A performed paragraph to end the program: the trailer, with
      * the runs counted off the run totals and the band moves
      * flagged across every section.
       FINISH-UP.
           MOVE WS-RUN-COUNT TO TT-RUN-COUNT
           MOVE WS-FLAG-COUNT TO TT-FLAG-COUNT
           WRITE TREND-RPT-REC FROM TRD-TRAILER-LINE
           CLOSE TREND-RPT
           DISPLAY "DEMOTRND TREND RUN COMPLETE - "
               WS-RUN-COUNT " RUNS READ, "
               WS-FLAG-COUNT " BAND MOVES FLAGGED".

      ******************************************************************
      * Author: Bob Reselman
      * Date: 10-15-2026
      * Purpose: The morning control sheet for the nightly cycle.
      *          Every job already proves itself out on its own --
      *          PROJCORE to its BALANCE-FILE, CUSTMNT on MAINT-RPT,
      *          HRMATCH with RETURN-CODE 8, SUSPMGMT on its aging
      *          report -- but nobody checked the hand-offs between
      *          them.  Each job now posts a control record to the
      *          shared RUN-LOG keyed by run date and run number; this
      *          lays one cycle out on a single page: which jobs
      *          posted, and every hand-off count side by side, so
      *          the shift lead signs off one sheet instead of five.
      *          Any leak ends the run with RETURN-CODE 8, the same
      *          out-of-balance convention the rest of the cycle uses;
      *          a job that never posted ends it with 4.
      * Tectonics: cobc
      *
      * Modification History
      *   10-15-2026  MAINT  New program.  The sheet covers RESEL-WORLD
      *                      run N (the run named on the CYCLE-CARD,
      *                      or the last run on RUN-CONTROL) and the
      *                      day before it: the prior run N-1, the
      *                      CUSTMNT runs that applied its NEWCUST-FEED
      *                      adds and the SUSPMGMT runs whose releases
      *                      went back in through RECYCLE-IN -- those
      *                      jobs post under the run that was last on
      *                      RUN-CONTROL when they ran.  CUSTMNT and
      *                      SUSPMGMT may run more than once a day, so
      *                      their postings add together; a day with
      *                      no suspense work need not run SUSPMGMT at
      *                      all, so its absence is not held against
      *                      the cycle.
      *   10-15-2026  MAINT  HRCHGFD, the HR change feed built from the
      *                      day's maintenance journal, gets a slot of
      *                      its own (run N-1, posted before tonight's
      *                      RESEL-WORLD run like the other day jobs).
      *                      Two new hand-offs tie every CUSTMNT
      *                      journal entry into the feed and every feed
      *                      row into HRMATCH's change match, and
      *                      HRMATCH's change discrepancies join its
      *                      extract ones.
      *   10-15-2026  MAINT  CUSTSCRN, the customer maintenance screen,
      *                      journals to the same MAINT-JRNL the deck
      *                      does, so its sessions get a summed,
      *                      optional slot (run N-1) and their journal
      *                      entries join CUSTMNT's on the left of the
      *                      HRCHGFD hand-off.
      *   10-15-2026  MAINT  Held deletes and birth-date changes now
      *                      reach MAINT-JRNL through the MNTAPPR
      *                      approval run, so it gets a summed,
      *                      optional slot (run N-1) and its journal
      *                      entries join the deck's and the screen's
      *                      on the left of the HRCHGFD hand-off.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCLECTL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CYCLE-CARD
               ASSIGN TO "CYCLE-CARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

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

           SELECT CYCLE-RPT
               ASSIGN TO "CYCLE-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Optional card naming the run to sign off; blank or missing
      * takes the last run on RUN-CONTROL.
       FD  CYCLE-CARD
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CYCLE-CARD-REC.
           05  CY-RUN-NO           PIC X(04).
           05  FILLER              PIC X(76).

      * The RESEL-WORLD run-control record, for the last run number.
       FD  RUN-CONTROL
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  RUN-CONTROL-REC.
           05  RC-LAST-RUN-NO      PIC 9(04).
           05  RC-LAST-RUN-DATE    PIC 9(08).
           05  FILLER              PIC X(68).

      * One job's control totals for one nightly cycle.  Each job
      * lays its own counts over the count area; here they are
      * taken as a plain list of twelve, in the posting job's order.
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
           05  RL-CY-COUNTS REDEFINES RL-COUNTS.
               10  RL-CY-COUNT     OCCURS 12 PIC 9(07).
           05  FILLER              PIC X(06).

       FD  CYCLE-RPT
           LABEL RECORDS ARE STANDARD.
       01  CYCLE-RPT-REC           PIC X(110).

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-NUMBER            PIC 9(4) VALUE ZERO.
       01  WS-PRIOR-RUN-NO          PIC 9(4) VALUE ZERO.

      * The postings the sheet needs, one slot each:
      *   1  RESELWLD  run N-1    2  CUSTMNT   run N-1
      *   3  SUSPMGMT  run N-1    4  RESELWLD  run N
      *   5  HRMATCH   run N      6  HRCHGFD   run N-1
      *   7  CUSTSCRN  run N-1    8  MNTAPPR   run N-1
      * A summed slot adds every posting for the run together; its
      * balance count (SUSPMGMT's items still open) is taken from
      * the latest posting instead.  Count positions follow each
      * job's own view of the count area.
       01  WS-SLOT-TABLE.
           05  WS-SLOT              OCCURS 8.
               10  WS-SL-JOB        PIC X(08).
               10  WS-SL-RUN-NO     PIC 9(04).
               10  WS-SL-SUM-SW     PIC X(01).
                   88  WS-SL-SUMMED                   VALUE 'Y'.
               10  WS-SL-REQUIRED-SW PIC X(01).
                   88  WS-SL-REQUIRED                 VALUE 'Y'.
               10  WS-SL-FOUND-SW   PIC X(01).
                   88  WS-SL-FOUND                    VALUE 'Y'.
               10  WS-SL-KEEP-IX    PIC 9(02) COMP.
               10  WS-SL-POSTINGS   PIC 9(04) COMP.
               10  WS-SL-POST-DATE  PIC 9(08).
               10  WS-SL-TIME       PIC 9(06).
               10  WS-SL-RC         PIC 9(04).
               10  WS-SL-COUNTS.
                   15  WS-SL-COUNT  OCCURS 12 PIC 9(07).

       77  WS-SLOT-IX               PIC 9(2) COMP.
       77  WS-COUNT-IX              PIC 9(2) COMP.

      * One hand-off, set up by the caller and printed by
      * WRITE-HAND-OFF.  Rule E: the two sides must agree; rule G:
      * the receiving side may take in more (other work rides the
      * same job) but never less.
       01  WS-HAND-OFF.
           05  WS-HO-LEFT-TEXT      PIC X(34).
           05  WS-HO-LEFT-CNT       PIC 9(07).
           05  WS-HO-RIGHT-TEXT     PIC X(34).
           05  WS-HO-RIGHT-CNT      PIC 9(07).
           05  WS-HO-RULE           PIC X(01).
               88  WS-HO-EQUAL                        VALUE 'E'.
               88  WS-HO-AT-LEAST                     VALUE 'G'.
           05  WS-HO-POSTED-SW      PIC X(01).
               88  WS-HO-POSTED                       VALUE 'Y'.

       77  WS-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-EOF                                VALUE 'Y'.
       77  WS-JOB-RC-SW             PIC X(01) VALUE 'N'.
           88  WS-JOB-RC-BAD                          VALUE 'Y'.

       77  WS-LOG-COUNT             PIC 9(6) COMP VALUE ZERO.
       77  WS-HANDOFF-COUNT         PIC 9(6) COMP VALUE ZERO.
       77  WS-LEAK-COUNT            PIC 9(6) COMP VALUE ZERO.
       77  WS-UNPOSTED-COUNT        PIC 9(6) COMP VALUE ZERO.

       01  WS-CARD-STATUS           PIC XX.
       01  WS-RUNCTL-STATUS         PIC XX.
       01  WS-RUNLOG-STATUS         PIC XX.
       01  WS-CYRPT-STATUS          PIC XX.

       01  CYC-HEADER-LINE.
           05  FILLER               PIC X(10) VALUE "RUN DATE: ".
           05  CH-RUN-DATE          PIC 9(8).
           05  FILLER               PIC X(05) VALUE SPACE.
           05  FILLER               PIC X(34) VALUE
                   "NIGHTLY OPERATIONS CONTROL SHEET".
           05  FILLER               PIC X(06) VALUE "  RUN ".
           05  CH-RUN-NO            PIC 9(4).
           05  FILLER               PIC X(08) VALUE "  PRIOR ".
           05  CH-PRIOR-RUN-NO      PIC 9(4).
           05  FILLER               PIC X(31) VALUE SPACE.

       01  CYC-SECTION-LINE.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  CS-TITLE             PIC X(40).
           05  FILLER               PIC X(68) VALUE SPACE.

       01  CYC-JOB-LINE.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  CJ-JOB               PIC X(08).
           05  FILLER               PIC X(06) VALUE "  RUN ".
           05  CJ-RUN-NO            PIC 9(4).
           05  FILLER               PIC X(09) VALUE "  POSTED ".
           05  CJ-POST-DATE         PIC 9(8).
           05  FILLER               PIC X(04) VALUE " AT ".
           05  CJ-TIME              PIC 9(6).
           05  FILLER               PIC X(10) VALUE "  TIMES: ".
           05  CJ-POSTINGS          PIC ZZ9.
           05  FILLER               PIC X(05) VALUE "  RC ".
           05  CJ-RC                PIC ZZZ9.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  CJ-STATUS            PIC X(10).
           05  FILLER               PIC X(29) VALUE SPACE.

       01  CYC-HANDOFF-LINE.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  CO-LEFT-TEXT         PIC X(34).
           05  CO-LEFT-CNT          PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(03) VALUE " : ".
           05  CO-RIGHT-TEXT        PIC X(34).
           05  CO-RIGHT-CNT         PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  CO-STATUS            PIC X(10).
           05  FILLER               PIC X(07) VALUE SPACE.

       01  CYC-TRAILER-LINE.
           05  FILLER               PIC X(20) VALUE
                   "HAND-OFFS CHECKED: ".
           05  CT-HANDOFF-COUNT     PIC ZZ9.
           05  FILLER               PIC X(10) VALUE "  LEAKS: ".
           05  CT-LEAK-COUNT        PIC ZZ9.
           05  FILLER               PIC X(20) VALUE
                   "  JOBS NOT POSTED: ".
           05  CT-UNPOSTED-COUNT    PIC ZZ9.
           05  FILLER               PIC X(18) VALUE
                   "  RETURN CODE: ".
           05  CT-RETURN-CODE       PIC 9.
           05  FILLER               PIC X(32) VALUE SPACE.

       01  CYC-SIGNOFF-LINE.
           05  FILLER               PIC X(22) VALUE
                   "SHIFT LEAD SIGN-OFF: ".
           05  FILLER               PIC X(30) VALUE ALL "_".
           05  FILLER               PIC X(08) VALUE "  DATE: ".
           05  FILLER               PIC X(10) VALUE ALL "_".
           05  FILLER               PIC X(40) VALUE SPACE.

       PROCEDURE DIVISION.
      * Run the code as performed paragraphs
           PERFORM INITIALIZE-RUN
           PERFORM PROCESS-RUN-LOG UNTIL WS-EOF
           PERFORM PRINT-JOBS
           PERFORM PRINT-HAND-OFFS
           PERFORM FINISH-UP
           GOBACK.

      * Works out which run to sign off, sets up the postings that
      * run needs, and opens the log and the sheet.
       INITIALIZE-RUN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM READ-CYCLE-CARD
           IF WS-RUN-NUMBER = ZERO
               PERFORM READ-RUN-CONTROL
           END-IF
           IF WS-RUN-NUMBER > 1
               SUBTRACT 1 FROM WS-RUN-NUMBER GIVING WS-PRIOR-RUN-NO
           END-IF
           PERFORM SET-UP-SLOTS
           OPEN OUTPUT CYCLE-RPT
           MOVE WS-RUN-DATE TO CH-RUN-DATE
           MOVE WS-RUN-NUMBER TO CH-RUN-NO
           MOVE WS-PRIOR-RUN-NO TO CH-PRIOR-RUN-NO
           WRITE CYCLE-RPT-REC FROM CYC-HEADER-LINE
           OPEN INPUT RUN-LOG
           IF WS-RUNLOG-STATUS NOT = "00"
               DISPLAY "CYCLECTL - CANNOT OPEN RUN-LOG, STATUS "
                   WS-RUNLOG-STATUS
               SET WS-EOF TO TRUE
           END-IF.

      * The run number off the card, when there is a card and it
      * carries one.
       READ-CYCLE-CARD.
           OPEN INPUT CYCLE-CARD
           IF WS-CARD-STATUS = "00"
               READ CYCLE-CARD
                   NOT AT END
                       IF CY-RUN-NO IS NUMERIC
                           MOVE CY-RUN-NO TO WS-RUN-NUMBER
                       END-IF
               END-READ
               CLOSE CYCLE-CARD
           END-IF.

      * The last run number RESEL-WORLD gave out.
       READ-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL
           IF WS-RUNCTL-STATUS = "00"
               READ RUN-CONTROL
                   NOT AT END
                       IF RC-LAST-RUN-NO IS NUMERIC
                           MOVE RC-LAST-RUN-NO TO WS-RUN-NUMBER
                       END-IF
               END-READ
               CLOSE RUN-CONTROL
           END-IF.

      * Names the eight postings the sheet ties together.  With no
      * prior run (the first run ever) the day-before postings
      * cannot exist, so they are not required.
       SET-UP-SLOTS.
           MOVE "RESELWLD" TO WS-SL-JOB (1)
           MOVE "CUSTMNT"  TO WS-SL-JOB (2)
           MOVE "SUSPMGMT" TO WS-SL-JOB (3)
           MOVE "RESELWLD" TO WS-SL-JOB (4)
           MOVE "HRMATCH"  TO WS-SL-JOB (5)
           MOVE "HRCHGFD"  TO WS-SL-JOB (6)
           MOVE "CUSTSCRN" TO WS-SL-JOB (7)
           MOVE "MNTAPPR"  TO WS-SL-JOB (8)
           PERFORM CLEAR-SLOT
               VARYING WS-SLOT-IX FROM 1 BY 1 UNTIL WS-SLOT-IX > 8
           MOVE WS-PRIOR-RUN-NO TO WS-SL-RUN-NO (1) WS-SL-RUN-NO (2)
                                   WS-SL-RUN-NO (3) WS-SL-RUN-NO (6)
                                   WS-SL-RUN-NO (7) WS-SL-RUN-NO (8)
           MOVE WS-RUN-NUMBER TO WS-SL-RUN-NO (4) WS-SL-RUN-NO (5)
           MOVE 'Y' TO WS-SL-SUM-SW (2) WS-SL-SUM-SW (3)
                       WS-SL-SUM-SW (7) WS-SL-SUM-SW (8)
           MOVE 5 TO WS-SL-KEEP-IX (3)
           MOVE 'N' TO WS-SL-REQUIRED-SW (3) WS-SL-REQUIRED-SW (7)
                       WS-SL-REQUIRED-SW (8)
           IF WS-PRIOR-RUN-NO = ZERO
               MOVE 'N' TO WS-SL-REQUIRED-SW (1) WS-SL-REQUIRED-SW (2)
                           WS-SL-REQUIRED-SW (6)
           END-IF.

      * One slot back to nothing posted.
       CLEAR-SLOT.
           MOVE ZERO TO WS-SL-RUN-NO (WS-SLOT-IX)
                        WS-SL-KEEP-IX (WS-SLOT-IX)
                        WS-SL-POSTINGS (WS-SLOT-IX)
                        WS-SL-POST-DATE (WS-SLOT-IX)
                        WS-SL-TIME (WS-SLOT-IX)
                        WS-SL-RC (WS-SLOT-IX)
           MOVE ZEROES TO WS-SL-COUNTS (WS-SLOT-IX)
           MOVE 'N' TO WS-SL-SUM-SW (WS-SLOT-IX)
                       WS-SL-FOUND-SW (WS-SLOT-IX)
           MOVE 'Y' TO WS-SL-REQUIRED-SW (WS-SLOT-IX).

      * One posting off the log, offered to every slot.  The log is
      * in run-date, run-number, job, time order, so the latest
      * posting for a slot is always the last one seen.
       PROCESS-RUN-LOG.
           READ RUN-LOG NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LOG-COUNT
                   PERFORM TAKE-POSTING
                       VARYING WS-SLOT-IX FROM 1 BY 1
                       UNTIL WS-SLOT-IX > 8
           END-READ.

      * Takes the posting into the slot when job and run match.  The
      * worst return code any posting carried is the slot's.
       TAKE-POSTING.
           IF RL-JOB-NAME = WS-SL-JOB (WS-SLOT-IX)
               AND RL-RUN-NO = WS-SL-RUN-NO (WS-SLOT-IX)
               AND WS-SL-RUN-NO (WS-SLOT-IX) NOT = ZERO
               IF WS-SL-SUMMED (WS-SLOT-IX)
                   PERFORM ADD-POSTING-COUNT
                       VARYING WS-COUNT-IX FROM 1 BY 1
                       UNTIL WS-COUNT-IX > 12
                   IF WS-SL-KEEP-IX (WS-SLOT-IX) NOT = ZERO
                       MOVE WS-SL-KEEP-IX (WS-SLOT-IX) TO WS-COUNT-IX
                       PERFORM KEEP-POSTING-COUNT
                   END-IF
               ELSE
                   PERFORM KEEP-POSTING-COUNT
                       VARYING WS-COUNT-IX FROM 1 BY 1
                       UNTIL WS-COUNT-IX > 12
               END-IF
               IF NOT WS-SL-FOUND (WS-SLOT-IX)
                   OR RL-RETURN-CODE > WS-SL-RC (WS-SLOT-IX)
                   MOVE RL-RETURN-CODE TO WS-SL-RC (WS-SLOT-IX)
               END-IF
               MOVE RL-POST-DATE TO WS-SL-POST-DATE (WS-SLOT-IX)
               MOVE RL-JOB-TIME TO WS-SL-TIME (WS-SLOT-IX)
               ADD 1 TO WS-SL-POSTINGS (WS-SLOT-IX)
               SET WS-SL-FOUND (WS-SLOT-IX) TO TRUE
           END-IF.

      * One count of a summed posting.
       ADD-POSTING-COUNT.
           IF RL-CY-COUNT (WS-COUNT-IX) IS NUMERIC
               ADD RL-CY-COUNT (WS-COUNT-IX)
                   TO WS-SL-COUNT (WS-SLOT-IX, WS-COUNT-IX)
           END-IF.

      * One count taken as posted.
       KEEP-POSTING-COUNT.
           IF RL-CY-COUNT (WS-COUNT-IX) IS NUMERIC
               MOVE RL-CY-COUNT (WS-COUNT-IX)
                   TO WS-SL-COUNT (WS-SLOT-IX, WS-COUNT-IX)
           ELSE
               MOVE ZERO TO WS-SL-COUNT (WS-SLOT-IX, WS-COUNT-IX)
           END-IF.

      * The jobs-posted section: one line per posting the sheet
      * needs, with the job's own return code.
       PRINT-JOBS.
           MOVE SPACE TO CYCLE-RPT-REC
           WRITE CYCLE-RPT-REC
           MOVE "JOBS POSTED" TO CS-TITLE
           WRITE CYCLE-RPT-REC FROM CYC-SECTION-LINE
           PERFORM PRINT-JOB-LINE
               VARYING WS-SLOT-IX FROM 1 BY 1 UNTIL WS-SLOT-IX > 8.

      * One job line.  A missing required posting counts against
      * the cycle; a missing optional one only reads NOT RUN.
       PRINT-JOB-LINE.
           MOVE WS-SL-JOB (WS-SLOT-IX) TO CJ-JOB
           MOVE WS-SL-RUN-NO (WS-SLOT-IX) TO CJ-RUN-NO
           MOVE WS-SL-POST-DATE (WS-SLOT-IX) TO CJ-POST-DATE
           MOVE WS-SL-TIME (WS-SLOT-IX) TO CJ-TIME
           MOVE WS-SL-POSTINGS (WS-SLOT-IX) TO CJ-POSTINGS
           MOVE WS-SL-RC (WS-SLOT-IX) TO CJ-RC
           IF WS-SL-FOUND (WS-SLOT-IX)
               IF WS-SL-RC (WS-SLOT-IX) = ZERO
                   MOVE "POSTED" TO CJ-STATUS
               ELSE
                   MOVE "POSTED RC" TO CJ-STATUS
                   SET WS-JOB-RC-BAD TO TRUE
               END-IF
           ELSE
               IF WS-SL-REQUIRED (WS-SLOT-IX)
                   MOVE "NOT POSTED" TO CJ-STATUS
                   ADD 1 TO WS-UNPOSTED-COUNT
               ELSE
                   MOVE "NOT RUN" TO CJ-STATUS
               END-IF
           END-IF
           WRITE CYCLE-RPT-REC FROM CYC-JOB-LINE.

      * The hand-offs section.  Each check names the job on both
      * sides; count positions are the posting jobs' own views:
      *   RESELWLD  1 input  2 recycle-in  3 processed  4 rejected
      *             5 recycle-out  6 suspended  7 NEWCUST adds
      *             8 extract rows  9 audit entries
      *   CUSTMNT   4 adds applied  6 entries journaled
      *   CUSTSCRN  6 entries journaled
      *   MNTAPPR   6 entries journaled
      *   HRMATCH   1 extract rows  4 no ack  5 no extract
      *             6 age differs  8 change rows  10 change no ack
      *             11 change ack not sent
      *   HRCHGFD   1 journal entries read  5 change rows written
      *   SUSPMGMT  2 released
       PRINT-HAND-OFFS.
           MOVE SPACE TO CYCLE-RPT-REC
           WRITE CYCLE-RPT-REC
           MOVE "HAND-OFFS" TO CS-TITLE
           WRITE CYCLE-RPT-REC FROM CYC-SECTION-LINE
      *    Yesterday's NEWCUST-FEED adds all applied by CUSTMNT.
           IF WS-PRIOR-RUN-NO NOT = ZERO
               MOVE "RESELWLD N-1 NEWCUST-FEED ADDS" TO WS-HO-LEFT-TEXT
               MOVE WS-SL-COUNT (1, 7) TO WS-HO-LEFT-CNT
               MOVE "CUSTMNT ADDS APPLIED" TO WS-HO-RIGHT-TEXT
               MOVE WS-SL-COUNT (2, 4) TO WS-HO-RIGHT-CNT
               MOVE 'G' TO WS-HO-RULE
               MOVE 'N' TO WS-HO-POSTED-SW
               IF WS-SL-FOUND (1) AND WS-SL-FOUND (2)
                   SET WS-HO-POSTED TO TRUE
               END-IF
               PERFORM WRITE-HAND-OFF
      *    Yesterday's recycles and releases all read back tonight.
               MOVE "RESELWLD N-1 RECYCLE-OUT+RELEASED"
                   TO WS-HO-LEFT-TEXT
               ADD WS-SL-COUNT (1, 5) WS-SL-COUNT (3, 2)
                   GIVING WS-HO-LEFT-CNT
               MOVE "RESELWLD N RECYCLE-IN READ" TO WS-HO-RIGHT-TEXT
               MOVE WS-SL-COUNT (4, 2) TO WS-HO-RIGHT-CNT
               MOVE 'E' TO WS-HO-RULE
               MOVE 'N' TO WS-HO-POSTED-SW
               IF WS-SL-FOUND (1) AND WS-SL-FOUND (4)
                   SET WS-HO-POSTED TO TRUE
               END-IF
               PERFORM WRITE-HAND-OFF
      *    Every journaled maintenance entry, deck, screen, or
      *    approval, reached the HR change feed.
               MOVE "CUSTMNT+SCRN+APPR N-1 JOURNALED"
                   TO WS-HO-LEFT-TEXT
               ADD WS-SL-COUNT (2, 6) WS-SL-COUNT (7, 6)
                   WS-SL-COUNT (8, 6)
                   GIVING WS-HO-LEFT-CNT
               MOVE "HRCHGFD JOURNAL ENTRIES READ" TO WS-HO-RIGHT-TEXT
               MOVE WS-SL-COUNT (6, 1) TO WS-HO-RIGHT-CNT
               MOVE 'E' TO WS-HO-RULE
               MOVE 'N' TO WS-HO-POSTED-SW
               IF (WS-SL-FOUND (2) OR WS-SL-FOUND (7)
                       OR WS-SL-FOUND (8))
                   AND WS-SL-FOUND (6)
                   SET WS-HO-POSTED TO TRUE
               END-IF
               PERFORM WRITE-HAND-OFF
      *    And every row of that feed is the one HRMATCH balanced.
               MOVE "HRCHGFD CHANGE ROWS WRITTEN" TO WS-HO-LEFT-TEXT
               MOVE WS-SL-COUNT (6, 5) TO WS-HO-LEFT-CNT
               MOVE "HRMATCH N CHANGE ROWS RECEIVED" TO WS-HO-RIGHT-TEXT
               MOVE WS-SL-COUNT (5, 8) TO WS-HO-RIGHT-CNT
               MOVE 'E' TO WS-HO-RULE
               MOVE 'N' TO WS-HO-POSTED-SW
               IF WS-SL-FOUND (6) AND WS-SL-FOUND (5)
                   SET WS-HO-POSTED TO TRUE
               END-IF
               PERFORM WRITE-HAND-OFF
           END-IF
      *    Tonight's run proves out inside itself.
           MOVE 'N' TO WS-HO-POSTED-SW
           IF WS-SL-FOUND (4)
               SET WS-HO-POSTED TO TRUE
           END-IF
           MOVE 'E' TO WS-HO-RULE
           MOVE "RESELWLD N RECORDS READ" TO WS-HO-LEFT-TEXT
           MOVE WS-SL-COUNT (4, 1) TO WS-HO-LEFT-CNT
           MOVE "PROCESSED + REJECTED" TO WS-HO-RIGHT-TEXT
           ADD WS-SL-COUNT (4, 3) WS-SL-COUNT (4, 4)
               GIVING WS-HO-RIGHT-CNT
           PERFORM WRITE-HAND-OFF
           MOVE "RESELWLD N REJECTED" TO WS-HO-LEFT-TEXT
           MOVE WS-SL-COUNT (4, 4) TO WS-HO-LEFT-CNT
           MOVE "RECYCLE-OUT + SUSPENDED" TO WS-HO-RIGHT-TEXT
           ADD WS-SL-COUNT (4, 5) WS-SL-COUNT (4, 6)
               GIVING WS-HO-RIGHT-CNT
           PERFORM WRITE-HAND-OFF
           MOVE "RESELWLD N PROCESSED" TO WS-HO-LEFT-TEXT
           MOVE WS-SL-COUNT (4, 3) TO WS-HO-LEFT-CNT
           MOVE "HR-EXTRACT EMPLOYEE ROWS" TO WS-HO-RIGHT-TEXT
           MOVE WS-SL-COUNT (4, 8) TO WS-HO-RIGHT-CNT
           PERFORM WRITE-HAND-OFF
           MOVE "RESELWLD N PROCESSED" TO WS-HO-LEFT-TEXT
           MOVE WS-SL-COUNT (4, 3) TO WS-HO-LEFT-CNT
           MOVE "AUDIT-TRAIL ENTRIES" TO WS-HO-RIGHT-TEXT
           MOVE WS-SL-COUNT (4, 9) TO WS-HO-RIGHT-CNT
           PERFORM WRITE-HAND-OFF
      *    Tonight's extract is the one HRMATCH balanced.
           MOVE "RESELWLD N HR-EXTRACT ROWS" TO WS-HO-LEFT-TEXT
           MOVE WS-SL-COUNT (4, 8) TO WS-HO-LEFT-CNT
           MOVE "HRMATCH EXTRACT ROWS MATCHED" TO WS-HO-RIGHT-TEXT
           MOVE WS-SL-COUNT (5, 1) TO WS-HO-RIGHT-CNT
           MOVE 'N' TO WS-HO-POSTED-SW
           IF WS-SL-FOUND (4) AND WS-SL-FOUND (5)
               SET WS-HO-POSTED TO TRUE
           END-IF
           PERFORM WRITE-HAND-OFF
           MOVE "HRMATCH N DISCREPANCIES" TO WS-HO-LEFT-TEXT
           ADD WS-SL-COUNT (5, 4) WS-SL-COUNT (5, 5) WS-SL-COUNT (5, 6)
               WS-SL-COUNT (5, 10) WS-SL-COUNT (5, 11)
               GIVING WS-HO-LEFT-CNT
           MOVE "EXPECTED" TO WS-HO-RIGHT-TEXT
           MOVE ZERO TO WS-HO-RIGHT-CNT
           MOVE 'N' TO WS-HO-POSTED-SW
           IF WS-SL-FOUND (5)
               SET WS-HO-POSTED TO TRUE
           END-IF
           PERFORM WRITE-HAND-OFF.

      * Prints one hand-off side by side and judges it.  A side that
      * never posted cannot leak; the job line already shows it.
       WRITE-HAND-OFF.
           ADD 1 TO WS-HANDOFF-COUNT
           MOVE WS-HO-LEFT-TEXT TO CO-LEFT-TEXT
           MOVE WS-HO-LEFT-CNT TO CO-LEFT-CNT
           MOVE WS-HO-RIGHT-TEXT TO CO-RIGHT-TEXT
           MOVE WS-HO-RIGHT-CNT TO CO-RIGHT-CNT
           IF NOT WS-HO-POSTED
               MOVE "NOT POSTED" TO CO-STATUS
           ELSE
               MOVE "OK" TO CO-STATUS
               IF WS-HO-EQUAL
                   AND WS-HO-RIGHT-CNT NOT = WS-HO-LEFT-CNT
                   MOVE "LEAK" TO CO-STATUS
                   ADD 1 TO WS-LEAK-COUNT
               END-IF
               IF WS-HO-AT-LEAST
                   AND WS-HO-RIGHT-CNT < WS-HO-LEFT-CNT
                   MOVE "LEAK" TO CO-STATUS
                   ADD 1 TO WS-LEAK-COUNT
               END-IF
           END-IF
           WRITE CYCLE-RPT-REC FROM CYC-HANDOFF-LINE.

      * A performed paragraph to end the program: the totals, the
      * return code, and the line the shift lead signs.
       FINISH-UP.
           IF WS-RUNLOG-STATUS = "00" OR = "10"
               CLOSE RUN-LOG
           END-IF
           MOVE ZERO TO RETURN-CODE
           IF WS-UNPOSTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-LEAK-COUNT > ZERO OR WS-JOB-RC-BAD
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE WS-HANDOFF-COUNT TO CT-HANDOFF-COUNT
           MOVE WS-LEAK-COUNT TO CT-LEAK-COUNT
           MOVE WS-UNPOSTED-COUNT TO CT-UNPOSTED-COUNT
           MOVE RETURN-CODE TO CT-RETURN-CODE
           MOVE SPACE TO CYCLE-RPT-REC
           WRITE CYCLE-RPT-REC
           WRITE CYCLE-RPT-REC FROM CYC-TRAILER-LINE
           MOVE SPACE TO CYCLE-RPT-REC
           WRITE CYCLE-RPT-REC
           WRITE CYCLE-RPT-REC FROM CYC-SIGNOFF-LINE
           CLOSE CYCLE-RPT
           IF WS-LEAK-COUNT > ZERO OR WS-JOB-RC-BAD
               DISPLAY "CYCLECTL - CYCLE OUT OF BALANCE - "
                   "SEE CYCLE-RPT"
           END-IF
           DISPLAY "CYCLECTL RUN COMPLETE - "
               WS-LOG-COUNT " POSTINGS READ, "
               WS-HANDOFF-COUNT " HAND-OFFS, "
               WS-LEAK-COUNT " LEAKS, "
               WS-UNPOSTED-COUNT " NOT POSTED".
       END PROGRAM CYCLECTL.

      *                      groups open items by reject reason with
      *                      under-30/30-59/60-89/90+ day buckets,
      *                      the buckets the inactivity report uses.
      *   10-15-2026  MAINT  Each run posts its control totals --
      *                      transactions read, items released, written
      *                      off, rejected, and still open -- to the
      *                      shared RUN-LOG under the last RESEL-WORLD
      *                      run on the RUN-CONTROL record, so the
      *                      CYCLECTL control sheet can prove every
      *                      released item re-entered the next run
      *                      through RECYCLE-IN.  SUSPENSE-MST carries
      *                      the run number that opened each item.
      *   10-15-2026  MAINT  A released item goes back with the
      *                      employer group code it was suspended
      *                      under.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPMGMT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SMRPT-STATUS.

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
      * The suspense master as PROJCORE writes it: status O = open,
           05  SM-IN-DATE          PIC 9(08).
           05  SM-RES-DATE         PIC 9(08).
           05  SM-RES-REASON       PIC X(30).
           05  SM-RUN-NO           PIC 9(04).
           05  SM-GROUP-CODE       PIC X(04).

       FD  SUSP-TRANS
           LABEL RECORDS ARE STANDARD
           05  RI-SUFFIX           PIC a(10).
           05  RI-BIRTH-DATE       PIC 9(08).
           05  RI-CYCLE-COUNT      PIC 9(02).
           05  RI-GROUP-CODE       PIC X(04).

       FD  SUSPMGMT-RPT
           LABEL RECORDS ARE STANDARD.
       01  SUSPMGMT-RPT-REC        PIC X(110).

      * The RESEL-WORLD run-control record, read for the last run
      * number and date so this run's control totals post against
      * the cycle its releases feed back into.
       FD  RUN-CONTROL
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  RUN-CONTROL-REC.
           05  RC-LAST-RUN-NO      PIC 9(04).
           05  RC-LAST-RUN-DATE    PIC 9(08).
           05  FILLER              PIC X(68).

      * One job's control totals for one nightly cycle on the shared
      * run log CYCLECTL reads; this is the suspense view of the
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
           05  RL-SM-COUNTS REDEFINES RL-COUNTS.
               10  RL-SM-READ      PIC 9(07).
               10  RL-SM-RELEASED  PIC 9(07).
               10  RL-SM-WRITTEN-OFF PIC 9(07).
               10  RL-SM-REJECTED  PIC 9(07).
               10  RL-SM-OPEN      PIC 9(07).
               10  FILLER          PIC X(49).
           05  FILLER              PIC X(06).

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-TIME              PIC 9(8).
       01  WS-CYCLE-RUN-NO          PIC 9(4) VALUE ZERO.
       01  WS-CYCLE-RUN-DATE        PIC 9(8) VALUE ZERO.
       01  WS-RUN-INT               PIC 9(8).
       01  WS-IN-INT                PIC 9(8).
       01  WS-DAYS-IN               PIC 9(5).
       01  WS-TRANS-STATUS          PIC XX.
       01  WS-RECYCLIN-STATUS       PIC XX.
       01  WS-SMRPT-STATUS          PIC XX.
       01  WS-RUNCTL-STATUS         PIC XX.
       01  WS-RUNLOG-STATUS         PIC XX.

       01  SMG-HEADER-LINE.
           05  FILLER               PIC X(10) VALUE "RUN DATE: ".
      * file a release lands on, and the report.
       INITIALIZE-RUN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) TO WS-RUN-INT
           MOVE ZEROES TO WS-REASON-TABLE
           OPEN OUTPUT SUSPMGMT-RPT
                   MOVE SM-SUFFIX TO RI-SUFFIX
                   MOVE SM-BIRTH-DATE TO RI-BIRTH-DATE
                   MOVE ZERO TO RI-CYCLE-COUNT
                   MOVE SM-GROUP-CODE TO RI-GROUP-CODE
                   WRITE RECYCLE-IN-REC
                   ADD 1 TO WS-RELEASED-COUNT
               END-IF
           MOVE WS-RT-BUCKET (WS-REASON-IX WS-BUCKET-RPT-IX)
               TO SA-BUCKET (WS-BUCKET-RPT-IX).

      * Picks up the last run number and date RESEL-WORLD gave out --
      * the cycle whose suspense items this run resolves.  No
      * run-control record posts under run zero, which the control
      * sheet skips.
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
               MOVE "SUSPMGMT" TO RL-JOB-NAME
               MOVE WS-RUN-TIME (1:6) TO RL-JOB-TIME
               MOVE WS-RUN-DATE TO RL-POST-DATE
               MOVE ZERO TO RL-RETURN-CODE
               MOVE WS-TRANS-COUNT TO RL-SM-READ
               MOVE WS-RELEASED-COUNT TO RL-SM-RELEASED
               MOVE WS-WRITEOFF-COUNT TO RL-SM-WRITTEN-OFF
               MOVE WS-REJECTED-COUNT TO RL-SM-REJECTED
               MOVE WS-OPEN-COUNT TO RL-SM-OPEN
               WRITE RUN-LOG-REC
                   INVALID KEY
                       REWRITE RUN-LOG-REC
               END-WRITE
               CLOSE RUN-LOG
           ELSE
               DISPLAY "SUSPMGMT - CANNOT OPEN RUN-LOG, STATUS "
                   WS-RUNLOG-STATUS
           END-IF.

      * A performed paragraph to end the program
       FINISH-UP.
           MOVE WS-RELEASED-COUNT TO ST-RELEASED-COUNT
           IF WS-SUSPMST-OPEN
               CLOSE SUSPENSE-MST
           END-IF
           PERFORM READ-RUN-CONTROL
           PERFORM POST-RUN-LOG
           DISPLAY "SUSPMGMT RUN COMPLETE - "
               WS-RELEASED-COUNT " RELEASED, "
               WS-WRITEOFF-COUNT " WRITTEN OFF, "

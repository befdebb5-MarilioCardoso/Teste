      *                      MNTBKOUT which file an entry undoes.  A
      *                      bad dependent deck is now as recoverable
      *                      as a bad customer deck.
      *   10-15-2026  MAINT  Each run posts its control totals --
      *                      transactions read, applied, rejected,
      *                      adds applied and rejected, and journal
      *                      entries written -- to the shared RUN-LOG
      *                      under the last RESEL-WORLD run on the
      *                      RUN-CONTROL record, so the CYCLECTL
      *                      control sheet can tie the adds applied to
      *                      the NEWCUST-FEED adds that run wrote.
      *   10-15-2026  MAINT  A G keyed with a customer number no longer
      *                      on the master still deletes the dependent
      *                      (journaled as usual), so the orphans the
      *                      INTEGCHK sweep finds can be cleared with
      *                      the G transactions it writes.
      *   10-15-2026  MAINT  New M (merge) transaction folds a
      *                      duplicate customer number into the
      *                      survivor keyed in the new MT-SURVIVOR-ID
      *                      column: the retired number's dependents
      *                      move to the survivor's family under its
      *                      next free sequences, the retired master
      *                      record is deleted, and a retired-to-
      *                      survivor record goes on the new CUST-XREF
      *                      file for the inquiries and HRMATCH.  Every
      *                      step is journaled (M on both file types)
      *                      so MNTBKOUT can put the number back.
      *   10-15-2026  MAINT  The edit, apply, merge, dependent,
      *                      journal, and numbering logic moved to the
      *                      new MNTCORE engine, which the CUSTSCRN
      *                      maintenance screen CALLs as well; this
      *                      program is now the batch front end that
      *                      feeds it the deck and prints the register.
      *                      A dependent add must now carry SP, CH, or
      *                      OT, and a change may only recode to one.
      *   10-15-2026  MAINT  Each transaction now carries the keying
      *                      operator's ID in the new MT-OPERATOR-ID
      *                      column.  Deletes (D/G) and birth-date
      *                      changes (C/F) come back from the engine
      *                      held on PENDING-APPR for MNTAPPR approval;
      *                      the register shows them HELD with their
      *                      pending key, the trailer counts them, and
      *                      the held count posts to RUN-LOG.
      *   10-15-2026  MAINT  Each transaction now carries the employer
      *                      group code in the new MT-GROUP-CODE
      *                      column, edited by the engine against
      *                      GROUP-TABLE (required on an add, blank on
      *                      a change to keep the group on file).  The
      *                      register shows the group keyed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMNT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNTRPT-STATUS.

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
           05  MT-TRANS-CODE       PIC X(01).
           05  MT-DEP-SEQ          PIC X(02).
           05  MT-REL-CODE         PIC X(02).
           05  MT-SURVIVOR-ID      PIC X(07).
           05  MT-OPERATOR-ID      PIC X(08).
           05  MT-GROUP-CODE       PIC X(04).

       FD  MAINT-RPT
           LABEL RECORDS ARE STANDARD.
       01  MAINT-RPT-REC           PIC X(110).

      * The RESEL-WORLD run-control record, read for the last run
      * number and date so this run's control totals post against
      * the cycle whose add feed it applies.
       FD  RUN-CONTROL
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  RUN-CONTROL-REC.
           05  RC-LAST-RUN-NO      PIC 9(04).
           05  RC-LAST-RUN-DATE    PIC 9(08).
           05  FILLER              PIC X(68).

      * One job's control totals for one nightly cycle on the shared
      * run log CYCLECTL reads; this is the maintenance view of the
      * count area.  Each run posts under its own run time.
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
           05  RL-CM-COUNTS REDEFINES RL-COUNTS.
               10  RL-CM-READ      PIC 9(07).
               10  RL-CM-APPLIED   PIC 9(07).
               10  RL-CM-REJECTED  PIC 9(07).
               10  RL-CM-ADDS      PIC 9(07).
               10  RL-CM-ADD-REJECTS PIC 9(07).
               10  RL-CM-JOURNALED PIC 9(07).
               10  RL-CM-HELD      PIC 9(07).
               10  FILLER          PIC X(35).
           05  FILLER              PIC X(06).

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY          PIC 9(4).
           05  WS-RUN-MMDD          PIC 9(4).
       01  WS-RUN-TIME              PIC 9(8).
       01  WS-CYCLE-RUN-NO          PIC 9(4) VALUE ZERO.
       01  WS-CYCLE-RUN-DATE        PIC 9(8) VALUE ZERO.

       77  WS-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-EOF                                VALUE 'Y'.

       77  WS-TRANS-COUNT           PIC 9(6) COMP VALUE ZERO.
       77  WS-APPLIED-COUNT         PIC 9(6) COMP VALUE ZERO.
       77  WS-REJECT-COUNT          PIC 9(6) COMP VALUE ZERO.
       77  WS-ADD-COUNT             PIC 9(6) COMP VALUE ZERO.
       77  WS-ADD-REJECT-COUNT      PIC 9(6) COMP VALUE ZERO.
       77  WS-HELD-COUNT            PIC 9(6) COMP VALUE ZERO.

       01  WS-TRANS-STATUS          PIC XX.
       01  WS-MNTRPT-STATUS         PIC XX.
       01  WS-RUNCTL-STATUS         PIC XX.
       01  WS-RUNLOG-STATUS         PIC XX.

      * The maintenance engine's communication area.
       COPY MNTCOMM.

       01  REG-HEADER-LINE.
           05  FILLER               PIC X(10) VALUE "RUN DATE: ".
                   "CUSTOMER MASTER MAINTENANCE REGISTER".
           05  FILLER               PIC X(12) VALUE "  RUN TIME: ".
           05  RG-RUN-TIME          PIC 9(6).
           05  FILLER               PIC X(33) VALUE SPACE.

       01  REG-DETAIL-LINE.
           05  RG-TRANS-CODE        PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RG-LAST-NAME         PIC a(20).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RG-GROUP-CODE        PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RG-BIRTH-DATE        PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  RG-ACTION            PIC X(08).
           05  RG-APPLIED-COUNT     PIC ZZZ,ZZ9.
           05  FILLER               PIC X(12) VALUE "  REJECTED: ".
           05  RG-REJECT-COUNT      PIC ZZZ,ZZ9.
           05  FILLER               PIC X(08) VALUE "  HELD: ".
           05  RG-HELD-COUNT        PIC ZZZ,ZZ9.
           05  FILLER               PIC X(42) VALUE SPACE.

       PROCEDURE DIVISION.
      * Run the code as performed paragraphs
           PERFORM FINISH-UP
           GOBACK.

      * Opens the transaction deck and the register print file, and
      * has the maintenance engine open the masters and the dated
      * journal.  No master or no journal means no safety net, so the
      * run refuses to touch anything rather than maintain the master
      * unjournaled.
       INITIALIZE-RUN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN INPUT MAINT-TRANS
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "CUSTMNT - CANNOT OPEN MAINT-TRANS, STATUS "
               SET WS-EOF TO TRUE
           END-IF
           OPEN OUTPUT MAINT-RPT
           MOVE 'I' TO MC-FUNCTION
           MOVE WS-RUN-DATE TO MC-RUN-DATE
           MOVE WS-RUN-TIME (1:6) TO MC-RUN-TIME
           CALL "MNTCORE" USING MNT-COMM
           IF NOT MC-FILES-OPEN
               DISPLAY "CUSTMNT - MASTER OR JOURNAL NOT OPEN - "
                   "RUN STOPPED"
               SET WS-EOF TO TRUE
           END-IF
           PERFORM WRITE-REG-HEADER.

      * One pass of the main loop: get a transaction, have the engine
      * edit, apply, and journal it (or hold it for approval), and log
      * it on the register.
       PROCESS-TRANSACTIONS.
           PERFORM READ-MAINT-TRANS
           IF NOT WS-EOF
               MOVE MAINT-TRANS-REC TO MC-TRANS
               MOVE 'P' TO MC-FUNCTION
               CALL "MNTCORE" USING MNT-COMM
               IF MC-REJECTED
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   IF MC-HELD
                       ADD 1 TO WS-HELD-COUNT
                   ELSE
                       ADD 1 TO WS-APPLIED-COUNT
                   END-IF
               END-IF
               IF MT-TRANS-CODE = 'A'
                   IF MC-REJECTED
                       ADD 1 TO WS-ADD-REJECT-COUNT
                   ELSE
                       ADD 1 TO WS-ADD-COUNT
                   END-IF
               END-IF
               PERFORM WRITE-REGISTER
           END-IF.
                   ADD 1 TO WS-TRANS-COUNT
           END-READ.

      * Writes the register line saying what happened to this
      * transaction.  A held one shows the PENDING-APPR key the
      * checker keys on the MNTAPPR decision card.
       WRITE-REGISTER.
           MOVE SPACE TO REG-DETAIL-LINE
           MOVE MT-TRANS-CODE TO RG-TRANS-CODE
           MOVE MC-ASSIGNED-ID TO RG-CUST-ID
           MOVE MT-FIRST-NAME TO RG-FIRST-NAME
           MOVE MT-LAST-NAME TO RG-LAST-NAME
           MOVE MT-GROUP-CODE TO RG-GROUP-CODE
           MOVE MT-BIRTH-DATE TO RG-BIRTH-DATE
           IF MC-REJECTED
               MOVE "REJECTED" TO RG-ACTION
               MOVE MC-REJECT-REASON TO RG-REASON
           ELSE
               IF MC-HELD
                   MOVE "HELD" TO RG-ACTION
                   STRING
                       "PENDING " DELIMITED BY SIZE
                       MC-HOLD-DATE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       MC-HOLD-TIME DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       MC-HOLD-SEQ DELIMITED BY SIZE
                       INTO RG-REASON
                   END-STRING
               ELSE
                   MOVE "APPLIED" TO RG-ACTION
                   IF MT-TRANS-CODE = 'M'
                       STRING
                           "MERGED INTO " DELIMITED BY SIZE
                           MT-SURVIVOR-ID DELIMITED BY SIZE
                           INTO RG-REASON
                       END-STRING
                   END-IF
               END-IF
           END-IF
           WRITE MAINT-RPT-REC FROM REG-DETAIL-LINE.

           MOVE WS-RUN-TIME (1:6) TO RG-RUN-TIME
           WRITE MAINT-RPT-REC FROM REG-HEADER-LINE.

      * Trailer line giving the operator the applied/rejected/held
      * counts.
       WRITE-REG-TRAILER.
           MOVE WS-APPLIED-COUNT TO RG-APPLIED-COUNT
           MOVE WS-REJECT-COUNT TO RG-REJECT-COUNT
           MOVE WS-HELD-COUNT TO RG-HELD-COUNT
           WRITE MAINT-RPT-REC FROM REG-TRAILER-LINE.

      * Picks up the last run number and date RESEL-WORLD gave out --
      * the cycle whose add feed this run applies.  No run-control
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

      * Posts this run's control totals to the shared run log under
      * the cycle's run date and number and this run's own time, so
      * two maintenance runs the same morning each keep a record and
      * the control sheet adds them together.  A missing log is
      * created on a first-ever run.
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
               MOVE "CUSTMNT" TO RL-JOB-NAME
               MOVE WS-RUN-TIME (1:6) TO RL-JOB-TIME
               MOVE WS-RUN-DATE TO RL-POST-DATE
               MOVE ZERO TO RL-RETURN-CODE
               MOVE WS-TRANS-COUNT TO RL-CM-READ
               MOVE WS-APPLIED-COUNT TO RL-CM-APPLIED
               MOVE WS-REJECT-COUNT TO RL-CM-REJECTED
               MOVE WS-ADD-COUNT TO RL-CM-ADDS
               MOVE WS-ADD-REJECT-COUNT TO RL-CM-ADD-REJECTS
               MOVE MC-JRNL-COUNT TO RL-CM-JOURNALED
               MOVE WS-HELD-COUNT TO RL-CM-HELD
               WRITE RUN-LOG-REC
                   INVALID KEY
                       REWRITE RUN-LOG-REC
               END-WRITE
               CLOSE RUN-LOG
           ELSE
               DISPLAY "CUSTMNT - CANNOT OPEN RUN-LOG, STATUS "
                   WS-RUNLOG-STATUS
           END-IF.

      * A performed paragraph to end the program
       FINISH-UP.
           PERFORM WRITE-REG-TRAILER
           IF WS-TRANS-STATUS = "00" OR = "10"
               CLOSE MAINT-TRANS
           END-IF
           MOVE 'F' TO MC-FUNCTION
           CALL "MNTCORE" USING MNT-COMM
           PERFORM READ-RUN-CONTROL
           PERFORM POST-RUN-LOG
           DISPLAY "CUSTMNT MAINTENANCE RUN COMPLETE - "
               WS-APPLIED-COUNT " APPLIED, "
               WS-REJECT-COUNT " REJECTED, "
               WS-HELD-COUNT " HELD, "
               MC-MERGE-COUNT " MERGED, RUN TIME "
               WS-RUN-TIME (1:6).
       END PROGRAM CUSTMNT.

      ******************************************************************
      * Author: Bob Reselman
      * Date: 10-15-2026
      * Purpose: One-time conversion of CUSTOMER-MASTER to the layout
      *          that carries the employer group code.  Reads the
      *          master as it stood before the group code was added
      *          (renamed CUSTOMER-MASTER-OLD for the run) and writes
      *          every customer to a new CUSTOMER-MASTER under the
      *          default group named on the GRPLOAD-CARD, so each
      *          sponsor's people can then be moved to their own group
      *          with ordinary CUSTMNT change transactions.  The
      *          suspense master is carried across in the same run,
      *          from SUSPENSE-MST-OLD to a new SUSPENSE-MST, since it
      *          gained the group code and the opening run number.
      * Tectonics: cobc
      *
      * Usage: Run once, with RESEL-WORLD, CUSTMNT, and SUSPMGMT
      *        quiet, after renaming the old master to
      *        CUSTOMER-MASTER-OLD and the old suspense master to
      *        SUSPENSE-MST-OLD, and before any program built on the
      *        new layouts opens either.  Both new files are rebuilt
      *        from scratch every time, so a rerun from the same old
      *        files is always safe and gives the same result.
      *
      * Modification History
      *   10-15-2026  MAINT  New program.  The default group is keyed
      *                      in columns 1-4 of the GRPLOAD-CARD and
      *                      must be an active group on the GROUP-TABLE;
      *                      a blank card (or none) converts everyone
      *                      with no group, for CUSTMNT to assign.  A
      *                      default group that is not on the table,
      *                      or is inactive, ends the run with
      *                      RETURN-CODE 8 and nothing converted.
      *   10-15-2026  MAINT  Also converts the suspense master: each
      *                      item off SUSPENSE-MST-OLD is written to
      *                      the new SUSPENSE-MST with run number zero
      *                      and the default group.  No old suspense
      *                      master just means nothing to carry over.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRPLOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRPLOAD-CARD
               ASSIGN TO "GRPLOAD-CARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

           SELECT GROUP-TABLE
               ASSIGN TO "GROUP-TABLE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GROUP-STATUS.

           SELECT OLD-MASTER
               ASSIGN TO "CUSTOMER-MASTER-OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OM-CUST-ID
               ALTERNATE RECORD KEY IS OM-NAME-KEY WITH DUPLICATES
               FILE STATUS IS WS-OLDMST-STATUS.

           SELECT CUSTOMER-MASTER
               ASSIGN TO "CUSTOMER-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUST-ID
               ALTERNATE RECORD KEY IS CM-NAME-KEY WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT OLD-SUSPENSE
               ASSIGN TO "SUSPENSE-MST-OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OS-SUSP-ID
               FILE STATUS IS WS-OLDSUSP-STATUS.

           SELECT SUSPENSE-MST
               ASSIGN TO "SUSPENSE-MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-SUSP-ID
               FILE STATUS IS WS-SUSPMST-STATUS.

           SELECT GRPLOAD-RPT
               ASSIGN TO "GRPLOAD-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRPLOAD-CARD
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  GRPLOAD-CARD-REC.
           05  GC-GROUP-CODE       PIC X(04).
           05  FILLER              PIC X(76).

      * The employer groups, one card each: code, sponsor name, and
      * A(ctive) or I(nactive).
       FD  GROUP-TABLE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  GROUP-TABLE-REC.
           05  GT-GROUP-CODE       PIC X(04).
           05  GT-GROUP-NAME       PIC X(30).
           05  GT-STATUS           PIC X(01).
           05  FILLER              PIC X(45).

      * The master as it stood before the group code was added.
       FD  OLD-MASTER
           LABEL RECORDS ARE STANDARD.
       01  OLD-MASTER-REC.
           05  OM-CUST-ID          PIC 9(07).
           05  OM-NAME-KEY         PIC a(70).
           05  OM-BIRTH-DATE       PIC 9(08).

       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD.
       01  CUSTOMER-MASTER-REC.
           05  CM-CUST-ID          PIC 9(07).
           05  CM-NAME-KEY         PIC a(70).
           05  CM-BIRTH-DATE       PIC 9(08).
           05  CM-GROUP-CODE       PIC X(04).

      * The suspense master as it stood before the opening run
      * number and the group code were added.
       FD  OLD-SUSPENSE
           LABEL RECORDS ARE STANDARD.
       01  OLD-SUSPENSE-REC.
           05  OS-SUSP-ID          PIC 9(07).
           05  OS-STATUS           PIC X(01).
           05  OS-NAME.
               10  OS-FIRST-NAME   PIC a(20).
               10  OS-MIDDLE-NAME  PIC a(20).
               10  OS-LAST-NAME    PIC a(20).
               10  OS-SUFFIX       PIC a(10).
           05  OS-BIRTH-DATE       PIC 9(08).
           05  OS-CYCLE-COUNT      PIC 9(02).
           05  OS-REASON           PIC X(30).
           05  OS-IN-DATE          PIC 9(08).
           05  OS-RES-DATE         PIC 9(08).
           05  OS-RES-REASON       PIC X(30).

      * The suspense master as PROJCORE writes it: status O = open,
      * R = re-released, W = written off.
       FD  SUSPENSE-MST
           LABEL RECORDS ARE STANDARD.
       01  SUSPENSE-MST-REC.
           05  SM-SUSP-ID          PIC 9(07).
           05  SM-STATUS           PIC X(01).
           05  SM-FIRST-NAME       PIC a(20).
           05  SM-MIDDLE-NAME      PIC a(20).
           05  SM-LAST-NAME        PIC a(20).
           05  SM-SUFFIX           PIC a(10).
           05  SM-BIRTH-DATE       PIC 9(08).
           05  SM-CYCLE-COUNT      PIC 9(02).
           05  SM-REASON           PIC X(30).
           05  SM-IN-DATE          PIC 9(08).
           05  SM-RES-DATE         PIC 9(08).
           05  SM-RES-REASON       PIC X(30).
           05  SM-RUN-NO           PIC 9(04).
           05  SM-GROUP-CODE       PIC X(04).

       FD  GRPLOAD-RPT
           LABEL RECORDS ARE STANDARD.
       01  GRPLOAD-RPT-REC         PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE              PIC 9(8).
       01  WS-DEFAULT-GROUP         PIC X(4) VALUE SPACE.
       01  WS-GROUP-STATE           PIC X(1) VALUE SPACE.

       77  WS-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-EOF                                 VALUE 'Y'.
       77  WS-GROUP-EOF-SW          PIC X(01) VALUE 'N'.
           88  WS-GROUP-EOF                           VALUE 'Y'.
       77  WS-GROUP-FOUND-SW        PIC X(01) VALUE 'N'.
           88  WS-GROUP-FOUND                         VALUE 'Y'.
       77  WS-CONVERT-OK-SW         PIC X(01) VALUE 'N'.
           88  WS-CONVERT-OK                          VALUE 'Y'.
       77  WS-SUSP-PRESENT-SW       PIC X(01) VALUE 'N'.
           88  WS-SUSP-PRESENT                        VALUE 'Y'.
       77  WS-SUSP-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-SUSP-EOF                            VALUE 'Y'.

       77  WS-READ-COUNT            PIC 9(7) COMP VALUE ZERO.
       77  WS-WRITE-COUNT           PIC 9(7) COMP VALUE ZERO.
       77  WS-FAIL-COUNT            PIC 9(7) COMP VALUE ZERO.
       77  WS-SUSP-READ-COUNT       PIC 9(7) COMP VALUE ZERO.
       77  WS-SUSP-WRITE-COUNT      PIC 9(7) COMP VALUE ZERO.
       77  WS-SUSP-FAIL-COUNT       PIC 9(7) COMP VALUE ZERO.

       01  WS-CARD-STATUS           PIC XX.
       01  WS-GROUP-STATUS          PIC XX.
       01  WS-OLDMST-STATUS         PIC XX.
       01  WS-MASTER-STATUS         PIC XX.
       01  WS-OLDSUSP-STATUS        PIC XX.
       01  WS-SUSPMST-STATUS        PIC XX.
       01  WS-GLRPT-STATUS          PIC XX.

       01  GL-HEADER-LINE.
           05  FILLER               PIC X(10) VALUE "RUN DATE: ".
           05  GH-RUN-DATE          PIC 9(8).
           05  FILLER               PIC X(05) VALUE SPACE.
           05  FILLER               PIC X(30) VALUE
                   "CUSTOMER MASTER GROUP CONVERT".
           05  FILLER               PIC X(17) VALUE
                   "  DEFAULT GROUP: ".
           05  GH-GROUP-CODE        PIC X(04).
           05  FILLER               PIC X(26) VALUE SPACE.

       01  GL-FAIL-LINE.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  GF-CUST-ID           PIC 9(07).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  GF-NAME              PIC X(50).
           05  FILLER               PIC X(17) VALUE
                   "  NOT WRITTEN -  ".
           05  FILLER               PIC X(08) VALUE "STATUS ".
           05  GF-STATUS            PIC X(02).
           05  FILLER               PIC X(13) VALUE SPACE.

       01  GL-TOTAL-LINE.
           05  FILLER               PIC X(20) VALUE
                   "CUSTOMERS READ:     ".
           05  GT-READ-COUNT        PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(20) VALUE
                   "  CONVERTED:        ".
           05  GT-WRITE-COUNT       PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(20) VALUE
                   "  NOT WRITTEN:      ".
           05  GT-FAIL-COUNT        PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(13) VALUE SPACE.

       01  GL-SUSP-FAIL-LINE.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  FILLER               PIC X(09) VALUE "SUSPENSE ".
           05  GS-SUSP-ID           PIC 9(07).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  GS-NAME              PIC X(41).
           05  FILLER               PIC X(17) VALUE
                   "  NOT WRITTEN -  ".
           05  FILLER               PIC X(08) VALUE "STATUS ".
           05  GS-STATUS            PIC X(02).
           05  FILLER               PIC X(13) VALUE SPACE.

       01  GL-SUSP-TOTAL-LINE.
           05  FILLER               PIC X(20) VALUE
                   "SUSPENSE ITEMS READ:".
           05  GS-READ-COUNT        PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(20) VALUE
                   "  CONVERTED:        ".
           05  GS-WRITE-COUNT       PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(20) VALUE
                   "  NOT WRITTEN:      ".
           05  GS-FAIL-COUNT        PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(13) VALUE SPACE.

       01  GL-REFUSED-LINE.
           05  FILLER               PIC X(02) VALUE SPACE.
           05  GR-REASON            PIC X(60).
           05  FILLER               PIC X(38) VALUE SPACE.

       PROCEDURE DIVISION.
      * Run the code as performed paragraphs
           PERFORM INITIALIZE-RUN
           IF WS-CONVERT-OK
               PERFORM CONVERT-ONE-CUSTOMER UNTIL WS-EOF
               IF WS-SUSP-PRESENT
                   PERFORM CONVERT-ONE-SUSPENSE UNTIL WS-SUSP-EOF
               END-IF
           END-IF
           PERFORM FINISH-UP
           GOBACK.

      * Reads the default group and proves it against the group
      * table, then opens the old master and old suspense master for
      * input and the new ones for output.  Anything that will not do
      * ends the run with RETURN-CODE 8 before a record is written,
      * so neither old file is ever half converted.  A site that
      * never suspended anything has no old suspense master, and
      * only the customers are converted.
       INITIALIZE-RUN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT GRPLOAD-RPT
           PERFORM READ-GRPLOAD-CARD
           MOVE WS-RUN-DATE TO GH-RUN-DATE
           MOVE WS-DEFAULT-GROUP TO GH-GROUP-CODE
           WRITE GRPLOAD-RPT-REC FROM GL-HEADER-LINE
           SET WS-CONVERT-OK TO TRUE
           IF WS-DEFAULT-GROUP NOT = SPACE
               PERFORM CHECK-DEFAULT-GROUP
           END-IF
           IF WS-CONVERT-OK
               OPEN INPUT OLD-MASTER
               IF WS-OLDMST-STATUS NOT = "00"
                   MOVE 'N' TO WS-CONVERT-OK-SW
                   MOVE "CANNOT OPEN CUSTOMER-MASTER-OLD"
                       TO GR-REASON
                   DISPLAY "GRPLOAD - CANNOT OPEN "
                       "CUSTOMER-MASTER-OLD, STATUS "
                       WS-OLDMST-STATUS
               END-IF
           END-IF
           IF WS-CONVERT-OK
               OPEN INPUT OLD-SUSPENSE
               IF WS-OLDSUSP-STATUS = "00"
                   SET WS-SUSP-PRESENT TO TRUE
               ELSE
                   IF WS-OLDSUSP-STATUS = "35"
                       DISPLAY "GRPLOAD - NO SUSPENSE-MST-OLD - "
                           "NO SUSPENSE ITEMS TO CONVERT"
                   ELSE
                       MOVE 'N' TO WS-CONVERT-OK-SW
                       MOVE "CANNOT OPEN SUSPENSE-MST-OLD"
                           TO GR-REASON
                       DISPLAY "GRPLOAD - CANNOT OPEN "
                           "SUSPENSE-MST-OLD, STATUS "
                           WS-OLDSUSP-STATUS
                       CLOSE OLD-MASTER
                   END-IF
               END-IF
           END-IF
           IF WS-CONVERT-OK
               OPEN OUTPUT CUSTOMER-MASTER
               IF WS-MASTER-STATUS NOT = "00"
                   MOVE 'N' TO WS-CONVERT-OK-SW
                   MOVE "CANNOT OPEN CUSTOMER-MASTER" TO GR-REASON
                   DISPLAY "GRPLOAD - CANNOT OPEN CUSTOMER-MASTER, "
                       "STATUS " WS-MASTER-STATUS
                   CLOSE OLD-MASTER
                   IF WS-SUSP-PRESENT
                       CLOSE OLD-SUSPENSE
                   END-IF
               END-IF
           END-IF
           IF WS-CONVERT-OK AND WS-SUSP-PRESENT
               OPEN OUTPUT SUSPENSE-MST
               IF WS-SUSPMST-STATUS NOT = "00"
                   MOVE 'N' TO WS-CONVERT-OK-SW
                   MOVE "CANNOT OPEN SUSPENSE-MST" TO GR-REASON
                   DISPLAY "GRPLOAD - CANNOT OPEN SUSPENSE-MST, "
                       "STATUS " WS-SUSPMST-STATUS
                   CLOSE OLD-MASTER
                   CLOSE OLD-SUSPENSE
                   CLOSE CUSTOMER-MASTER
               END-IF
           END-IF
           IF NOT WS-CONVERT-OK
               WRITE GRPLOAD-RPT-REC FROM GL-REFUSED-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.

      * Columns 1-4 of the card name the default group.  No card
      * leaves it blank.
       READ-GRPLOAD-CARD.
           OPEN INPUT GRPLOAD-CARD
           IF WS-CARD-STATUS = "00"
               READ GRPLOAD-CARD
                   NOT AT END
                       MOVE GC-GROUP-CODE TO WS-DEFAULT-GROUP
               END-READ
               CLOSE GRPLOAD-CARD
           END-IF.

      * The default group must be on the table and active, the same
      * test CUSTMNT puts a new customer's group to.
       CHECK-DEFAULT-GROUP.
           MOVE 'N' TO WS-GROUP-FOUND-SW
           MOVE 'N' TO WS-GROUP-EOF-SW
           OPEN INPUT GROUP-TABLE
           IF WS-GROUP-STATUS = "00"
               PERFORM FIND-DEFAULT-GROUP
                   UNTIL WS-GROUP-EOF OR WS-GROUP-FOUND
               CLOSE GROUP-TABLE
           END-IF
           IF NOT WS-GROUP-FOUND
               MOVE 'N' TO WS-CONVERT-OK-SW
               MOVE "DEFAULT GROUP NOT ON GROUP TABLE" TO GR-REASON
               DISPLAY "GRPLOAD - DEFAULT GROUP " WS-DEFAULT-GROUP
                   " NOT ON GROUP-TABLE - NOTHING CONVERTED"
           ELSE
               IF WS-GROUP-STATE NOT = 'A'
                   MOVE 'N' TO WS-CONVERT-OK-SW
                   MOVE "DEFAULT GROUP IS INACTIVE" TO GR-REASON
                   DISPLAY "GRPLOAD - DEFAULT GROUP "
                       WS-DEFAULT-GROUP
                       " IS INACTIVE - NOTHING CONVERTED"
               END-IF
           END-IF.

      * One group card against the default.
       FIND-DEFAULT-GROUP.
           READ GROUP-TABLE
               AT END
                   SET WS-GROUP-EOF TO TRUE
               NOT AT END
                   IF GT-GROUP-CODE = WS-DEFAULT-GROUP
                       SET WS-GROUP-FOUND TO TRUE
                       MOVE GT-STATUS TO WS-GROUP-STATE
                   END-IF
           END-READ.

      * One customer off the old master onto the new one under the
      * default group.  A record the new master will not take is
      * listed and counted, and the run ends RETURN-CODE 8.
       CONVERT-ONE-CUSTOMER.
           READ OLD-MASTER NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   MOVE OM-CUST-ID TO CM-CUST-ID
                   MOVE OM-NAME-KEY TO CM-NAME-KEY
                   MOVE OM-BIRTH-DATE TO CM-BIRTH-DATE
                   MOVE WS-DEFAULT-GROUP TO CM-GROUP-CODE
                   WRITE CUSTOMER-MASTER-REC
                       INVALID KEY
                           ADD 1 TO WS-FAIL-COUNT
                           MOVE OM-CUST-ID TO GF-CUST-ID
                           MOVE OM-NAME-KEY (1:50) TO GF-NAME
                           MOVE WS-MASTER-STATUS TO GF-STATUS
                           WRITE GRPLOAD-RPT-REC FROM GL-FAIL-LINE
                           MOVE 8 TO RETURN-CODE
                       NOT INVALID KEY
                           ADD 1 TO WS-WRITE-COUNT
                   END-WRITE
           END-READ.

      * One item off the old suspense master onto the new one, with
      * no opening run number (the item predates the run-numbered
      * layout, so no run's balance recount claims it) and the
      * default group.  A record the new file will not take is
      * listed and counted, and the run ends RETURN-CODE 8.
       CONVERT-ONE-SUSPENSE.
           READ OLD-SUSPENSE NEXT RECORD
               AT END
                   SET WS-SUSP-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-SUSP-READ-COUNT
                   MOVE OS-SUSP-ID TO SM-SUSP-ID
                   MOVE OS-STATUS TO SM-STATUS
                   MOVE OS-FIRST-NAME TO SM-FIRST-NAME
                   MOVE OS-MIDDLE-NAME TO SM-MIDDLE-NAME
                   MOVE OS-LAST-NAME TO SM-LAST-NAME
                   MOVE OS-SUFFIX TO SM-SUFFIX
                   MOVE OS-BIRTH-DATE TO SM-BIRTH-DATE
                   MOVE OS-CYCLE-COUNT TO SM-CYCLE-COUNT
                   MOVE OS-REASON TO SM-REASON
                   MOVE OS-IN-DATE TO SM-IN-DATE
                   MOVE OS-RES-DATE TO SM-RES-DATE
                   MOVE OS-RES-REASON TO SM-RES-REASON
                   MOVE ZERO TO SM-RUN-NO
                   MOVE WS-DEFAULT-GROUP TO SM-GROUP-CODE
                   WRITE SUSPENSE-MST-REC
                       INVALID KEY
                           ADD 1 TO WS-SUSP-FAIL-COUNT
                           MOVE OS-SUSP-ID TO GS-SUSP-ID
                           MOVE OS-NAME TO GS-NAME
                           MOVE WS-SUSPMST-STATUS TO GS-STATUS
                           WRITE GRPLOAD-RPT-REC
                               FROM GL-SUSP-FAIL-LINE
                           MOVE 8 TO RETURN-CODE
                       NOT INVALID KEY
                           ADD 1 TO WS-SUSP-WRITE-COUNT
                   END-WRITE
           END-READ.

      * A performed paragraph to end the program: the totals lines,
      * then the files closed.
       FINISH-UP.
           MOVE WS-READ-COUNT TO GT-READ-COUNT
           MOVE WS-WRITE-COUNT TO GT-WRITE-COUNT
           MOVE WS-FAIL-COUNT TO GT-FAIL-COUNT
           WRITE GRPLOAD-RPT-REC FROM GL-TOTAL-LINE
           MOVE WS-SUSP-READ-COUNT TO GS-READ-COUNT
           MOVE WS-SUSP-WRITE-COUNT TO GS-WRITE-COUNT
           MOVE WS-SUSP-FAIL-COUNT TO GS-FAIL-COUNT
           WRITE GRPLOAD-RPT-REC FROM GL-SUSP-TOTAL-LINE
           CLOSE GRPLOAD-RPT
           IF WS-CONVERT-OK
               CLOSE OLD-MASTER
               CLOSE CUSTOMER-MASTER
               IF WS-SUSP-PRESENT
                   CLOSE OLD-SUSPENSE
                   CLOSE SUSPENSE-MST
               END-IF
           END-IF
           DISPLAY "GRPLOAD RUN COMPLETE - "
               WS-WRITE-COUNT " CUSTOMERS CONVERTED, "
               WS-FAIL-COUNT " NOT WRITTEN, "
               WS-SUSP-WRITE-COUNT " SUSPENSE ITEMS CONVERTED, "
               WS-SUSP-FAIL-COUNT " NOT WRITTEN".
       END PROGRAM GRPLOAD.

      ******************************************************************
      * Author: Bob Reselman
      * Date: 10-15-2026
      * Purpose: Referential integrity sweep, run ahead of the nightly
      *          cycle.  The masters and the number-control records
      *          depend on one another and nothing ever checked them
      *          against each other: a dependent can outlive its
      *          customer after a CUSTMNT delete or an MNTBKOUT undo,
      *          CUSTNBR-CTL can fall behind the highest customer
      *          number after a master restore (and the next add then
      *          collides), SUSPNBR-CTL can fall behind SUSPENSE-MST
      *          the same way, and RUN-CONTROL can name a run whose
      *          -Rnnnn generations were never written.  Every
      *          finding is listed on INTEG-RPT, ready-to-run
      *          corrections are written where the fix is mechanical,
      *          and any finding ends the run with RETURN-CODE 8 so the
      *          scheduler holds the cycle until the files agree.
      * Tectonics: cobc
      *
      * Modification History
      *   10-15-2026  MAINT  New program.  Checks every customer and
      *                      dependent birth date against the same
      *                      calendar rules CUSTMNT edits with, every
      *                      relationship code against SP/CH/OT, and
      *                      every CH row against the employee's birth
      *                      date.  An orphaned dependent gets a G
      *                      transaction on INTEG-TRANS (MAINT-TRANS
      *                      layout) for CUSTMNT; when the INTEG-CARD
      *                      names a journal date, the CUSTMNT runs on
      *                      that journal that deleted an orphan's
      *                      customer get a BKOUT-CARD image on
      *                      INTEG-BKOUT instead, for when the delete
      *                      itself was the mistake.  A number-control
      *                      record that has fallen behind gets a
      *                      corrected image on CUSTNBR-FIX or
      *                      SUSPNBR-FIX to copy over it.
      *   10-15-2026  MAINT  Numbers retired by a merge (CUST-XREF)
      *                      count as used in the CUSTNBR-CTL check.
      *   10-15-2026  MAINT  INTEG-TRANS deletes carry the new
      *                      MAINT-TRANS operator ID column, stamped
      *                      INTEGCHK, and so wait in CUSTMNT for a
      *                      second operator's MNTAPPR approval like
      *                      any other delete.
      *   10-15-2026  MAINT  Master, suspense, journal, and
      *                      INTEG-TRANS layouts carry the employer
      *                      group code; the dependent deletes leave it
      *                      blank, CUSTMNT ignoring it on a G.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTEG-CARD
               ASSIGN TO "INTEG-CARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

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

           SELECT CUST-XREF
               ASSIGN TO "CUST-XREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-RETIRED-ID
               ALTERNATE RECORD KEY IS XR-SURVIVOR-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS XR-NAME-KEY WITH DUPLICATES
               FILE STATUS IS WS-XREF-STATUS.

           SELECT SUSPENSE-MST
               ASSIGN TO "SUSPENSE-MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-SUSP-ID
               FILE STATUS IS WS-SUSPMST-STATUS.

           SELECT CUSTNBR-CTL
               ASSIGN TO "CUSTNBR-CTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTNBR-STATUS.

           SELECT SUSPNBR-CTL
               ASSIGN TO "SUSPNBR-CTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPNBR-STATUS.

           SELECT RUN-CONTROL
               ASSIGN TO "RUN-CONTROL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT GENERATION-FILE
               ASSIGN TO WS-GEN-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.

           SELECT MAINT-JRNL
               ASSIGN TO WS-JRNL-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT INTEG-RPT
               ASSIGN TO "INTEG-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTRPT-STATUS.

           SELECT INTEG-TRANS
               ASSIGN TO "INTEG-TRANS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INTTRN-STATUS.

           SELECT INTEG-BKOUT
               ASSIGN TO "INTEG-BKOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INTBKO-STATUS.

           SELECT CUSTNBR-FIX
               ASSIGN TO "CUSTNBR-FIX"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CNFIX-STATUS.

           SELECT SUSPNBR-FIX
               ASSIGN TO "SUSPNBR-FIX"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNFIX-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Optional card: the MAINT-JRNL date to trace orphans' customer
      * deletes through.  Blank or missing skips the trace.
       FD  INTEG-CARD
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  INTEG-CARD-REC.
           05  IC-JRNL-DATE        PIC X(08).
           05  FILLER              PIC X(72).

       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD.
       01  CUSTOMER-MASTER-REC.
           05  CM-CUST-ID          PIC 9(07).
           05  CM-NAME-KEY         PIC a(70).
           05  CM-BIRTH-DATE       PIC 9(08).
           05  CM-GROUP-CODE       PIC X(04).

      * One dependent, keyed by the customer number plus a sequence
      * within the family, as CUSTMNT maintains it.
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

      * The suspense master as PROJCORE writes it.
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

      * Numbers retired by a CUSTMNT merge.  They are off the master
      * but must never be issued again.
       FD  CUST-XREF
           LABEL RECORDS ARE STANDARD.
       01  CUST-XREF-REC.
           05  XR-RETIRED-ID       PIC 9(07).
           05  XR-SURVIVOR-ID      PIC 9(07).
           05  XR-NAME-KEY         PIC a(70).
           05  XR-BIRTH-DATE       PIC 9(08).
           05  XR-MERGE-DATE       PIC 9(08).

       FD  CUSTNBR-CTL
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CUSTNBR-REC.
           05  CN-LAST-USED        PIC 9(07).
           05  FILLER              PIC X(73).

       FD  SUSPNBR-CTL
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  SUSPNBR-REC.
           05  SN-LAST-USED        PIC 9(07).
           05  FILLER              PIC X(73).

       FD  RUN-CONTROL
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  RUN-CONTROL-REC.
           05  RC-LAST-RUN-NO      PIC X(04).
           05  RC-LAST-RUN-DATE    PIC X(08).
           05  FILLER              PIC X(68).

      * Any one of the run's -Rnnnn generations, opened only to prove
      * it is there.
       FD  GENERATION-FILE
           LABEL RECORDS ARE STANDARD.
       01  GENERATION-REC          PIC X(80).

      * The dated image journal CUSTMNT appends per applied
      * transaction; only the master before image is needed here.
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
           05  JR-AFTER-SW         PIC X(01).
           05  JR-AFTER            PIC X(89).

       FD  INTEG-RPT
           LABEL RECORDS ARE STANDARD.
       01  INTEG-RPT-REC           PIC X(110).

      * Correction transactions in the MAINT-TRANS layout, ready to
      * feed CUSTMNT as they stand.
       FD  INTEG-TRANS
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  INTEG-TRANS-REC.
           05  IT-CUST-ID          PIC X(07).
           05  IT-FIRST-NAME       PIC a(20).
           05  IT-MIDDLE-NAME      PIC a(20).
           05  IT-LAST-NAME        PIC a(20).
           05  IT-SUFFIX           PIC a(10).
           05  IT-BIRTH-DATE       PIC 9(08).
           05  IT-TRANS-CODE       PIC X(01).
           05  IT-DEP-SEQ          PIC X(02).
           05  IT-REL-CODE         PIC X(02).
           05  IT-SURVIVOR-ID      PIC X(07).
           05  IT-OPERATOR-ID      PIC X(08).
           05  IT-GROUP-CODE       PIC X(04).

      * Backout cards in the BKOUT-CARD layout, one per journaled
      * CUSTMNT run that deleted an orphan's customer.
       FD  INTEG-BKOUT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  INTEG-BKOUT-REC.
           05  IB-JRNL-DATE        PIC 9(08).
           05  IB-SEL-TIME         PIC 9(06).
           05  FILLER              PIC X(66).

      * Corrected number-control images, to copy over the live ones.
       FD  CUSTNBR-FIX
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CUSTNBR-FIX-REC.
           05  CF-LAST-USED        PIC 9(07).
           05  FILLER              PIC X(73).

       FD  SUSPNBR-FIX
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  SUSPNBR-FIX-REC.
           05  SF-LAST-USED        PIC 9(07).
           05  FILLER              PIC X(73).

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY          PIC 9(4).
           05  WS-RUN-MMDD          PIC 9(4).
       01  WS-CHECK-DATE            PIC 9(8).
       01  WS-BIRTH-YYYY            PIC 9(4).
       01  WS-BIRTH-MM              PIC 9(2).
       01  WS-BIRTH-DD              PIC 9(2).
       01  WS-BIRTH-MMDD            PIC 9(4).
       01  WS-DER-AGE               PIC 9(4).
       01  WS-MAX-DD                PIC 9(2).
       01  WS-LEAP-QUOT             PIC 9(4).
       01  WS-LEAP-REM              PIC 9(3).
       01  WS-MONTH-DAYS-TBL        PIC X(24)
               VALUE "312831303130313130313031".
       01  WS-MONTH-DAYS-X REDEFINES WS-MONTH-DAYS-TBL.
           05  WS-MONTH-DAYS        OCCURS 12 PIC 9(2).
       01  WS-DATE-REASON           PIC X(30).
       01  WS-JRNL-DATE             PIC 9(8) VALUE ZERO.
       01  WS-JRNL-NAME             PIC X(19).
       01  WS-GEN-NAME              PIC X(20).
       01  WS-RUN-NUMBER            PIC 9(4) VALUE ZERO.
       01  WS-LAST-CUST-ID          PIC 9(7) VALUE ZERO.
       01  WS-HIGH-CUST-ID          PIC 9(7) VALUE ZERO.
       01  WS-LAST-SUSP-ID          PIC 9(7) VALUE ZERO.
       01  WS-HIGH-SUSP-ID          PIC 9(7) VALUE ZERO.
       01  WS-LAST-BKOUT-TIME       PIC 9(6) VALUE ZERO.

      * The customer numbers orphaned dependents point at, kept for
      * the journal trace.  Several dependents of one lost customer
      * share one entry.
       01  WS-ORPHAN-TABLE.
           05  WS-ORPHAN-ID         OCCURS 500 PIC 9(07).

       77  WS-ORPHAN-COUNT          PIC 9(4) COMP VALUE ZERO.
       77  WS-ORPHAN-IX             PIC 9(4) COMP.

       01  WS-FINDING.
           05  WS-FD-FILE           PIC X(16).
           05  WS-FD-KEY            PIC X(10).
           05  WS-FD-NAME           PIC X(30).
           05  WS-FD-TEXT           PIC X(50).

       77  WS-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-EOF                                VALUE 'Y'.
       77  WS-BAD-DATE-SW           PIC X(01) VALUE 'N'.
           88  WS-BAD-DATE                            VALUE 'Y'.
       77  WS-LEAP-SW               PIC X(01) VALUE 'N'.
           88  WS-LEAP-YEAR                           VALUE 'Y'.
       77  WS-MASTER-OPEN-SW        PIC X(01) VALUE 'N'.
           88  WS-MASTER-OPEN                         VALUE 'Y'.
       77  WS-ON-MASTER-SW          PIC X(01) VALUE 'N'.
           88  WS-ON-MASTER                           VALUE 'Y'.
       77  WS-ORPHAN-FOUND-SW       PIC X(01) VALUE 'N'.
           88  WS-ORPHAN-FOUND                        VALUE 'Y'.

       77  WS-CUST-COUNT            PIC 9(6) COMP VALUE ZERO.
       77  WS-DEP-COUNT             PIC 9(6) COMP VALUE ZERO.
       77  WS-SUSP-COUNT            PIC 9(6) COMP VALUE ZERO.
       77  WS-FINDING-COUNT         PIC 9(6) COMP VALUE ZERO.
       77  WS-TRANS-OUT-COUNT       PIC 9(6) COMP VALUE ZERO.
       77  WS-BKOUT-OUT-COUNT       PIC 9(6) COMP VALUE ZERO.

       01  WS-CARD-STATUS           PIC XX.
       01  WS-MASTER-STATUS         PIC XX.
       01  WS-DEP-STATUS            PIC XX.
       01  WS-XREF-STATUS           PIC XX.
       01  WS-SUSPMST-STATUS        PIC XX.
       01  WS-CUSTNBR-STATUS        PIC XX.
       01  WS-SUSPNBR-STATUS        PIC XX.
       01  WS-RUNCTL-STATUS         PIC XX.
       01  WS-GEN-STATUS            PIC XX.
       01  WS-JRNL-STATUS           PIC XX.
       01  WS-INTRPT-STATUS         PIC XX.
       01  WS-INTTRN-STATUS         PIC XX.
       01  WS-INTBKO-STATUS         PIC XX.
       01  WS-CNFIX-STATUS          PIC XX.
       01  WS-SNFIX-STATUS          PIC XX.

       01  ITG-HEADER-LINE.
           05  FILLER               PIC X(10) VALUE "RUN DATE: ".
           05  IH-RUN-DATE          PIC 9(8).
           05  FILLER               PIC X(05) VALUE SPACE.
           05  FILLER               PIC X(26) VALUE
                   "FILE INTEGRITY EXCEPTIONS".
           05  FILLER               PIC X(61) VALUE SPACE.

       01  ITG-DETAIL-LINE.
           05  ID-FILE              PIC X(16).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  ID-KEY               PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  ID-NAME              PIC X(30).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  ID-TEXT              PIC X(50).
           05  FILLER               PIC X(01) VALUE SPACE.

       01  ITG-TRAILER-LINE.
           05  FILLER               PIC X(11) VALUE "CUSTOMERS: ".
           05  IT-CUST-COUNT        PIC ZZZ,ZZ9.
           05  FILLER               PIC X(14) VALUE "  DEPENDENTS: ".
           05  IT-DEP-COUNT         PIC ZZZ,ZZ9.
           05  FILLER               PIC X(12) VALUE "  SUSPENSE: ".
           05  IT-SUSP-COUNT        PIC ZZZ,ZZ9.
           05  FILLER               PIC X(12) VALUE "  FINDINGS: ".
           05  IT-FINDING-COUNT     PIC ZZZ,ZZ9.
           05  FILLER               PIC X(15) VALUE "  CORRECTIONS: ".
           05  IT-CORR-COUNT        PIC ZZZ,ZZ9.
           05  FILLER               PIC X(11) VALUE SPACE.

       PROCEDURE DIVISION.
      * Run the code as performed paragraphs
           PERFORM INITIALIZE-RUN
           PERFORM CHECK-CUSTOMERS
           PERFORM CHECK-RETIRED-NUMBERS
           PERFORM CHECK-CUSTNBR
           PERFORM CHECK-DEPENDENTS
           PERFORM CHECK-SUSPENSE
           PERFORM CHECK-RUN-CONTROL
           IF WS-JRNL-DATE NOT = ZERO AND WS-ORPHAN-COUNT > ZERO
               PERFORM TRACE-ORPHAN-DELETES
           END-IF
           PERFORM FINISH-UP
           GOBACK.

      * Reads the card and opens the exception report and the
      * correction files.  Every correction file is written, empty
      * or not, so the next step of the job always finds them.
       INITIALIZE-RUN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT INTEG-CARD
           IF WS-CARD-STATUS = "00"
               READ INTEG-CARD
                   NOT AT END
                       IF IC-JRNL-DATE IS NUMERIC
                           MOVE IC-JRNL-DATE TO WS-JRNL-DATE
                       END-IF
               END-READ
               CLOSE INTEG-CARD
           END-IF
           OPEN OUTPUT INTEG-RPT
           MOVE WS-RUN-DATE TO IH-RUN-DATE
           WRITE INTEG-RPT-REC FROM ITG-HEADER-LINE
           MOVE SPACE TO INTEG-RPT-REC
           WRITE INTEG-RPT-REC
           OPEN OUTPUT INTEG-TRANS
           OPEN OUTPUT INTEG-BKOUT
           OPEN OUTPUT CUSTNBR-FIX
           OPEN OUTPUT SUSPNBR-FIX.

      * Pass one: every customer's birth date, and the highest
      * customer number on file for the control-record check.
       CHECK-CUSTOMERS.
           OPEN INPUT CUSTOMER-MASTER
           IF WS-MASTER-STATUS = "00"
               SET WS-MASTER-OPEN TO TRUE
               MOVE 'N' TO WS-EOF-SW
               PERFORM CHECK-ONE-CUSTOMER UNTIL WS-EOF
           ELSE
               MOVE "CUSTOMER-MASTER" TO WS-FD-FILE
               MOVE SPACE TO WS-FD-KEY WS-FD-NAME
               MOVE "CANNOT BE OPENED - NOTHING CHECKED AGAINST IT"
                   TO WS-FD-TEXT
               PERFORM WRITE-FINDING
           END-IF.

      * One customer off the master in number order.
       CHECK-ONE-CUSTOMER.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CUST-COUNT
                   IF CM-CUST-ID > WS-HIGH-CUST-ID
                       MOVE CM-CUST-ID TO WS-HIGH-CUST-ID
                   END-IF
                   MOVE CM-BIRTH-DATE TO WS-CHECK-DATE
                   PERFORM EDIT-CHECK-DATE
                   IF WS-BAD-DATE
                       MOVE "CUSTOMER-MASTER" TO WS-FD-FILE
                       MOVE CM-CUST-ID TO WS-FD-KEY
                       MOVE CM-NAME-KEY (1:30) TO WS-FD-NAME
                       MOVE WS-DATE-REASON TO WS-FD-TEXT
                       PERFORM WRITE-FINDING
                   END-IF
           END-READ.

      * Numbers retired by a merge count as used: the highest one is
      * carried into the control-record check so a corrected image
      * can never hand a retired number out again.  No cross-
      * reference file simply means no merges yet.
       CHECK-RETIRED-NUMBERS.
           OPEN INPUT CUST-XREF
           IF WS-XREF-STATUS = "00"
               MOVE 'N' TO WS-EOF-SW
               PERFORM CHECK-ONE-RETIRED UNTIL WS-EOF
               CLOSE CUST-XREF
           END-IF.

      * One retired number off the cross-reference.
       CHECK-ONE-RETIRED.
           READ CUST-XREF NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF XR-RETIRED-ID > WS-HIGH-CUST-ID
                       MOVE XR-RETIRED-ID TO WS-HIGH-CUST-ID
                   END-IF
           END-READ.

      * CUSTNBR-CTL against the highest customer number on the
      * master.  A last-used number below it means the next add
      * collides; the corrected image carries the highest number.
       CHECK-CUSTNBR.
           MOVE ZERO TO WS-LAST-CUST-ID
           OPEN INPUT CUSTNBR-CTL
           IF WS-CUSTNBR-STATUS = "00"
               READ CUSTNBR-CTL
                   NOT AT END
                       IF CN-LAST-USED IS NUMERIC
                           MOVE CN-LAST-USED TO WS-LAST-CUST-ID
                       END-IF
               END-READ
               CLOSE CUSTNBR-CTL
           END-IF
           IF WS-LAST-CUST-ID < WS-HIGH-CUST-ID
               MOVE "CUSTNBR-CTL" TO WS-FD-FILE
               MOVE WS-LAST-CUST-ID TO WS-FD-KEY
               MOVE SPACE TO WS-FD-NAME
               MOVE SPACE TO WS-FD-TEXT
               STRING
                   "LAST USED BELOW HIGHEST CUSTOMER " DELIMITED BY SIZE
                   WS-HIGH-CUST-ID DELIMITED BY SIZE
                   INTO WS-FD-TEXT
               END-STRING
               PERFORM WRITE-FINDING
               MOVE SPACE TO CUSTNBR-FIX-REC
               MOVE WS-HIGH-CUST-ID TO CF-LAST-USED
               WRITE CUSTNBR-FIX-REC
           END-IF.

      * Pass two: every dependent against its customer, the calendar,
      * and the relationship codes.
       CHECK-DEPENDENTS.
           OPEN INPUT DEPENDENT-MASTER
           IF WS-DEP-STATUS = "00"
               MOVE 'N' TO WS-EOF-SW
               PERFORM CHECK-ONE-DEPENDENT UNTIL WS-EOF
               CLOSE DEPENDENT-MASTER
           ELSE
               MOVE "DEPENDENT-MASTER" TO WS-FD-FILE
               MOVE SPACE TO WS-FD-KEY WS-FD-NAME
               MOVE "CANNOT BE OPENED - NOTHING CHECKED"
                   TO WS-FD-TEXT
               PERFORM WRITE-FINDING
           END-IF.

      * One dependent: its customer must be on the master, its birth
      * date must pass the calendar edit, its relationship must be a
      * known code, and a child cannot be older than the employee.
       CHECK-ONE-DEPENDENT.
           READ DEPENDENT-MASTER NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-DEP-COUNT
                   MOVE "DEPENDENT-MASTER" TO WS-FD-FILE
                   MOVE SPACE TO WS-FD-KEY
                   MOVE DP-CUST-ID TO WS-FD-KEY (1:7)
                   MOVE "-" TO WS-FD-KEY (8:1)
                   MOVE DP-DEP-SEQ TO WS-FD-KEY (9:2)
                   MOVE SPACE TO WS-FD-NAME
                   STRING
                       DP-FIRST-NAME DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       DP-LAST-NAME DELIMITED BY "  "
                       INTO WS-FD-NAME
                   END-STRING
                   PERFORM FIND-DEP-CUSTOMER
                   IF NOT WS-ON-MASTER
                       MOVE "ORPHAN - CUSTOMER NOT ON MASTER"
                           TO WS-FD-TEXT
                       PERFORM WRITE-FINDING
                       PERFORM WRITE-ORPHAN-DELETE
                       PERFORM ADD-ORPHAN-ID
                   END-IF
                   MOVE DP-BIRTH-DATE TO WS-CHECK-DATE
                   PERFORM EDIT-CHECK-DATE
                   IF WS-BAD-DATE
                       MOVE WS-DATE-REASON TO WS-FD-TEXT
                       PERFORM WRITE-FINDING
                   END-IF
                   IF DP-REL-CODE NOT = "SP" AND NOT = "CH"
                       AND NOT = "OT"
                       MOVE SPACE TO WS-FD-TEXT
                       STRING
                           "RELATIONSHIP CODE NOT SP/CH/OT: "
                               DELIMITED BY SIZE
                           DP-REL-CODE DELIMITED BY SIZE
                           INTO WS-FD-TEXT
                       END-STRING
                       PERFORM WRITE-FINDING
                   END-IF
                   IF DP-REL-CODE = "CH" AND WS-ON-MASTER
                       AND NOT WS-BAD-DATE
                       AND DP-BIRTH-DATE < CM-BIRTH-DATE
                       MOVE "CH DEPENDENT OLDER THAN THE EMPLOYEE"
                           TO WS-FD-TEXT
                       PERFORM WRITE-FINDING
                   END-IF
           END-READ.

      * Looks the dependent's customer up by number.
       FIND-DEP-CUSTOMER.
           MOVE 'N' TO WS-ON-MASTER-SW
           IF WS-MASTER-OPEN
               MOVE DP-CUST-ID TO CM-CUST-ID
               READ CUSTOMER-MASTER
                   KEY IS CM-CUST-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-ON-MASTER TO TRUE
               END-READ
           END-IF.

      * The G transaction that removes an orphaned dependent through
      * CUSTMNT, journaled, so MNTBKOUT can put it back.
       WRITE-ORPHAN-DELETE.
           MOVE SPACE TO INTEG-TRANS-REC
           MOVE DP-CUST-ID TO IT-CUST-ID
           MOVE DP-FIRST-NAME TO IT-FIRST-NAME
           MOVE DP-LAST-NAME TO IT-LAST-NAME
           MOVE DP-BIRTH-DATE TO IT-BIRTH-DATE
           MOVE 'G' TO IT-TRANS-CODE
           MOVE DP-DEP-SEQ TO IT-DEP-SEQ
           MOVE DP-REL-CODE TO IT-REL-CODE
           MOVE "INTEGCHK" TO IT-OPERATOR-ID
           WRITE INTEG-TRANS-REC
           ADD 1 TO WS-TRANS-OUT-COUNT.

      * Banks the lost customer's number for the journal trace, once.
       ADD-ORPHAN-ID.
           MOVE 'N' TO WS-ORPHAN-FOUND-SW
           PERFORM MATCH-ORPHAN-ID
               VARYING WS-ORPHAN-IX FROM 1 BY 1
               UNTIL WS-ORPHAN-IX > WS-ORPHAN-COUNT
           IF NOT WS-ORPHAN-FOUND AND WS-ORPHAN-COUNT < 500
               ADD 1 TO WS-ORPHAN-COUNT
               MOVE DP-CUST-ID TO WS-ORPHAN-ID (WS-ORPHAN-COUNT)
           END-IF.

      * One orphan-table entry against the dependent's customer.
       MATCH-ORPHAN-ID.
           IF WS-ORPHAN-ID (WS-ORPHAN-IX) = DP-CUST-ID
               SET WS-ORPHAN-FOUND TO TRUE
           END-IF.

      * Pass three: the suspense master's highest item number against
      * SUSPNBR-CTL, the same collision risk CUSTNBR-CTL carries.
       CHECK-SUSPENSE.
           OPEN INPUT SUSPENSE-MST
           IF WS-SUSPMST-STATUS = "00"
               MOVE 'N' TO WS-EOF-SW
               PERFORM CHECK-ONE-SUSPENSE UNTIL WS-EOF
               CLOSE SUSPENSE-MST
           END-IF
           MOVE ZERO TO WS-LAST-SUSP-ID
           OPEN INPUT SUSPNBR-CTL
           IF WS-SUSPNBR-STATUS = "00"
               READ SUSPNBR-CTL
                   NOT AT END
                       IF SN-LAST-USED IS NUMERIC
                           MOVE SN-LAST-USED TO WS-LAST-SUSP-ID
                       END-IF
               END-READ
               CLOSE SUSPNBR-CTL
           END-IF
           IF WS-LAST-SUSP-ID < WS-HIGH-SUSP-ID
               MOVE "SUSPNBR-CTL" TO WS-FD-FILE
               MOVE WS-LAST-SUSP-ID TO WS-FD-KEY
               MOVE SPACE TO WS-FD-NAME
               MOVE SPACE TO WS-FD-TEXT
               STRING
                   "LAST USED BELOW HIGHEST ITEM " DELIMITED BY SIZE
                   WS-HIGH-SUSP-ID DELIMITED BY SIZE
                   INTO WS-FD-TEXT
               END-STRING
               PERFORM WRITE-FINDING
               MOVE SPACE TO SUSPNBR-FIX-REC
               MOVE WS-HIGH-SUSP-ID TO SF-LAST-USED
               WRITE SUSPNBR-FIX-REC
           END-IF.

      * One suspense item, for the highest number in use.
       CHECK-ONE-SUSPENSE.
           READ SUSPENSE-MST NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-SUSP-COUNT
                   IF SM-SUSP-ID > WS-HIGH-SUSP-ID
                       MOVE SM-SUSP-ID TO WS-HIGH-SUSP-ID
                   END-IF
           END-READ.

      * RUN-CONTROL must carry a sane run number and date, and the
      * run it names must have left its report, extract and balance
      * generations behind.  No record at all is a first run, not a
      * finding.
       CHECK-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL
           IF WS-RUNCTL-STATUS = "00"
               READ RUN-CONTROL
                   AT END
                       MOVE "10" TO WS-RUNCTL-STATUS
               END-READ
               CLOSE RUN-CONTROL
           END-IF
           IF WS-RUNCTL-STATUS = "00"
               MOVE "RUN-CONTROL" TO WS-FD-FILE
               MOVE RC-LAST-RUN-NO TO WS-FD-KEY
               MOVE SPACE TO WS-FD-NAME
               IF RC-LAST-RUN-NO NOT NUMERIC
                   MOVE "LAST RUN NUMBER NOT NUMERIC" TO WS-FD-TEXT
                   PERFORM WRITE-FINDING
               ELSE
                   MOVE RC-LAST-RUN-NO TO WS-RUN-NUMBER
               END-IF
               IF RC-LAST-RUN-DATE NOT NUMERIC
                   MOVE "LAST RUN DATE NOT NUMERIC" TO WS-FD-TEXT
                   PERFORM WRITE-FINDING
               ELSE
                   MOVE RC-LAST-RUN-DATE TO WS-CHECK-DATE
                   PERFORM EDIT-CHECK-DATE
                   IF WS-BAD-DATE
                       MOVE "LAST RUN DATE NOT A REAL DATE"
                           TO WS-FD-TEXT
                       PERFORM WRITE-FINDING
                   ELSE
                       IF WS-CHECK-DATE > WS-RUN-DATE
                           MOVE "LAST RUN DATE IN FUTURE"
                               TO WS-FD-TEXT
                           PERFORM WRITE-FINDING
                       END-IF
                   END-IF
               END-IF
               IF WS-RUN-NUMBER NOT = ZERO
                   MOVE "PROJECTION-RPT-R" TO WS-GEN-NAME
                   PERFORM CHECK-GENERATION
                   MOVE "HR-EXTRACT-R" TO WS-GEN-NAME
                   PERFORM CHECK-GENERATION
                   MOVE "BALANCE-FILE-R" TO WS-GEN-NAME
                   PERFORM CHECK-GENERATION
               END-IF
           END-IF.

      * One generation of the last run, named the way PROJCORE names
      * it, opened to prove it exists.
       CHECK-GENERATION.
           MOVE SPACE TO WS-FD-TEXT
           STRING
               WS-GEN-NAME DELIMITED BY SPACE
               WS-RUN-NUMBER DELIMITED BY SIZE
               INTO WS-FD-TEXT
           END-STRING
           MOVE WS-FD-TEXT TO WS-GEN-NAME
           OPEN INPUT GENERATION-FILE
           IF WS-GEN-STATUS = "00"
               CLOSE GENERATION-FILE
           ELSE
               MOVE SPACE TO WS-FD-TEXT
               STRING
                   WS-GEN-NAME DELIMITED BY SPACE
                   " MISSING, STATUS " DELIMITED BY SIZE
                   WS-GEN-STATUS DELIMITED BY SIZE
                   INTO WS-FD-TEXT
               END-STRING
               PERFORM WRITE-FINDING
           END-IF.

      * Walks the carded journal for the CUSTMNT runs that deleted an
      * orphan's customer.  Each such run gets one BKOUT-CARD image:
      * backing that run out puts the customer back over its
      * dependents -- along with everything else the run did, which
      * is why the G transactions are written as well and a person
      * chooses between them.
       TRACE-ORPHAN-DELETES.
           MOVE SPACE TO WS-JRNL-NAME
           STRING
               "MAINT-JRNL-" DELIMITED BY SIZE
               WS-JRNL-DATE DELIMITED BY SIZE
               INTO WS-JRNL-NAME
           END-STRING
           OPEN INPUT MAINT-JRNL
           IF WS-JRNL-STATUS = "00"
               MOVE 'N' TO WS-EOF-SW
               PERFORM TRACE-ONE-ENTRY UNTIL WS-EOF
               CLOSE MAINT-JRNL
           ELSE
               DISPLAY "INTEGCHK - CANNOT OPEN " WS-JRNL-NAME
                   " STATUS " WS-JRNL-STATUS
           END-IF.

      * One journal entry: a customer delete whose before image is an
      * orphan's customer.
       TRACE-ONE-ENTRY.
           READ MAINT-JRNL
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF JR-FILE-TYPE = 'M' AND JR-TRANS-CODE = 'D'
                       AND JR-BEFORE-SW = 'Y'
                       MOVE 'N' TO WS-ORPHAN-FOUND-SW
                       PERFORM MATCH-JRNL-ORPHAN
                           VARYING WS-ORPHAN-IX FROM 1 BY 1
                           UNTIL WS-ORPHAN-IX > WS-ORPHAN-COUNT
                       IF WS-ORPHAN-FOUND
                           PERFORM WRITE-ORPHAN-BKOUT
                       END-IF
                   END-IF
           END-READ.

      * One orphan-table entry against the journaled delete.
       MATCH-JRNL-ORPHAN.
           IF WS-ORPHAN-ID (WS-ORPHAN-IX) = JR-B-CUST-ID
               SET WS-ORPHAN-FOUND TO TRUE
           END-IF.

      * Lists the delete and, once per run time, writes its card.
       WRITE-ORPHAN-BKOUT.
           MOVE "MAINT-JRNL" TO WS-FD-FILE
           MOVE JR-B-CUST-ID TO WS-FD-KEY
           MOVE JR-B-NAME-KEY (1:30) TO WS-FD-NAME
           MOVE SPACE TO WS-FD-TEXT
           STRING
               "CUSTOMER DELETED BY RUN " DELIMITED BY SIZE
               JR-RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               JR-RUN-TIME DELIMITED BY SIZE
               INTO WS-FD-TEXT
           END-STRING
           PERFORM WRITE-FINDING
           IF JR-RUN-TIME NOT = WS-LAST-BKOUT-TIME
               MOVE SPACE TO INTEG-BKOUT-REC
               MOVE JR-RUN-DATE TO IB-JRNL-DATE
               MOVE JR-RUN-TIME TO IB-SEL-TIME
               WRITE INTEG-BKOUT-REC
               ADD 1 TO WS-BKOUT-OUT-COUNT
               MOVE JR-RUN-TIME TO WS-LAST-BKOUT-TIME
           END-IF.

      * Edits WS-CHECK-DATE: numeric, a real calendar date, not in the
      * future, not implying an age over 120 as of the run date --
      * the rules CUSTMNT's EDIT-BIRTH-DATE applies on the way in.
       EDIT-CHECK-DATE.
           MOVE 'N' TO WS-BAD-DATE-SW
           MOVE SPACE TO WS-DATE-REASON
           IF WS-CHECK-DATE NOT NUMERIC
               MOVE 'Y' TO WS-BAD-DATE-SW
               MOVE "BIRTH DATE NOT NUMERIC" TO WS-DATE-REASON
           ELSE
               MOVE WS-CHECK-DATE (1:4) TO WS-BIRTH-YYYY
               MOVE WS-CHECK-DATE (5:2) TO WS-BIRTH-MM
               MOVE WS-CHECK-DATE (7:2) TO WS-BIRTH-DD
               MOVE WS-CHECK-DATE (5:4) TO WS-BIRTH-MMDD
               PERFORM EDIT-CALENDAR-DATE
               IF NOT WS-BAD-DATE
                   IF WS-CHECK-DATE > WS-RUN-DATE
                       MOVE 'Y' TO WS-BAD-DATE-SW
                       MOVE "BIRTH DATE IN FUTURE" TO WS-DATE-REASON
                   ELSE
                       SUBTRACT WS-BIRTH-YYYY FROM WS-RUN-YYYY
                           GIVING WS-DER-AGE
                       IF WS-RUN-MMDD < WS-BIRTH-MMDD
                           SUBTRACT 1 FROM WS-DER-AGE
                       END-IF
                       IF WS-DER-AGE > 120
                           MOVE 'Y' TO WS-BAD-DATE-SW
                           MOVE "IMPLIES AGE OVER 120"
                               TO WS-DATE-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Edits the month and day parts of the date against the
      * calendar, allowing February 29 only in a leap year.
       EDIT-CALENDAR-DATE.
           IF WS-BIRTH-MM < 1 OR WS-BIRTH-MM > 12
               MOVE 'Y' TO WS-BAD-DATE-SW
               MOVE "BIRTH MONTH NOT 01-12" TO WS-DATE-REASON
           ELSE
               MOVE WS-MONTH-DAYS (WS-BIRTH-MM) TO WS-MAX-DD
               IF WS-BIRTH-MM = 2
                   PERFORM CHECK-LEAP-YEAR
                   IF WS-LEAP-YEAR
                       MOVE 29 TO WS-MAX-DD
                   END-IF
               END-IF
               IF WS-BIRTH-DD < 1 OR WS-BIRTH-DD > WS-MAX-DD
                   MOVE 'Y' TO WS-BAD-DATE-SW
                   MOVE "BIRTH DAY NOT ON CALENDAR" TO WS-DATE-REASON
               END-IF
           END-IF.

      * Sets WS-LEAP-YEAR for the year: divisible by 4, except
      * century years, which must be divisible by 400.
       CHECK-LEAP-YEAR.
           MOVE 'N' TO WS-LEAP-SW
           DIVIDE WS-BIRTH-YYYY BY 4
               GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
           IF WS-LEAP-REM = ZERO
               DIVIDE WS-BIRTH-YYYY BY 100
                   GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM NOT = ZERO
                   MOVE 'Y' TO WS-LEAP-SW
               ELSE
                   DIVIDE WS-BIRTH-YYYY BY 400
                       GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = ZERO
                       MOVE 'Y' TO WS-LEAP-SW
                   END-IF
               END-IF
           END-IF.

      * One exception line.
       WRITE-FINDING.
           ADD 1 TO WS-FINDING-COUNT
           MOVE WS-FD-FILE TO ID-FILE
           MOVE WS-FD-KEY TO ID-KEY
           MOVE WS-FD-NAME TO ID-NAME
           MOVE WS-FD-TEXT TO ID-TEXT
           WRITE INTEG-RPT-REC FROM ITG-DETAIL-LINE.

      * A performed paragraph to end the program: the totals, and
      * RETURN-CODE 8 on any finding so the scheduler holds the cycle.
       FINISH-UP.
           IF WS-MASTER-OPEN
               CLOSE CUSTOMER-MASTER
           END-IF
           MOVE WS-CUST-COUNT TO IT-CUST-COUNT
           MOVE WS-DEP-COUNT TO IT-DEP-COUNT
           MOVE WS-SUSP-COUNT TO IT-SUSP-COUNT
           MOVE WS-FINDING-COUNT TO IT-FINDING-COUNT
           ADD WS-TRANS-OUT-COUNT WS-BKOUT-OUT-COUNT
               GIVING IT-CORR-COUNT
           MOVE SPACE TO INTEG-RPT-REC
           WRITE INTEG-RPT-REC
           WRITE INTEG-RPT-REC FROM ITG-TRAILER-LINE
           CLOSE INTEG-RPT
           CLOSE INTEG-TRANS
           CLOSE INTEG-BKOUT
           CLOSE CUSTNBR-FIX
           CLOSE SUSPNBR-FIX
           IF WS-FINDING-COUNT > ZERO
               DISPLAY "INTEGCHK - FILES DISAGREE - SEE INTEG-RPT"
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "INTEGCHK RUN COMPLETE - "
               WS-CUST-COUNT " CUSTOMERS, "
               WS-DEP-COUNT " DEPENDENTS, "
               WS-FINDING-COUNT " FINDINGS, "
               WS-TRANS-OUT-COUNT " TRANSACTIONS, "
               WS-BKOUT-OUT-COUNT " BACKOUT CARDS".
       END PROGRAM INTEGCHK.

      * Author: Bob Reselman
      * Date: 9-02-2026
      * Purpose: Inactivity/attrition report over CUSTOMER-MASTER and
      *          the CUST-HIST customer history.  AUDITINQ answers
      *          "when was this customer processed"; nothing answered
      *          "who on the master has NOT come through RESEL-WORLD
      *          lately".  This walks the master in customer-number
      *          order, finds each customer's most recent processing
      *          run date, and lists everyone with no processing event
      *          inside the day threshold on the parameter card, aged
      *          into 30/60/90+ buckets, so the benefits team can chase
      *          customers who silently dropped out of the nightly
      *          feed.
      * Tectonics: cobc
      *
      * Modification History
      *                      to a master record and are left out; a
      *                      customer whose only events predate the
      *                      number shows here as never processed.
      *   10-15-2026  MAINT  Each customer's latest run now comes from
      *                      the last-processed summary record on the
      *                      CUST-HIST customer history -- one keyed
      *                      read per master customer -- instead of
      *                      sorting the whole trail every run.  The
      *                      sort, its work file, and the trail are
      *                      gone from this program; the answers are
      *                      the same, old-layout lines still left
      *                      out.  No history file stops the run with
      *                      RETURN-CODE 8 rather than list everyone
      *                      as never processed.
      *   10-15-2026  MAINT  CUSTOMER-MASTER layout carries the
      *                      employer group code.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INACTRPT.
               ALTERNATE RECORD KEY IS CM-NAME-KEY WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT CUST-HIST
               ASSIGN TO "CUST-HIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-KEY
               ALTERNATE RECORD KEY IS HS-NAME-KEY WITH DUPLICATES
               FILE STATUS IS WS-CUSTHIST-STATUS.

           SELECT INACT-CARD
               ASSIGN TO "INACT-CARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INRPT-STATUS.


       DATA DIVISION.
       FILE SECTION.
           05  CM-CUST-ID          PIC 9(07).
           05  CM-NAME-KEY         PIC a(70).
           05  CM-BIRTH-DATE       PIC 9(08).
           05  CM-GROUP-CODE       PIC X(04).

      * The customer history RESEL-WORLD posts alongside the audit
      * trail.  Only the S record is read here: under run date and
      * run number zero, it carries the last run that processed the
      * customer.
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

       FD  INACT-CARD
           LABEL RECORDS ARE STANDARD
           LABEL RECORDS ARE STANDARD.
       01  INACT-RPT-REC           PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE              PIC 9(8).
       01  WS-THRESH-DAYS           PIC 9(3) VALUE 30.
       01  WS-LAST-INT              PIC 9(8).
       01  WS-DAYS-SINCE            PIC 9(5).
       01  WS-LAST-DATE             PIC 9(8).
       01  WS-BUCKET-TABLE.
           05  WS-BUCKET-CNT        OCCURS 4 PIC 9(6).
       01  WS-BUCKET-IX             PIC 9(1).

       77  WS-MASTER-EOF-SW         PIC X(01) VALUE 'N'.
           88  WS-MASTER-EOF                          VALUE 'Y'.
       77  WS-HIST-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-HIST-OPEN                           VALUE 'Y'.
       77  WS-EVENT-FOUND-SW        PIC X(01) VALUE 'N'.
           88  WS-EVENT-FOUND                         VALUE 'Y'.
       77  WS-NEVER-SW              PIC X(01) VALUE 'N'.
       77  WS-NEVER-COUNT           PIC 9(6) COMP VALUE ZERO.

       01  WS-MASTER-STATUS         PIC XX.
       01  WS-CUSTHIST-STATUS       PIC XX.
       01  WS-INCARD-STATUS         PIC XX.
       01  WS-INRPT-STATUS          PIC XX.

       01  INA-HEADER-LINE.
           05  FILLER               PIC X(10) VALUE "RUN DATE: ".
      * Run the code as performed paragraphs
           PERFORM INITIALIZE-RUN
           IF NOT WS-MASTER-EOF
               PERFORM MATCH-MASTER-CUSTOMERS
           END-IF
           PERFORM FINISH-UP
           GOBACK.

      * Reads the day-threshold parameter card, opens the master, the
      * customer history, and the report, and positions the master at
      * its lowest customer number.  No card (or a zero threshold)
      * falls back to 30 days.  Without the history every customer
      * would look never processed, so a missing history stops the
      * run with RETURN-CODE 8 and nothing listed.
       INITIALIZE-RUN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) TO WS-RUN-INT
                       SET WS-MASTER-EOF TO TRUE
               END-START
           END-IF
           OPEN INPUT CUST-HIST
           IF WS-CUSTHIST-STATUS = "00"
               SET WS-HIST-OPEN TO TRUE
           ELSE
               DISPLAY "INACTRPT - CANNOT OPEN CUST-HIST, STATUS "
                   WS-CUSTHIST-STATUS " - RUN HISTLOAD FIRST"
               SET WS-MASTER-EOF TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF
           OPEN OUTPUT INACT-RPT
           PERFORM WRITE-INA-HEADER.

               CLOSE INACT-CARD
           END-IF.

      * The master in customer-number order, each customer looked
      * up on the customer history.
       MATCH-MASTER-CUSTOMERS.
           PERFORM READ-MASTER-NEXT
           PERFORM CHECK-ONE-CUSTOMER UNTIL WS-MASTER-EOF.

      * One master customer against its history summary: find the
      * days since the last run that processed the customer (or flag
      * never processed), and list the customer when the idle spell
      * exceeds the threshold.
       CHECK-ONE-CUSTOMER.
           ADD 1 TO WS-MASTER-COUNT
           MOVE 'N' TO WS-EVENT-FOUND-SW WS-NEVER-SW
           PERFORM READ-HIST-SUMMARY
           IF WS-EVENT-FOUND
               MOVE HS-LAST-RUN-DATE TO WS-LAST-DATE
               MOVE FUNCTION INTEGER-OF-DATE (WS-LAST-DATE)
                   TO WS-LAST-INT
               SUBTRACT WS-LAST-INT FROM WS-RUN-INT
           END-IF
           PERFORM READ-MASTER-NEXT.

      * The customer's last-processed summary, by key: customer
      * number with run date and run number zero.
       READ-HIST-SUMMARY.
           MOVE CM-CUST-ID TO HS-CUST-ID
           MOVE ZERO TO HS-RUN-DATE HS-RUN-NO HS-EVENT-SEQ
           READ CUST-HIST
               KEY IS HS-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF HS-SUMMARY AND HS-LAST-RUN-DATE IS NUMERIC
                       AND HS-LAST-RUN-DATE > ZERO
                       SET WS-EVENT-FOUND TO TRUE
                   END-IF
           END-READ.

      * One master record in customer-number order.
           IF WS-MASTER-STATUS = "00" OR = "02" OR = "10"
               CLOSE CUSTOMER-MASTER
           END-IF
           IF WS-HIST-OPEN
               CLOSE CUST-HIST
           END-IF
           DISPLAY "INACTRPT RUN COMPLETE - "
               WS-MASTER-COUNT " CUSTOMERS READ, "
               WS-LISTED-COUNT " LISTED INACTIVE".

      *                      number CUSTOMER-MASTER is now keyed by.
      *                      Zero means the customer has no master
      *                      record yet.
      *   10-15-2026  MAINT  Added WS-GROUP-CODE, the employer group
      *                      (plan sponsor) the customer belongs to.
      ******************************************************************
       01  WS-USER.
           05  WS-CUST-ID          PIC 9(7).
           05  WS-SUFFIX           PIC a(10).
           05  WS-BIRTH-DATE       PIC 9(8).
           05  WS-AGE              PIC 9(3).
           05  WS-GROUP-CODE       PIC X(4).

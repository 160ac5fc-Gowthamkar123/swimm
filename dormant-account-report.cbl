      *                        to the audit trail layout
      * 2026-09-03 DEV-TEAM    Mirror the CUST-STATUS field added to
      *                        the customer record layout
      * 2026-10-15 DEV-TEAM    Mirror the reversal fields added to the
      *                        audit trail layout
      * 2026-10-15 DEV-TEAM    Mirror the overdraft-limit fields added
      *                        to the customer record layout
      * 2026-10-15 DEV-TEAM    Mirror the approver ID added to the
      *                        audit trail layout
      ******************************************************************

       ENVIRONMENT DIVISION.
           05 CUST-PHONE       PIC X(15).
           05 CUST-BALANCE     PIC S9(7)V99.
           05 CUST-STATUS      PIC X.
           05 CUST-OD-LIMIT-FLAG PIC X.
           05 CUST-OD-LIMIT    PIC 9(7)V99.

      ******************************************************************
      * Audit Trail Layout - mirrors CUSTOMER-PROCESS exactly, this
           05 AUD-TRANS-TYPE        PIC X(10).
           05 AUD-OPERATOR-ID       PIC X(8).
           05 AUD-REASON-CODE       PIC X(10).
           05 AUD-ORIG-RUN-DATE     PIC 9(8).
           05 AUD-ORIG-RUN-TIME     PIC 9(8).
           05 AUD-ORIG-TRANS-TYPE   PIC X(10).
           05 AUD-APPROVER-ID       PIC X(8).

      ******************************************************************
      * Dormant Accounts Report Layout - one line per flagged customer,

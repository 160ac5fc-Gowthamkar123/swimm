      *                        lives whole in one file, so the job
      *                        scans the archive when it exists and
      *                        the live file otherwise
      * 2026-10-15 DEV-TEAM    Mirror the reversal fields added to the
      *                        audit trail layout; a REVERSAL of an
      *                        INTEREST posting nets against the
      *                        customer's reportable interest
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
      * Per-year Audit Archive Layout - the same record and key as
           05 ARC-TRANS-TYPE        PIC X(10).
           05 ARC-OPERATOR-ID       PIC X(8).
           05 ARC-REASON-CODE       PIC X(10).
           05 ARC-ORIG-RUN-DATE     PIC 9(8).
           05 ARC-ORIG-RUN-TIME     PIC 9(8).
           05 ARC-ORIG-TRANS-TYPE   PIC X(10).
           05 ARC-APPROVER-ID       PIC X(8).

      ******************************************************************
      * 1099-INT Extract Layout - CSV-style line (CUSTOMER-ID, name,
           05 WS-AUD-TRANS-TYPE     PIC X(10).
           05 WS-AUD-OPERATOR-ID    PIC X(8).
           05 WS-AUD-REASON-CODE    PIC X(10).
           05 WS-AUD-ORIG-RUN-DATE  PIC 9(8).
           05 WS-AUD-ORIG-RUN-TIME  PIC 9(8).
           05 WS-AUD-ORIG-TRANS-TYPE PIC X(10).
           05 WS-AUD-APPROVER-ID     PIC X(8).

       01 WS-CUR-CUSTOMER-ID       PIC 9(6) VALUE ZERO.
       01 WS-CUR-CUSTOMER-TOTAL    PIC S9(9)V99 VALUE ZERO.
      * PROCESS-AUDIT-RECORD
      * Flushes the running total when the customer changes, then
      * folds this record's interest into the new running total if it
      * is an INTEREST record dated within the target tax year. A
      * REVERSAL of an INTEREST posting is folded in too - its
      * negative amount takes back interest that was never really
      * paid.
      ******************************************************************
       PROCESS-AUDIT-RECORD.
           IF WS-AUD-CUSTOMER-ID NOT = WS-CUR-CUSTOMER-ID
               MOVE WS-AUD-CUSTOMER-ID TO WS-CUR-CUSTOMER-ID
               MOVE ZERO TO WS-CUR-CUSTOMER-TOTAL
           END-IF
           IF (WS-AUD-TRANS-TYPE = "INTEREST" OR
                   (WS-AUD-TRANS-TYPE = "REVERSAL" AND
                    WS-AUD-ORIG-TRANS-TYPE = "INTEREST")) AND
                   WS-AUD-RUN-DATE >= WS-YEAR-START-DATE AND
                   WS-AUD-RUN-DATE <= WS-YEAR-END-DATE
               ADD WS-AUD-AMOUNT-APPLIED TO WS-CUR-CUSTOMER-TOTAL

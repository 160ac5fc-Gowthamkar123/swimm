      *                        to, before the lean live file, so a
      *                        statement whose range predates the
      *                        live file still finds its history
      * 2026-10-15 DEV-TEAM    Show CHARGED OFF for an account the
      *                        CHARGE-OFF job has written off
      * 2026-10-15 DEV-TEAM    Mirror the reversal fields added to the
      *                        audit trail layout; a REVERSAL line is
      *                        followed by a reference line naming
      *                        the posting it reverses
      * 2026-10-15 DEV-TEAM    Mirror the overdraft-limit fields added
      *                        to the customer record layout
      * 2026-10-15 DEV-TEAM    Mirror the approver ID added to the
      *                        audit trail layout
      ******************************************************************

       ENVIRONMENT DIVISION.
               88 CUST-ACTIVE          VALUES "A" SPACE.
               88 CUST-FROZEN          VALUE "F".
               88 CUST-CHARGEOFF-PEND  VALUE "P".
               88 CUST-CHARGED-OFF     VALUE "O".
               88 CUST-CLOSED-PEND     VALUE "C".
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
      * Statement Layout - a variable number of lines per customer:
           05 WS-AUD-TRANS-TYPE     PIC X(10).
           05 WS-AUD-OPERATOR-ID    PIC X(8).
           05 WS-AUD-REASON-CODE    PIC X(10).
           05 WS-AUD-ORIG-RUN-DATE  PIC 9(8).
           05 WS-AUD-ORIG-RUN-TIME  PIC 9(8).
           05 WS-AUD-ORIG-TRANS-TYPE PIC X(10).
           05 WS-AUD-APPROVER-ID     PIC X(8).

       01 WS-HEADER-LINE-1.
           05 FILLER                PIC X(40) VALUE
           05 WS-ACT-REASON         PIC X(10).
           05 FILLER                PIC X(9)  VALUE SPACES.

       01 WS-REVERSAL-REF-LINE.
           05 FILLER                PIC X(12) VALUE SPACES.
           05 FILLER                PIC X(9)  VALUE "REVERSES ".
           05 WS-REF-TYPE           PIC X(10).
           05 FILLER                PIC X(8)  VALUE " POSTED ".
           05 WS-REF-DATE           PIC 9(8).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-REF-TIME           PIC 9(8).
           05 FILLER                PIC X(44) VALUE SPACES.

       01 WS-TRAILER-LINE          PIC X(100) VALUE
           "END OF STATEMENT".

                   MOVE "FROZEN" TO WS-STATUS-DESC
               WHEN CUST-CHARGEOFF-PEND
                   MOVE "CHARGE-OFF PENDING" TO WS-STATUS-DESC
               WHEN CUST-CHARGED-OFF
                   MOVE "CHARGED OFF" TO WS-STATUS-DESC
               WHEN CUST-CLOSED-PEND
                   MOVE "CLOSED PENDING" TO WS-STATUS-DESC
               WHEN OTHER
      ******************************************************************
      * WRITE-ACTIVITY-LINE
      * Writes one AUDIT-RECORD row onto the currently open statement.
      * A REVERSAL row is followed by a line naming the type, date,
      * and time of the posting it reverses, so the customer can see
      * which charge was taken back.
      ******************************************************************
       WRITE-ACTIVITY-LINE.
           MOVE WS-AUD-RUN-DATE TO WS-ACT-DATE
           MOVE WS-AUD-AMOUNT-APPLIED TO WS-ACT-AMOUNT
           MOVE WS-AUD-NEW-BALANCE TO WS-ACT-NEW-BALANCE
           MOVE WS-AUD-REASON-CODE TO WS-ACT-REASON
           WRITE STATEMENT-LINE FROM WS-ACTIVITY-LINE
           IF WS-AUD-TRANS-TYPE = "REVERSAL"
               MOVE WS-AUD-ORIG-TRANS-TYPE TO WS-REF-TYPE
               MOVE WS-AUD-ORIG-RUN-DATE TO WS-REF-DATE
               MOVE WS-AUD-ORIG-RUN-TIME TO WS-REF-TIME
               WRITE STATEMENT-LINE FROM WS-REVERSAL-REF-LINE
           END-IF.

      ******************************************************************
      * CLOSE-STATEMENT

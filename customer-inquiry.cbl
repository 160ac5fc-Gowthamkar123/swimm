      * 2026-09-03 DEV-TEAM    Show the account status so a rep sees
      *                        a frozen or pending account before
      *                        answering questions about it
      * 2026-10-15 DEV-TEAM    Show CHARGED OFF for an account the
      *                        CHARGE-OFF job has written off
      * 2026-10-15 DEV-TEAM    Mirror the reversal fields added to the
      *                        audit trail layout
      * 2026-10-15 DEV-TEAM    Mirror the overdraft-limit fields added
      *                        to the customer record layout, and show
      *                        the customer's overdraft limit so a rep
      *                        can explain a refused withdrawal
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
               88 CUST-OWN-OD-LIMIT    VALUE "Y".
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

       WORKING-STORAGE SECTION.
       01 FILE-STATUS          PIC XX.
       01 WS-DISPLAY-NEW-BAL      PIC -(7)9.99.
       01 WS-DISPLAY-AMOUNT       PIC -(7)9.99.
       01 WS-STATUS-DESC          PIC X(18).
       01 WS-DISPLAY-OD-LIMIT     PIC Z(6)9.99.

       PROCEDURE DIVISION.
      ******************************************************************
               DISPLAY "CUSTOMER: " CUST-NAME
               DISPLAY "ACCOUNT STATUS: " WS-STATUS-DESC
               DISPLAY "CURRENT BALANCE: " WS-DISPLAY-BALANCE
               IF CUST-OWN-OD-LIMIT
                   MOVE CUST-OD-LIMIT TO WS-DISPLAY-OD-LIMIT
                   DISPLAY "OVERDRAFT LIMIT: " WS-DISPLAY-OD-LIMIT
               ELSE
                   DISPLAY "OVERDRAFT LIMIT: SHOP DEFAULT"
               END-IF
               PERFORM LOAD-RECENT-HISTORY
               PERFORM DISPLAY-RECENT-HISTORY
           END-IF.
                   MOVE "FROZEN" TO WS-STATUS-DESC
               WHEN CUST-CHARGEOFF-PEND
                   MOVE "CHARGE-OFF PENDING" TO WS-STATUS-DESC
               WHEN CUST-CHARGED-OFF
                   MOVE "CHARGED OFF" TO WS-STATUS-DESC
               WHEN CUST-CLOSED-PEND
                   MOVE "CLOSED PENDING" TO WS-STATUS-DESC
               WHEN OTHER

      *              file nor added earlier in the batch, a request
      *              against an ID a delete earlier in the same batch
      *              already removed, a non-numeric or non-positive
      *              amount, an adjustment with no reason, a reversal
      *              with no reason or no usable original posting
      *              date/time, an overdraft-limit change with a
      *              non-numeric or negative limit, an unknown code, an
      *              operator not active on OPERATOR.DAT, a P/E/W/J
      *              amount over the operator's limit or, above the
      *              dual-control amount, without a second approver
      *              who may approve it - and prints a proof report
      *              with counts per transaction code and a hash total
      *              of TRANS-CUSTOMER-ID that data entry can tie out
      *              before the file is released to the night run.
      *              Read-only against every file - it never updates
      *              them.
      *
      *              RETURN-CODE 8 when any finding is written, 16
      *              when a file this validator depends on cannot be
      * Date       Developer    Description
      * ---------- ------------ ----------------------------------------
      * 2026-09-03 DEV-TEAM    Initial version
      * 2026-10-15 DEV-TEAM    Mirror the reversal transaction (R) and
      *                        its original posting date/time; edit
      *                        and count reversals on the proof report
      * 2026-10-15 DEV-TEAM    Mirror the overdraft-limit fields added
      *                        to the customer record layout
      * 2026-10-15 DEV-TEAM    Mirror the overdraft-limit transaction
      *                        (L); edit and count it on the proof
      *                        report
      * 2026-10-15 DEV-TEAM    Edit every record's operator against
      *                        OPERATOR.DAT, P/E/W/J amounts against
      *                        the operator's limit, and the second
      *                        approver above DUAL-CONTROL-AMOUNT
      * 2026-10-15 DEV-TEAM    Move the reversal count to the third
      *                        summary line - the second ran past the
      *                        100-byte report line and lost its units
      *                        digit
      * 2026-10-15 DEV-TEAM    Report a status change (S) for a
      *                        charged-off account, which the night
      *                        run now refuses
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO 'OPERATOR.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OPERATOR-STATUS.

           SELECT SYSTEM-PARMS-FILE ASSIGN TO 'SYSTEM-PARMS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SYSTEM-PARMS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
           05 CUST-PHONE       PIC X(15).
           05 CUST-BALANCE     PIC S9(7)V99.
           05 CUST-STATUS      PIC X.
               88 CUST-CHARGED-OFF     VALUE "O".
           05 CUST-OD-LIMIT-FLAG PIC X.
           05 CUST-OD-LIMIT    PIC 9(7)V99.

      ******************************************************************
      * Customer Maintenance Transaction Layout - mirrors CUSTOMER-
               88 TRANS-ADJUSTMENT   VALUE "J".
               88 TRANS-MONETARY     VALUES "P" "E" "W" "J".
               88 TRANS-SET-STATUS   VALUE "S".
               88 TRANS-REVERSAL     VALUE "R".
               88 TRANS-SET-OD-LIMIT VALUE "L".
           05 TRANS-CUSTOMER-ID      PIC 9(6).
           05 TRANS-CUST-NAME        PIC X(30).
           05 TRANS-CUST-ADDRESS     PIC X(50).
           05 TRANS-REASON-CODE      PIC X(10).
           05 TRANS-NEW-STATUS       PIC X.
               88 TRANS-STATUS-VALID VALUES "A" "F" "P" "C".
           05 TRANS-ORIG-RUN-DATE    PIC 9(8).
           05 TRANS-ORIG-RUN-TIME    PIC 9(8).
           05 TRANS-APPROVER-ID      PIC X(8).

      ******************************************************************
      * Proof Report Layout - banner, one line per finding, and
       FD TRANS-CHECK-REPORT.
       01 TRANS-CHECK-LINE         PIC X(100).

      ******************************************************************
      * Operator Authority Layout - mirrors CUSTOMER-PROCESS exactly.
      ******************************************************************
       FD OPERATOR-FILE.
       01 OPERATOR-RECORD.
           05 OPR-OPERATOR-ID       PIC X(8).
           05 OPR-OPERATOR-NAME     PIC X(30).
           05 OPR-ACTIVE-FLAG       PIC X.
               88 OPR-ACTIVE            VALUE "Y".
           05 OPR-PAYMENT-LIMIT     PIC 9(7)V99.
           05 OPR-DEPOSIT-LIMIT     PIC 9(7)V99.
           05 OPR-WITHDRAWAL-LIMIT  PIC 9(7)V99.
           05 OPR-ADJUSTMENT-LIMIT  PIC 9(7)V99.

      ******************************************************************
      * System Parameter Layout - mirrors CUSTOMER-PROCESS exactly;
      * only DUAL-CONTROL-AMOUNT is of interest here.
      ******************************************************************
       FD SYSTEM-PARMS-FILE.
       01 SYSTEM-PARMS-RECORD.
           05 PRM-KEYWORD           PIC X(20).
           05 PRM-VALUE             PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       01 FILE-STATUS          PIC XX.
           88 SUCCESS          VALUE "00".
       01 REPORT-STATUS        PIC XX.
           88 REPORT-OK              VALUE "00".

       01 OPERATOR-STATUS      PIC XX.
           88 OPERATOR-OK            VALUE "00".
           88 OPERATOR-EOF           VALUE "10".
           88 OPERATOR-NOT-FOUND     VALUE "35".

       01 SYSTEM-PARMS-STATUS  PIC XX.
           88 SYSTEM-PARMS-OK        VALUE "00".
           88 SYSTEM-PARMS-EOF       VALUE "10".
           88 SYSTEM-PARMS-NOT-FOUND VALUE "35".

       01 WS-RECORDS-READ          PIC 9(6) VALUE ZERO.
       01 WS-FINDING-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-HASH-TOTAL-CUSTOMER-ID PIC 9(12) VALUE ZERO.
       01 WS-ON-FILE-SWITCH        PIC X.
           88 WS-ON-FILE               VALUE "Y".

      ******************************************************************
      * Operator authority table, loaded from OPERATOR.DAT the same
      * way CUSTOMER-PROCESS loads it, and the dual-control amount
      * from SYSTEM-PARMS.DAT over the same default. WS-OPR-LIMIT is
      * subscripted 1-4 for P/E/W/J.
      ******************************************************************
       01 WS-DUAL-CONTROL-AMOUNT   PIC 9(7)V99 VALUE 10000.00.
       01 WS-OPERATOR-TABLE-MAX    PIC 9(4) VALUE 500.
       01 WS-OPERATOR-TABLE-COUNT  PIC 9(4) VALUE ZERO.
       01 WS-OPERATOR-TABLE.
           05 WS-OPR-ENTRY OCCURS 500 TIMES INDEXED BY WS-OPR-IDX.
               10 WS-OPR-ID           PIC X(8).
               10 WS-OPR-ACTIVE-FLAG  PIC X.
               10 WS-OPR-LIMIT        PIC 9(7)V99 OCCURS 4 TIMES.
       01 WS-OPR-LOOKUP-ID         PIC X(8).
       01 WS-OPR-MATCH-IDX         PIC 9(4) VALUE ZERO.
       01 WS-AUTH-LIMIT-SUB        PIC 9.
       01 WS-AUTH-AMOUNT           PIC 9(7)V99.

      ******************************************************************
      * Per-code counters for the proof report, so data entry can tie
      * the released batch out against the keying sheets.
           05 WS-DELETE-COUNT      PIC 9(6) VALUE ZERO.
           05 WS-MONETARY-COUNT    PIC 9(6) VALUE ZERO.
           05 WS-STATUS-COUNT      PIC 9(6) VALUE ZERO.
           05 WS-REVERSAL-COUNT    PIC 9(6) VALUE ZERO.
           05 WS-OD-LIMIT-COUNT    PIC 9(6) VALUE ZERO.

      ******************************************************************
      * Batch-state table - one entry per CUSTOMER-ID touched by an
       01 WS-NO-FILE-LINE          PIC X(100) VALUE
           "CUSTOMER-TRANS.DAT NOT PRESENT - NO MAINTENANCE TO EDIT".

       01 WS-NO-OPERATOR-LINE      PIC X(100) VALUE
           "OPERATOR.DAT NOT PRESENT - NO OPERATOR IS AUTHORIZED".

       01 WS-FINDING-LINE.
           05 FILLER                PIC X(8)  VALUE "RECORD: ".
           05 WS-FL-RECORD-NO       PIC ZZZ,ZZ9.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 FILLER                PIC X(8)  VALUE "STATUS: ".
           05 WS-SUM-STATUS         PIC ZZZ,ZZ9.
           05 FILLER                PIC X(18) VALUE SPACES.

       01 WS-SUMMARY-LINE-3.
           05 FILLER                PIC X(24) VALUE
               "CUSTOMER-ID HASH TOTAL: ".
           05 WS-SUM-HASH-TOTAL     PIC Z(11)9.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 FILLER                PIC X(7)  VALUE "LIMIT: ".
           05 WS-SUM-OD-LIMIT       PIC ZZZ,ZZ9.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 FILLER                PIC X(10) VALUE "REVERSAL: ".
           05 WS-SUM-REVERSAL       PIC ZZZ,ZZ9.
           05 FILLER                PIC X(29) VALUE SPACES.

       PROCEDURE DIVISION.
      ******************************************************************
      * is no maintenance to edit - report that and end clean. A
      * customer master that cannot be opened forces RETURN-CODE 16:
      * a validator that certified a batch it could not cross-check
      * would defeat its own purpose. The dual-control amount and the
      * operator table are loaded before the first record is edited.
      ******************************************************************
       INITIALIZATION.
           OPEN OUTPUT TRANS-CHECK-REPORT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-SYSTEM-PARMS
           PERFORM LOAD-OPERATOR-TABLE
           OPEN INPUT CUSTOMER-TRANS-FILE
           IF NOT TRANS-OK
               IF TRANS-FILE-NOT-FOUND
               END-IF
           END-IF.

      ******************************************************************
      * LOAD-SYSTEM-PARMS
      * Reads DUAL-CONTROL-AMOUNT from SYSTEM-PARMS.DAT over its
      * default. The file is optional - absent, the default stands,
      * exactly as in the night run. Any other open failure forces
      * RETURN-CODE 16.
      ******************************************************************
       LOAD-SYSTEM-PARMS.
           OPEN INPUT SYSTEM-PARMS-FILE
           IF SYSTEM-PARMS-OK
               PERFORM UNTIL SYSTEM-PARMS-EOF
                   READ SYSTEM-PARMS-FILE
                       AT END SET SYSTEM-PARMS-EOF TO TRUE
                       NOT AT END
                           IF PRM-KEYWORD = "DUAL-CONTROL-AMOUNT"
                               MOVE PRM-VALUE TO WS-DUAL-CONTROL-AMOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SYSTEM-PARMS-FILE
           ELSE
               IF NOT SYSTEM-PARMS-NOT-FOUND
                   MOVE "SYSTEM-PARMS.DAT" TO WS-OF-FILE-NAME
                   MOVE SYSTEM-PARMS-STATUS TO WS-OF-STATUS
                   WRITE TRANS-CHECK-LINE FROM WS-OPEN-FAIL-LINE
                   CLOSE CUSTOMER-FILE
                   CLOSE TRANS-CHECK-REPORT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      ******************************************************************
      * LOAD-OPERATOR-TABLE
      * Loads OPERATOR.DAT into WS-OPERATOR-TABLE. An absent file is
      * noted on the report and leaves the table empty, so every
      * record draws an OPERATOR NOT ON FILE finding - the night run
      * would refuse every one of them. An open failure, or a file
      * bigger than the table, forces RETURN-CODE 16.
      ******************************************************************
       LOAD-OPERATOR-TABLE.
           OPEN INPUT OPERATOR-FILE
           IF OPERATOR-OK
               PERFORM UNTIL OPERATOR-EOF
                   READ OPERATOR-FILE
                       AT END SET OPERATOR-EOF TO TRUE
                       NOT AT END PERFORM STORE-OPERATOR
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
           ELSE
               IF OPERATOR-NOT-FOUND
                   WRITE TRANS-CHECK-LINE FROM WS-NO-OPERATOR-LINE
               ELSE
                   MOVE "OPERATOR.DAT" TO WS-OF-FILE-NAME
                   MOVE OPERATOR-STATUS TO WS-OF-STATUS
                   WRITE TRANS-CHECK-LINE FROM WS-OPEN-FAIL-LINE
                   CLOSE CUSTOMER-FILE
                   CLOSE TRANS-CHECK-REPORT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      ******************************************************************
      * STORE-OPERATOR
      * Adds one OPERATOR.DAT record to WS-OPERATOR-TABLE.
      ******************************************************************
       STORE-OPERATOR.
           IF WS-OPERATOR-TABLE-COUNT >= WS-OPERATOR-TABLE-MAX
               MOVE ZERO TO WS-FL-RECORD-NO
               MOVE SPACES TO WS-FL-CUSTOMER-ID
               MOVE "OPERATOR TABLE OVERFLOW" TO WS-FL-REASON
               WRITE TRANS-CHECK-LINE FROM WS-FINDING-LINE
               ADD 1 TO WS-FINDING-COUNT
               MOVE 16 TO RETURN-CODE
               SET OPERATOR-EOF TO TRUE
           ELSE
               ADD 1 TO WS-OPERATOR-TABLE-COUNT
               SET WS-OPR-IDX TO WS-OPERATOR-TABLE-COUNT
               MOVE OPR-OPERATOR-ID TO WS-OPR-ID (WS-OPR-IDX)
               MOVE OPR-ACTIVE-FLAG TO WS-OPR-ACTIVE-FLAG (WS-OPR-IDX)
               MOVE OPR-PAYMENT-LIMIT TO WS-OPR-LIMIT (WS-OPR-IDX, 1)
               MOVE OPR-DEPOSIT-LIMIT TO WS-OPR-LIMIT (WS-OPR-IDX, 2)
               MOVE OPR-WITHDRAWAL-LIMIT TO
                   WS-OPR-LIMIT (WS-OPR-IDX, 3)
               MOVE OPR-ADJUSTMENT-LIMIT TO
                   WS-OPR-LIMIT (WS-OPR-IDX, 4)
           END-IF.

      ******************************************************************
      * EDIT-TRANSACTION
      * Edits one transaction record - field edits first, then the
                   WHEN TRANS-SET-STATUS
                       ADD 1 TO WS-STATUS-COUNT
                       PERFORM EDIT-SET-STATUS
                   WHEN TRANS-REVERSAL
                       ADD 1 TO WS-REVERSAL-COUNT
                       PERFORM EDIT-REVERSAL
                   WHEN TRANS-SET-OD-LIMIT
                       ADD 1 TO WS-OD-LIMIT-COUNT
                       PERFORM EDIT-SET-OD-LIMIT
                   WHEN OTHER
                       MOVE "UNKNOWN TRANSACTION CODE" TO WS-FL-REASON
                       PERFORM WRITE-FINDING
               END-EVALUATE
           END-IF
           PERFORM EDIT-OPERATOR-AUTHORITY.

      ******************************************************************
      * EDIT-ADD
      ******************************************************************
      * EDIT-SET-STATUS
      * A status change needs an existing customer and a status value
      * the customer record actually defines, and is refused for a
      * charged-off account, which the night run keeps at "O". An ID
      * added earlier in this batch is a new account, never charged
      * off, so only a customer read from CUSTOMER.DAT is tested.
      ******************************************************************
       EDIT-SET-STATUS.
           PERFORM EDIT-MUST-EXIST
           IF NOT TRANS-STATUS-VALID
               MOVE "INVALID STATUS CODE" TO WS-FL-REASON
               PERFORM WRITE-FINDING
           END-IF
           IF WS-ON-FILE AND WS-BATCH-MATCH-IDX = ZERO
                   AND CUST-CHARGED-OFF
               MOVE "ACCOUNT CHARGED OFF" TO WS-FL-REASON
               PERFORM WRITE-FINDING
           END-IF.

      ******************************************************************
      * EDIT-REVERSAL
      * A reversal needs an existing customer, a reason code, and the
      * run date and time of the posting it reverses as a real
      * YYYYMMDD date and a numeric time - the key APPLY-REVERSAL
      * reads the original by. Whether that posting exists and was
      * a CHARGE or INTEREST is left to the night run, which has the
      * audit trail open.
      ******************************************************************
       EDIT-REVERSAL.
           PERFORM EDIT-MUST-EXIST
           IF TRANS-REASON-CODE = SPACES
               MOVE "REVERSAL REASON MISSING" TO WS-FL-REASON
               PERFORM WRITE-FINDING
           END-IF
           IF TRANS-ORIG-RUN-DATE NOT NUMERIC
               MOVE "ORIGINAL POSTING DATE NOT NUMERIC" TO
                   WS-FL-REASON
               PERFORM WRITE-FINDING
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD (TRANS-ORIG-RUN-DATE)
                       NOT = ZERO
                   MOVE "ORIGINAL POSTING DATE INVALID" TO
                       WS-FL-REASON
                   PERFORM WRITE-FINDING
               END-IF
           END-IF
           IF TRANS-ORIG-RUN-TIME NOT NUMERIC
               MOVE "ORIGINAL POSTING TIME NOT NUMERIC" TO
                   WS-FL-REASON
               PERFORM WRITE-FINDING
           END-IF.

      ******************************************************************
      * EDIT-SET-OD-LIMIT
      * An overdraft-limit change needs an existing customer and a
      * numeric limit in TRANS-CUST-BALANCE that is not negative -
      * zero is a real limit (no overdraft at all), the same edit
      * APPLY-OD-LIMIT-CHANGE enforces in the night run.
      ******************************************************************
       EDIT-SET-OD-LIMIT.
           PERFORM EDIT-MUST-EXIST
           IF TRANS-CUST-BALANCE NOT NUMERIC
               MOVE "BALANCE/AMOUNT NOT NUMERIC" TO WS-FL-REASON
               PERFORM WRITE-FINDING
           ELSE
               IF TRANS-CUST-BALANCE < ZERO
                   MOVE "OVERDRAFT LIMIT NEGATIVE" TO WS-FL-REASON
                   PERFORM WRITE-FINDING
               END-IF
           END-IF.

      ******************************************************************
      * EDIT-OPERATOR-AUTHORITY
      * Every record's operator must be on OPERATOR.DAT and active,
      * and a P/E/W/J amount must fall within that operator's limit
      * for the code and, above WS-DUAL-CONTROL-AMOUNT, name a second,
      * different approver who is active and whose own limit covers
      * the amount - the same checks AUTHORIZE-TRANSACTION applies in
      * the night run. A non-numeric amount is already a finding.
      ******************************************************************
       EDIT-OPERATOR-AUTHORITY.
           MOVE TRANS-OPERATOR-ID TO WS-OPR-LOOKUP-ID
           PERFORM FIND-OPERATOR
           EVALUATE TRUE
               WHEN WS-OPR-MATCH-IDX = ZERO
                   MOVE "OPERATOR NOT ON FILE" TO WS-FL-REASON
                   PERFORM WRITE-FINDING
               WHEN WS-OPR-ACTIVE-FLAG (WS-OPR-MATCH-IDX) NOT = "Y"
                   MOVE "OPERATOR NOT ACTIVE" TO WS-FL-REASON
                   PERFORM WRITE-FINDING
               WHEN TRANS-MONETARY AND TRANS-CUST-BALANCE NUMERIC
                   PERFORM EDIT-MONETARY-AUTHORITY
           END-EVALUATE.

      ******************************************************************
      * EDIT-MONETARY-AUTHORITY
      * Holds a P/E/W/J amount, as a positive, to the keying
      * operator's limit for the code and checks the second approver
      * above the dual-control amount.
      ******************************************************************
       EDIT-MONETARY-AUTHORITY.
           EVALUATE TRUE
               WHEN TRANS-PAYMENT
                   MOVE 1 TO WS-AUTH-LIMIT-SUB
               WHEN TRANS-DEPOSIT
                   MOVE 2 TO WS-AUTH-LIMIT-SUB
               WHEN TRANS-WITHDRAWAL
                   MOVE 3 TO WS-AUTH-LIMIT-SUB
               WHEN OTHER
                   MOVE 4 TO WS-AUTH-LIMIT-SUB
           END-EVALUATE
           IF TRANS-CUST-BALANCE < ZERO
               COMPUTE WS-AUTH-AMOUNT = ZERO - TRANS-CUST-BALANCE
           ELSE
               MOVE TRANS-CUST-BALANCE TO WS-AUTH-AMOUNT
           END-IF
           EVALUATE TRUE
               WHEN WS-AUTH-AMOUNT > WS-OPR-LIMIT
                       (WS-OPR-MATCH-IDX, WS-AUTH-LIMIT-SUB)
                   MOVE "AMOUNT OVER OPERATOR LIMIT" TO WS-FL-REASON
                   PERFORM WRITE-FINDING
               WHEN WS-DUAL-CONTROL-AMOUNT = ZERO OR
                       WS-AUTH-AMOUNT NOT > WS-DUAL-CONTROL-AMOUNT
                   CONTINUE
               WHEN TRANS-APPROVER-ID = SPACES OR
                       TRANS-APPROVER-ID = TRANS-OPERATOR-ID
                   MOVE "SECOND APPROVER REQUIRED" TO WS-FL-REASON
                   PERFORM WRITE-FINDING
               WHEN OTHER
                   MOVE TRANS-APPROVER-ID TO WS-OPR-LOOKUP-ID
                   PERFORM FIND-OPERATOR
                   EVALUATE TRUE
                       WHEN WS-OPR-MATCH-IDX = ZERO
                           MOVE "APPROVER NOT ON FILE" TO WS-FL-REASON
                           PERFORM WRITE-FINDING
                       WHEN WS-OPR-ACTIVE-FLAG (WS-OPR-MATCH-IDX)
                               NOT = "Y"
                           MOVE "APPROVER NOT ACTIVE" TO WS-FL-REASON
                           PERFORM WRITE-FINDING
                       WHEN WS-AUTH-AMOUNT > WS-OPR-LIMIT
                               (WS-OPR-MATCH-IDX, WS-AUTH-LIMIT-SUB)
                           MOVE "AMOUNT OVER APPROVER LIMIT" TO
                               WS-FL-REASON
                           PERFORM WRITE-FINDING
                   END-EVALUATE
           END-EVALUATE.

      ******************************************************************
      * FIND-OPERATOR
      * Looks WS-OPR-LOOKUP-ID up in WS-OPERATOR-TABLE, leaving its
      * entry number in WS-OPR-MATCH-IDX, or zero when it is not
      * there. A blank ID never matches.
      ******************************************************************
       FIND-OPERATOR.
           MOVE ZERO TO WS-OPR-MATCH-IDX
           IF WS-OPR-LOOKUP-ID NOT = SPACES
               PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
                       UNTIL WS-OPR-IDX > WS-OPERATOR-TABLE-COUNT
                   IF WS-OPR-ID (WS-OPR-IDX) = WS-OPR-LOOKUP-ID
                       SET WS-OPR-MATCH-IDX TO WS-OPR-IDX
                       SET WS-OPR-IDX TO WS-OPERATOR-TABLE-COUNT
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
           MOVE WS-DELETE-COUNT TO WS-SUM-DELETE
           MOVE WS-MONETARY-COUNT TO WS-SUM-MONETARY
           MOVE WS-STATUS-COUNT TO WS-SUM-STATUS
           MOVE WS-REVERSAL-COUNT TO WS-SUM-REVERSAL
           WRITE TRANS-CHECK-LINE FROM WS-SUMMARY-LINE-2
           MOVE WS-HASH-TOTAL-CUSTOMER-ID TO WS-SUM-HASH-TOTAL
           MOVE WS-OD-LIMIT-COUNT TO WS-SUM-OD-LIMIT
           WRITE TRANS-CHECK-LINE FROM WS-SUMMARY-LINE-3.

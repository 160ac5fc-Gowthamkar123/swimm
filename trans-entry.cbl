       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANS-ENTRY.
      ******************************************************************
      * Program:     TRANS-ENTRY
      * Author:      Development Team
      * Date:        2026-10-15
      * Purpose:     Interactive console entry of maintenance (A/C/D/S)
      *              and monetary (P/E/W/J) transactions into the day's
      *              CUSTOMER-TRANS.DAT, so data entry no longer hand-
      *              builds fixed-format records. The operator signs on
      *              with an ID that must be active on OPERATOR.DAT and
      *              that ID is stamped on every record keyed. For each
      *              record the program looks the customer up on
      *              CUSTOMER.DAT as it is keyed and shows the current
      *              name, address, phone, status, and balance, then
      *              applies the same edits TRANS-CHECK does - the
      *              field edits, the existence edits against the
      *              master and against the adds and deletes already in
      *              the day's file, and the operator limit and second-
      *              approver edits above DUAL-CONTROL-AMOUNT - before
      *              the record is accepted. A record that fails any
      *              edit is shown with every reason and is not
      *              written; an accepted record is appended to
      *              CUSTOMER-TRANS.DAT (created the first time).
      *
      *              At sign-off a batch control slip - counts by
      *              transaction code, records accepted and rejected,
      *              the dollar total of the P/E/W/J amounts as keyed,
      *              and the CUSTOMER-ID hash total TRANS-CHECK prints
      *              - is shown at the console and appended to
      *              TRANS-ENTRY-SLIP.RPT, so the session ties out
      *              against the keying sheets the same day.
      *
      *              The batch cross-checks see the day's file as it
      *              stood at sign-on plus this session's own records;
      *              TRANS-CHECK still proves the whole file before it
      *              is released to the night run. Reversals (R) and
      *              overdraft-limit changes (L) are still keyed to the
      *              file directly.
      *
      *              Enter code X at the transaction prompt to sign
      *              off. RETURN-CODE 8 when sign-on is refused, 16
      *              when a file this program depends on cannot be
      *              opened, read, or written.
      *
      * Maintenance Log:
      * Date       Developer    Description
      * ---------- ------------ ----------------------------------------
      * 2026-10-15 DEV-TEAM    Initial version
      * 2026-10-15 DEV-TEAM    Refuse a status change (S) for a
      *                        charged-off account, as the night run
      *                        now does
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID
               FILE STATUS IS FILE-STATUS.

           SELECT CUSTOMER-TRANS-FILE ASSIGN TO 'CUSTOMER-TRANS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TRANS-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO 'OPERATOR.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OPERATOR-STATUS.

           SELECT SYSTEM-PARMS-FILE ASSIGN TO 'SYSTEM-PARMS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SYSTEM-PARMS-STATUS.

           SELECT ENTRY-SLIP-FILE ASSIGN TO 'TRANS-ENTRY-SLIP.RPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SLIP-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * Customer Record Layout - mirrors CUSTOMER-PROCESS exactly,
      * read only to show the account and to check it exists.
      ******************************************************************
       FD CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
           05 CUSTOMER-ID       PIC 9(6).
           05 CUST-NAME        PIC X(30).
           05 CUST-ADDRESS     PIC X(50).
           05 CUST-PHONE       PIC X(15).
           05 CUST-BALANCE     PIC S9(7)V99.
           05 CUST-STATUS      PIC X.
               88 CUST-ACTIVE          VALUES "A" SPACE.
               88 CUST-FROZEN          VALUE "F".
               88 CUST-CHARGEOFF-PEND  VALUE "P".
               88 CUST-CHARGED-OFF     VALUE "O".
               88 CUST-CLOSED-PEND     VALUE "C".
           05 CUST-OD-LIMIT-FLAG PIC X.
           05 CUST-OD-LIMIT    PIC 9(7)V99.

      ******************************************************************
      * Customer Maintenance Transaction Layout - mirrors CUSTOMER-
      * PROCESS exactly. Read at sign-on for the adds and deletes
      * already in the day's file, then appended to.
      ******************************************************************
       FD CUSTOMER-TRANS-FILE.
       01 CUSTOMER-TRANS-RECORD.
           05 TRANS-CODE             PIC X.
               88 TRANS-ADD          VALUE "A".
               88 TRANS-CHANGE       VALUE "C".
               88 TRANS-DELETE       VALUE "D".
               88 TRANS-PAYMENT      VALUE "P".
               88 TRANS-DEPOSIT      VALUE "E".
               88 TRANS-WITHDRAWAL   VALUE "W".
               88 TRANS-ADJUSTMENT   VALUE "J".
               88 TRANS-MONETARY     VALUES "P" "E" "W" "J".
               88 TRANS-SET-STATUS   VALUE "S".
               88 TRANS-ENTRY-CODE   VALUES "A" "C" "D" "S"
                                            "P" "E" "W" "J".
           05 TRANS-CUSTOMER-ID      PIC 9(6).
           05 TRANS-CUST-NAME        PIC X(30).
           05 TRANS-CUST-ADDRESS     PIC X(50).
           05 TRANS-CUST-PHONE       PIC X(15).
           05 TRANS-CUST-BALANCE     PIC S9(7)V99.
           05 TRANS-OPERATOR-ID      PIC X(8).
           05 TRANS-REASON-CODE      PIC X(10).
           05 TRANS-NEW-STATUS       PIC X.
               88 TRANS-STATUS-VALID VALUES "A" "F" "P" "C".
           05 TRANS-ORIG-RUN-DATE    PIC 9(8).
           05 TRANS-ORIG-RUN-TIME    PIC 9(8).
           05 TRANS-APPROVER-ID      PIC X(8).

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

      ******************************************************************
      * Batch Control Slip Layout - one slip per session, appended so
      * the day's sessions stay together.
      ******************************************************************
       FD ENTRY-SLIP-FILE.
       01 ENTRY-SLIP-LINE          PIC X(100).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS          PIC XX.
           88 SUCCESS          VALUE "00".

       01 TRANS-STATUS         PIC XX.
           88 TRANS-OK               VALUE "00".
           88 TRANS-EOF              VALUE "10".
           88 TRANS-FILE-NOT-FOUND   VALUE "35".

       01 OPERATOR-STATUS      PIC XX.
           88 OPERATOR-OK            VALUE "00".
           88 OPERATOR-EOF           VALUE "10".
           88 OPERATOR-NOT-FOUND     VALUE "35".

       01 SYSTEM-PARMS-STATUS  PIC XX.
           88 SYSTEM-PARMS-OK        VALUE "00".
           88 SYSTEM-PARMS-EOF       VALUE "10".
           88 SYSTEM-PARMS-NOT-FOUND VALUE "35".

       01 SLIP-STATUS          PIC XX.
           88 SLIP-OK                VALUE "00".
           88 SLIP-NOT-FOUND         VALUE "35".

       01 WS-ERROR-CONTEXT         PIC X(30).
       01 WS-RUN-DATE              PIC 9(8).
       01 WS-RUN-TIME              PIC 9(8).

      ******************************************************************
      * Console entry fields - everything is accepted as text and
      * edited before it goes near the transaction record.
      ******************************************************************
       01 WS-SESSION-OPERATOR      PIC X(8) VALUE SPACES.
       01 WS-SIGNON-TRIES          PIC 9 VALUE ZERO.
       01 WS-ENTRY-CODE            PIC X.
       01 WS-ENTRY-ID-TEXT         PIC X(6).
       01 WS-ENTRY-TEXT            PIC X(50).
       01 WS-ENTRY-AMOUNT-TEXT     PIC X(14).
       01 WS-ENTRY-CONFIRM         PIC X.
       01 WS-DONE-SWITCH           PIC X VALUE "N".
           88 WS-DONE                  VALUE "Y".
       01 WS-KEYING-SWITCH         PIC X.
           88 WS-KEYING-OK             VALUE "Y".
       01 WS-CUSTOMER-FOUND-SWITCH PIC X.
           88 WS-CUSTOMER-FOUND        VALUE "Y".
       01 WS-EDIT-ERROR-COUNT      PIC 9(3).
       01 WS-EDIT-REASON           PIC X(40).

       01 WS-DISPLAY-BALANCE       PIC -(7)9.99.
       01 WS-DISPLAY-AMOUNT        PIC -(7)9.99.
       01 WS-STATUS-DESC           PIC X(18).

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
      * Batch-state table - the same table TRANS-CHECK keeps: one
      * entry per CUSTOMER-ID added ("A") or deleted ("D") by the
      * day's file, primed at sign-on from the records already there
      * and kept up as this session's adds and deletes are accepted.
      ******************************************************************
       01 WS-BATCH-TABLE-MAX       PIC 9(4) VALUE 2000.
       01 WS-BATCH-COUNT           PIC 9(4) VALUE ZERO.
       01 WS-BATCH-MATCH-IDX       PIC 9(4).
       01 WS-ON-FILE-SWITCH        PIC X.
           88 WS-ON-FILE               VALUE "Y".
       01 WS-BATCH-TABLE.
           05 WS-BATCH-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-BATCH-IDX.
               10 WS-BATCH-ID          PIC 9(6).
               10 WS-BATCH-STATE       PIC X.

      ******************************************************************
      * Session control totals for the batch control slip.
      ******************************************************************
       01 WS-SESSION-COUNTS.
           05 WS-ADD-COUNT         PIC 9(6) VALUE ZERO.
           05 WS-CHANGE-COUNT      PIC 9(6) VALUE ZERO.
           05 WS-DELETE-COUNT      PIC 9(6) VALUE ZERO.
           05 WS-STATUS-COUNT      PIC 9(6) VALUE ZERO.
           05 WS-PAYMENT-COUNT     PIC 9(6) VALUE ZERO.
           05 WS-DEPOSIT-COUNT     PIC 9(6) VALUE ZERO.
           05 WS-WITHDRAWAL-COUNT  PIC 9(6) VALUE ZERO.
           05 WS-ADJUSTMENT-COUNT  PIC 9(6) VALUE ZERO.
       01 WS-ACCEPTED-COUNT        PIC 9(6) VALUE ZERO.
       01 WS-REJECTED-COUNT        PIC 9(6) VALUE ZERO.
       01 WS-DOLLAR-TOTAL          PIC S9(9)V99 VALUE ZERO.
       01 WS-HASH-TOTAL-CUSTOMER-ID PIC 9(12) VALUE ZERO.

       01 WS-SLIP-LINE-1.
           05 FILLER                PIC X(32) VALUE
               "TRANSACTION ENTRY CONTROL SLIP  ".
           05 FILLER                PIC X(10) VALUE "OPERATOR: ".
           05 WS-SL1-OPERATOR       PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 FILLER                PIC X(6)  VALUE "DATE: ".
           05 WS-SL1-DATE           PIC 9(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 FILLER                PIC X(6)  VALUE "TIME: ".
           05 WS-SL1-TIME           PIC 9(8).
           05 FILLER                PIC X(18) VALUE SPACES.

       01 WS-SLIP-LINE-2.
           05 FILLER                PIC X(3)  VALUE "A: ".
           05 WS-SL2-ADD            PIC ZZ,ZZ9.
           05 FILLER                PIC X(5)  VALUE "  C: ".
           05 WS-SL2-CHANGE         PIC ZZ,ZZ9.
           05 FILLER                PIC X(5)  VALUE "  D: ".
           05 WS-SL2-DELETE         PIC ZZ,ZZ9.
           05 FILLER                PIC X(5)  VALUE "  S: ".
           05 WS-SL2-STATUS         PIC ZZ,ZZ9.
           05 FILLER                PIC X(5)  VALUE "  P: ".
           05 WS-SL2-PAYMENT        PIC ZZ,ZZ9.
           05 FILLER                PIC X(5)  VALUE "  E: ".
           05 WS-SL2-DEPOSIT        PIC ZZ,ZZ9.
           05 FILLER                PIC X(5)  VALUE "  W: ".
           05 WS-SL2-WITHDRAWAL     PIC ZZ,ZZ9.
           05 FILLER                PIC X(5)  VALUE "  J: ".
           05 WS-SL2-ADJUSTMENT     PIC ZZ,ZZ9.
           05 FILLER                PIC X(14) VALUE SPACES.

       01 WS-SLIP-LINE-3.
           05 FILLER                PIC X(18) VALUE
               "RECORDS ACCEPTED: ".
           05 WS-SL3-ACCEPTED       PIC ZZZ,ZZ9.
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 FILLER                PIC X(10) VALUE "REJECTED: ".
           05 WS-SL3-REJECTED       PIC ZZZ,ZZ9.
           05 FILLER                PIC X(54) VALUE SPACES.

       01 WS-SLIP-LINE-4.
           05 FILLER                PIC X(14) VALUE "DOLLAR TOTAL: ".
           05 WS-SL4-DOLLARS        PIC -(9)9.99.
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 FILLER                PIC X(24) VALUE
               "CUSTOMER-ID HASH TOTAL: ".
           05 WS-SL4-HASH-TOTAL     PIC Z(11)9.
           05 FILLER                PIC X(33) VALUE SPACES.

       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN-PROCESS
      * Signs the operator on, takes transactions until the operator
      * keys X, then prints the batch control slip.
      ******************************************************************
       MAIN-PROCESS.
           PERFORM INITIALIZATION
           PERFORM SIGN-ON
           PERFORM UNTIL WS-DONE
               DISPLAY " "
               DISPLAY "TRANSACTION CODE (A/C/D/S/P/E/W/J, "
                   "X TO SIGN OFF): "
               ACCEPT WS-ENTRY-CODE FROM CONSOLE
               MOVE FUNCTION UPPER-CASE(WS-ENTRY-CODE) TO
                   WS-ENTRY-CODE
               IF WS-ENTRY-CODE = "X"
                   SET WS-DONE TO TRUE
               ELSE
                   PERFORM ENTER-TRANSACTION
               END-IF
           END-PERFORM
           CLOSE CUSTOMER-TRANS-FILE
           CLOSE CUSTOMER-FILE
           PERFORM PRINT-CONTROL-SLIP
           STOP RUN.

      ******************************************************************
      * INITIALIZATION
      * Opens the customer master for lookup, loads the dual-control
      * amount and the operator table, primes the batch table from
      * the day's CUSTOMER-TRANS.DAT, and opens that file to append
      * (creating it the first time).
      ******************************************************************
       INITIALIZATION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT CUSTOMER-FILE
           IF NOT SUCCESS
               MOVE "OPEN INPUT CUSTOMER-FILE" TO WS-ERROR-CONTEXT
               PERFORM ABEND-TRANS-ENTRY
           END-IF
           PERFORM LOAD-SYSTEM-PARMS
           PERFORM LOAD-OPERATOR-TABLE
           PERFORM LOAD-EXISTING-BATCH
           OPEN EXTEND CUSTOMER-TRANS-FILE
           IF TRANS-FILE-NOT-FOUND
               OPEN OUTPUT CUSTOMER-TRANS-FILE
           END-IF
           IF NOT TRANS-OK
               MOVE "OPEN CUSTOMER-TRANS-FILE" TO WS-ERROR-CONTEXT
               MOVE TRANS-STATUS TO FILE-STATUS
               PERFORM ABEND-TRANS-ENTRY
           END-IF.

      ******************************************************************
      * LOAD-SYSTEM-PARMS
      * Reads DUAL-CONTROL-AMOUNT from SYSTEM-PARMS.DAT over its
      * default, the same way CUSTOMER-PROCESS does. The file is
      * optional.
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
                   MOVE "OPEN INPUT SYSTEM-PARMS-FILE" TO
                       WS-ERROR-CONTEXT
                   MOVE SYSTEM-PARMS-STATUS TO FILE-STATUS
                   PERFORM ABEND-TRANS-ENTRY
               END-IF
           END-IF.

      ******************************************************************
      * LOAD-OPERATOR-TABLE
      * Loads OPERATOR.DAT into WS-OPERATOR-TABLE. An absent file
      * leaves the table empty, so nobody can sign on. An open
      * failure, or a file bigger than the table, is fatal.
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
               IF NOT OPERATOR-NOT-FOUND
                   MOVE "OPEN INPUT OPERATOR-FILE" TO WS-ERROR-CONTEXT
                   MOVE OPERATOR-STATUS TO FILE-STATUS
                   PERFORM ABEND-TRANS-ENTRY
               END-IF
           END-IF.

      ******************************************************************
      * STORE-OPERATOR
      * Adds one OPERATOR.DAT record to WS-OPERATOR-TABLE.
      ******************************************************************
       STORE-OPERATOR.
           IF WS-OPERATOR-TABLE-COUNT >= WS-OPERATOR-TABLE-MAX
               MOVE "OPERATOR TABLE OVERFLOW" TO WS-ERROR-CONTEXT
               MOVE OPERATOR-STATUS TO FILE-STATUS
               PERFORM ABEND-TRANS-ENTRY
           END-IF
           ADD 1 TO WS-OPERATOR-TABLE-COUNT
           SET WS-OPR-IDX TO WS-OPERATOR-TABLE-COUNT
           MOVE OPR-OPERATOR-ID TO WS-OPR-ID (WS-OPR-IDX)
           MOVE OPR-ACTIVE-FLAG TO WS-OPR-ACTIVE-FLAG (WS-OPR-IDX)
           MOVE OPR-PAYMENT-LIMIT TO WS-OPR-LIMIT (WS-OPR-IDX, 1)
           MOVE OPR-DEPOSIT-LIMIT TO WS-OPR-LIMIT (WS-OPR-IDX, 2)
           MOVE OPR-WITHDRAWAL-LIMIT TO WS-OPR-LIMIT (WS-OPR-IDX, 3)
           MOVE OPR-ADJUSTMENT-LIMIT TO WS-OPR-LIMIT (WS-OPR-IDX, 4).

      ******************************************************************
      * LOAD-EXISTING-BATCH
      * Replays the adds and deletes already in the day's CUSTOMER-
      * TRANS.DAT into the batch table, so a duplicate add or a
      * record against an ID deleted earlier in the day is caught at
      * the keyboard. An absent file means nothing keyed yet today.
      ******************************************************************
       LOAD-EXISTING-BATCH.
           OPEN INPUT CUSTOMER-TRANS-FILE
           IF TRANS-OK
               PERFORM UNTIL TRANS-EOF
                   READ CUSTOMER-TRANS-FILE
                       AT END SET TRANS-EOF TO TRUE
                       NOT AT END
                           IF TRANS-CUSTOMER-ID NUMERIC AND
                                   (TRANS-ADD OR TRANS-DELETE)
                               PERFORM PRIME-BATCH-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-TRANS-FILE
           ELSE
               IF NOT TRANS-FILE-NOT-FOUND
                   MOVE "OPEN INPUT CUSTOMER-TRANS-FILE" TO
                       WS-ERROR-CONTEXT
                   MOVE TRANS-STATUS TO FILE-STATUS
                   PERFORM ABEND-TRANS-ENTRY
               END-IF
           END-IF.

      ******************************************************************
      * PRIME-BATCH-ENTRY
      * Carries one add or delete already in the day's file into the
      * batch table under TRANS-CHECK's rule: an add counts only when
      * the ID was not already alive, a delete only when it was. A
      * day's file with more adds and deletes than the table holds is
      * fatal rather than checked against half a batch.
      ******************************************************************
       PRIME-BATCH-ENTRY.
           PERFORM RESOLVE-BATCH-EXISTENCE
           IF WS-BATCH-MATCH-IDX = ZERO AND
                   WS-BATCH-COUNT >= WS-BATCH-TABLE-MAX AND
                   ((TRANS-ADD AND NOT WS-ON-FILE) OR
                    (TRANS-DELETE AND WS-ON-FILE))
               MOVE "BATCH TABLE OVERFLOW" TO WS-ERROR-CONTEXT
               MOVE TRANS-STATUS TO FILE-STATUS
               PERFORM ABEND-TRANS-ENTRY
           END-IF
           IF TRANS-ADD AND NOT WS-ON-FILE
               PERFORM RECORD-BATCH-STATE-ADD
           END-IF
           IF TRANS-DELETE AND WS-ON-FILE
               PERFORM RECORD-BATCH-STATE-DELETE
           END-IF.

      ******************************************************************
      * SIGN-ON
      * Takes the operator ID every record this session will carry.
      * It must be on OPERATOR.DAT and active; three refusals end the
      * session with nothing keyed.
      ******************************************************************
       SIGN-ON.
           PERFORM UNTIL WS-SESSION-OPERATOR NOT = SPACES
               DISPLAY "OPERATOR ID: "
               ACCEPT WS-OPR-LOOKUP-ID FROM CONSOLE
               MOVE FUNCTION UPPER-CASE(WS-OPR-LOOKUP-ID) TO
                   WS-OPR-LOOKUP-ID
               PERFORM FIND-OPERATOR
               EVALUATE TRUE
                   WHEN WS-OPR-MATCH-IDX = ZERO
                       DISPLAY "SIGN-ON REFUSED - OPERATOR NOT ON FILE"
                   WHEN WS-OPR-ACTIVE-FLAG (WS-OPR-MATCH-IDX) NOT = "Y"
                       DISPLAY "SIGN-ON REFUSED - OPERATOR NOT ACTIVE"
                   WHEN OTHER
                       MOVE WS-OPR-LOOKUP-ID TO WS-SESSION-OPERATOR
               END-EVALUATE
               IF WS-SESSION-OPERATOR = SPACES
                   ADD 1 TO WS-SIGNON-TRIES
                   IF WS-SIGNON-TRIES >= 3
                       DISPLAY "SIGN-ON REFUSED - SESSION ENDED"
                       CLOSE CUSTOMER-TRANS-FILE
                       CLOSE CUSTOMER-FILE
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY "SIGNED ON AS " WS-SESSION-OPERATOR.

      ******************************************************************
      * ENTER-TRANSACTION
      * Takes one transaction: the customer, shown as it stands, then
      * the fields the code needs. The record is edited, every
      * failure shown, and - only when it passes and the operator
      * confirms - appended to the day's file.
      ******************************************************************
       ENTER-TRANSACTION.
           MOVE SPACES TO CUSTOMER-TRANS-RECORD
           MOVE WS-ENTRY-CODE TO TRANS-CODE
           IF NOT TRANS-ENTRY-CODE
               DISPLAY "UNKNOWN TRANSACTION CODE - KEY A/C/D/S/P/E/W/J"
           ELSE
               MOVE "Y" TO WS-KEYING-SWITCH
               DISPLAY "CUSTOMER ID (6 DIGITS): "
               ACCEPT WS-ENTRY-ID-TEXT FROM CONSOLE
               IF WS-ENTRY-ID-TEXT NOT NUMERIC
                   DISPLAY "CUSTOMER ID MUST BE 6 DIGITS"
               ELSE
                   MOVE WS-ENTRY-ID-TEXT TO TRANS-CUSTOMER-ID
                   PERFORM SHOW-CUSTOMER
                   MOVE WS-SESSION-OPERATOR TO TRANS-OPERATOR-ID
                   MOVE ZERO TO TRANS-ORIG-RUN-DATE
                   MOVE ZERO TO TRANS-ORIG-RUN-TIME
                   MOVE ZERO TO TRANS-CUST-BALANCE
                   EVALUATE TRUE
                       WHEN TRANS-ADD
                           PERFORM KEY-ADD-FIELDS
                       WHEN TRANS-CHANGE
                           PERFORM KEY-CHANGE-FIELDS
                       WHEN TRANS-SET-STATUS
                           PERFORM KEY-STATUS-FIELDS
                       WHEN TRANS-MONETARY
                           PERFORM KEY-MONETARY-FIELDS
                   END-EVALUATE
                   IF WS-KEYING-OK
                       PERFORM EDIT-TRANSACTION
                       IF WS-EDIT-ERROR-COUNT > ZERO
                           DISPLAY "RECORD REJECTED - NOT WRITTEN"
                           ADD 1 TO WS-REJECTED-COUNT
                       ELSE
                           PERFORM CONFIRM-AND-WRITE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * SHOW-CUSTOMER
      * Shows the customer as CUSTOMER.DAT holds it now, and flags an
      * ID added or deleted earlier in the day's file.
      ******************************************************************
       SHOW-CUSTOMER.
           MOVE "N" TO WS-CUSTOMER-FOUND-SWITCH
           MOVE TRANS-CUSTOMER-ID TO CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "NO CUSTOMER ON FILE FOR ID: "
                       TRANS-CUSTOMER-ID
               NOT INVALID KEY
                   SET WS-CUSTOMER-FOUND TO TRUE
           END-READ
           IF WS-CUSTOMER-FOUND
               MOVE CUST-BALANCE TO WS-DISPLAY-BALANCE
               PERFORM SET-STATUS-DESC
               DISPLAY "NAME:    " CUST-NAME
               DISPLAY "ADDRESS: " CUST-ADDRESS
               DISPLAY "PHONE:   " CUST-PHONE
               DISPLAY "STATUS:  " WS-STATUS-DESC
               DISPLAY "BALANCE: " WS-DISPLAY-BALANCE
           END-IF
           PERFORM RESOLVE-BATCH-EXISTENCE
           IF WS-BATCH-MATCH-IDX > ZERO
               IF WS-ON-FILE
                   DISPLAY "NOTE: ADDED EARLIER IN TODAY'S FILE"
               ELSE
                   DISPLAY "NOTE: DELETED EARLIER IN TODAY'S FILE"
               END-IF
           END-IF.

      ******************************************************************
      * SET-STATUS-DESC
      * Translates CUST-STATUS into a word, the same way CUSTOMER-
      * INQUIRY does.
      ******************************************************************
       SET-STATUS-DESC.
           EVALUATE TRUE
               WHEN CUST-ACTIVE
                   MOVE "ACTIVE" TO WS-STATUS-DESC
               WHEN CUST-FROZEN
                   MOVE "FROZEN" TO WS-STATUS-DESC
               WHEN CUST-CHARGEOFF-PEND
                   MOVE "CHARGE-OFF PENDING" TO WS-STATUS-DESC
               WHEN CUST-CHARGED-OFF
                   MOVE "CHARGED OFF" TO WS-STATUS-DESC
               WHEN CUST-CLOSED-PEND
                   MOVE "CLOSED PENDING" TO WS-STATUS-DESC
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-STATUS-DESC
           END-EVALUATE.

      ******************************************************************
      * KEY-ADD-FIELDS
      * Name, address, phone, and opening balance for a new customer.
      ******************************************************************
       KEY-ADD-FIELDS.
           DISPLAY "NAME: "
           ACCEPT WS-ENTRY-TEXT FROM CONSOLE
           MOVE WS-ENTRY-TEXT TO TRANS-CUST-NAME
           DISPLAY "ADDRESS: "
           ACCEPT WS-ENTRY-TEXT FROM CONSOLE
           MOVE WS-ENTRY-TEXT TO TRANS-CUST-ADDRESS
           DISPLAY "PHONE: "
           ACCEPT WS-ENTRY-TEXT FROM CONSOLE
           MOVE WS-ENTRY-TEXT TO TRANS-CUST-PHONE
           DISPLAY "OPENING BALANCE: "
           PERFORM KEY-AMOUNT.

      ******************************************************************
      * KEY-CHANGE-FIELDS
      * A change replaces all three contact fields in the night run,
      * so each one starts as the customer's current value and the
      * operator keys over only what changes - an empty entry keeps
      * the current value.
      ******************************************************************
       KEY-CHANGE-FIELDS.
           IF WS-CUSTOMER-FOUND
               MOVE CUST-NAME TO TRANS-CUST-NAME
               MOVE CUST-ADDRESS TO TRANS-CUST-ADDRESS
               MOVE CUST-PHONE TO TRANS-CUST-PHONE
           END-IF
           DISPLAY "NAME (ENTER TO KEEP): "
           MOVE SPACES TO WS-ENTRY-TEXT
           ACCEPT WS-ENTRY-TEXT FROM CONSOLE
           IF WS-ENTRY-TEXT NOT = SPACES
               MOVE WS-ENTRY-TEXT TO TRANS-CUST-NAME
           END-IF
           DISPLAY "ADDRESS (ENTER TO KEEP): "
           MOVE SPACES TO WS-ENTRY-TEXT
           ACCEPT WS-ENTRY-TEXT FROM CONSOLE
           IF WS-ENTRY-TEXT NOT = SPACES
               MOVE WS-ENTRY-TEXT TO TRANS-CUST-ADDRESS
           END-IF
           DISPLAY "PHONE (ENTER TO KEEP): "
           MOVE SPACES TO WS-ENTRY-TEXT
           ACCEPT WS-ENTRY-TEXT FROM CONSOLE
           IF WS-ENTRY-TEXT NOT = SPACES
               MOVE WS-ENTRY-TEXT TO TRANS-CUST-PHONE
           END-IF.

      ******************************************************************
      * KEY-STATUS-FIELDS
      * The new account status.
      ******************************************************************
       KEY-STATUS-FIELDS.
           DISPLAY "NEW STATUS (A/F/P/C): "
           ACCEPT WS-ENTRY-CONFIRM FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-CONFIRM) TO
               TRANS-NEW-STATUS.

      ******************************************************************
      * KEY-MONETARY-FIELDS
      * The amount, a reason code (required for an adjustment), and -
      * above the dual-control amount - the second approver's ID.
      ******************************************************************
       KEY-MONETARY-FIELDS.
           IF TRANS-ADJUSTMENT
               DISPLAY "ADJUSTMENT AMOUNT (- FOR A DEBIT): "
           ELSE
               DISPLAY "AMOUNT: "
           END-IF
           PERFORM KEY-AMOUNT
           IF WS-KEYING-OK
               IF TRANS-ADJUSTMENT
                   DISPLAY "REASON CODE: "
               ELSE
                   DISPLAY "REASON CODE (OPTIONAL): "
               END-IF
               MOVE SPACES TO WS-ENTRY-TEXT
               ACCEPT WS-ENTRY-TEXT FROM CONSOLE
               MOVE FUNCTION UPPER-CASE(WS-ENTRY-TEXT) TO
                   TRANS-REASON-CODE
               IF TRANS-CUST-BALANCE < ZERO
                   COMPUTE WS-AUTH-AMOUNT = ZERO - TRANS-CUST-BALANCE
               ELSE
                   MOVE TRANS-CUST-BALANCE TO WS-AUTH-AMOUNT
               END-IF
               IF WS-DUAL-CONTROL-AMOUNT > ZERO AND
                       WS-AUTH-AMOUNT > WS-DUAL-CONTROL-AMOUNT
                   DISPLAY "OVER DUAL-CONTROL AMOUNT - APPROVER ID: "
                   MOVE SPACES TO WS-ENTRY-TEXT
                   ACCEPT WS-ENTRY-TEXT FROM CONSOLE
                   MOVE FUNCTION UPPER-CASE(WS-ENTRY-TEXT) TO
                       TRANS-APPROVER-ID
               END-IF
           END-IF.

      ******************************************************************
      * KEY-AMOUNT
      * Takes an amount as the operator types it (1234.56, -50) into
      * TRANS-CUST-BALANCE. Anything that is not a number, or does
      * not fit the field, is refused before the edits run.
      ******************************************************************
       KEY-AMOUNT.
           MOVE SPACES TO WS-ENTRY-AMOUNT-TEXT
           ACCEPT WS-ENTRY-AMOUNT-TEXT FROM CONSOLE
           IF WS-ENTRY-AMOUNT-TEXT = SPACES OR
                   FUNCTION TEST-NUMVAL(WS-ENTRY-AMOUNT-TEXT) NOT = ZERO
               DISPLAY "AMOUNT NOT NUMERIC - RECORD NOT TAKEN"
               MOVE "N" TO WS-KEYING-SWITCH
           ELSE
               COMPUTE TRANS-CUST-BALANCE =
                       FUNCTION NUMVAL(WS-ENTRY-AMOUNT-TEXT)
                   ON SIZE ERROR
                       DISPLAY "AMOUNT TOO LARGE - RECORD NOT TAKEN"
                       MOVE "N" TO WS-KEYING-SWITCH
               END-COMPUTE
           END-IF.

      ******************************************************************
      * EDIT-TRANSACTION
      * The TRANS-CHECK edits for one keyed record. Every failed edit
      * is shown at the console and counted in WS-EDIT-ERROR-COUNT.
      ******************************************************************
       EDIT-TRANSACTION.
           MOVE ZERO TO WS-EDIT-ERROR-COUNT
           EVALUATE TRUE
               WHEN TRANS-ADD
                   PERFORM EDIT-ADD
               WHEN TRANS-CHANGE
                   PERFORM EDIT-MUST-EXIST
               WHEN TRANS-DELETE
                   PERFORM EDIT-MUST-EXIST
               WHEN TRANS-MONETARY
                   PERFORM EDIT-MONETARY
               WHEN TRANS-SET-STATUS
                   PERFORM EDIT-SET-STATUS
           END-EVALUATE
           PERFORM EDIT-OPERATOR-AUTHORITY.

      ******************************************************************
      * EDIT-ADD
      * An add must carry a numeric opening balance and an ID that is
      * neither already on CUSTOMER.DAT (unless a delete earlier in
      * the day's file removes it first) nor already added.
      ******************************************************************
       EDIT-ADD.
           IF TRANS-CUST-BALANCE NOT NUMERIC
               MOVE "BALANCE/AMOUNT NOT NUMERIC" TO WS-EDIT-REASON
               PERFORM SHOW-EDIT-ERROR
           END-IF
           PERFORM RESOLVE-BATCH-EXISTENCE
           IF WS-ON-FILE
               IF WS-BATCH-MATCH-IDX > ZERO
                   MOVE "DUPLICATE ADD IN THIS BATCH" TO WS-EDIT-REASON
               ELSE
                   MOVE "ADD FOR CUSTOMER ALREADY ON FILE" TO
                       WS-EDIT-REASON
               END-IF
               PERFORM SHOW-EDIT-ERROR
           END-IF
           IF NOT WS-ON-FILE AND WS-BATCH-MATCH-IDX = ZERO AND
                   WS-BATCH-COUNT >= WS-BATCH-TABLE-MAX
               MOVE "BATCH TABLE FULL - SIGN OFF" TO WS-EDIT-REASON
               PERFORM SHOW-EDIT-ERROR
           END-IF.

      ******************************************************************
      * EDIT-MUST-EXIST
      * A change, delete, status, or monetary record must name an ID
      * the night run will find when it is applied. A delete also
      * needs room in the batch table to be remembered.
      ******************************************************************
       EDIT-MUST-EXIST.
           PERFORM RESOLVE-BATCH-EXISTENCE
           IF NOT WS-ON-FILE
               IF WS-BATCH-MATCH-IDX > ZERO
                   MOVE "CUSTOMER DELETED EARLIER IN BATCH" TO
                       WS-EDIT-REASON
               ELSE
                   MOVE "CUSTOMER NOT ON FILE" TO WS-EDIT-REASON
               END-IF
               PERFORM SHOW-EDIT-ERROR
           END-IF
           IF TRANS-DELETE AND WS-BATCH-MATCH-IDX = ZERO AND
                   WS-BATCH-COUNT >= WS-BATCH-TABLE-MAX
               MOVE "BATCH TABLE FULL - SIGN OFF" TO WS-EDIT-REASON
               PERFORM SHOW-EDIT-ERROR
           END-IF.

      ******************************************************************
      * EDIT-MONETARY
      * An existing customer, a numeric amount, a positive amount for
      * payment/deposit/withdrawal, and a reason code for a manual
      * adjustment.
      ******************************************************************
       EDIT-MONETARY.
           PERFORM EDIT-MUST-EXIST
           IF TRANS-CUST-BALANCE NOT NUMERIC
               MOVE "BALANCE/AMOUNT NOT NUMERIC" TO WS-EDIT-REASON
               PERFORM SHOW-EDIT-ERROR
           ELSE
               IF NOT TRANS-ADJUSTMENT AND
                       TRANS-CUST-BALANCE NOT > ZERO
                   MOVE "MONETARY AMOUNT NOT POSITIVE" TO
                       WS-EDIT-REASON
                   PERFORM SHOW-EDIT-ERROR
               END-IF
           END-IF
           IF TRANS-ADJUSTMENT AND TRANS-REASON-CODE = SPACES
               MOVE "ADJUSTMENT REASON MISSING" TO WS-EDIT-REASON
               PERFORM SHOW-EDIT-ERROR
           END-IF.

      ******************************************************************
      * EDIT-SET-STATUS
      * An existing customer and a status value the customer record
      * defines, and not a charged-off account - the night run keeps
      * those at "O". An ID added earlier in this batch is a new
      * account, so only a customer read from CUSTOMER.DAT is tested.
      ******************************************************************
       EDIT-SET-STATUS.
           PERFORM EDIT-MUST-EXIST
           IF NOT TRANS-STATUS-VALID
               MOVE "INVALID STATUS CODE" TO WS-EDIT-REASON
               PERFORM SHOW-EDIT-ERROR
           END-IF
           IF WS-ON-FILE AND WS-BATCH-MATCH-IDX = ZERO
                   AND CUST-CHARGED-OFF
               MOVE "ACCOUNT CHARGED OFF" TO WS-EDIT-REASON
               PERFORM SHOW-EDIT-ERROR
           END-IF.

      ******************************************************************
      * EDIT-OPERATOR-AUTHORITY
      * The signed-on operator was active at sign-on; a P/E/W/J amount
      * must still fall within that operator's limit for the code
      * and, above WS-DUAL-CONTROL-AMOUNT, name a second, different
      * approver who is active and whose own limit covers it.
      ******************************************************************
       EDIT-OPERATOR-AUTHORITY.
           MOVE TRANS-OPERATOR-ID TO WS-OPR-LOOKUP-ID
           PERFORM FIND-OPERATOR
           EVALUATE TRUE
               WHEN WS-OPR-MATCH-IDX = ZERO
                   MOVE "OPERATOR NOT ON FILE" TO WS-EDIT-REASON
                   PERFORM SHOW-EDIT-ERROR
               WHEN WS-OPR-ACTIVE-FLAG (WS-OPR-MATCH-IDX) NOT = "Y"
                   MOVE "OPERATOR NOT ACTIVE" TO WS-EDIT-REASON
                   PERFORM SHOW-EDIT-ERROR
               WHEN TRANS-MONETARY AND TRANS-CUST-BALANCE NUMERIC
                   PERFORM EDIT-MONETARY-AUTHORITY
           END-EVALUATE.

      ******************************************************************
      * EDIT-MONETARY-AUTHORITY
      * Holds a P/E/W/J amount, as a positive, to the operator's
      * limit for the code and checks the second approver above the
      * dual-control amount.
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
                   MOVE "AMOUNT OVER OPERATOR LIMIT" TO WS-EDIT-REASON
                   PERFORM SHOW-EDIT-ERROR
               WHEN WS-DUAL-CONTROL-AMOUNT = ZERO OR
                       WS-AUTH-AMOUNT NOT > WS-DUAL-CONTROL-AMOUNT
                   CONTINUE
               WHEN TRANS-APPROVER-ID = SPACES OR
                       TRANS-APPROVER-ID = TRANS-OPERATOR-ID
                   MOVE "SECOND APPROVER REQUIRED" TO WS-EDIT-REASON
                   PERFORM SHOW-EDIT-ERROR
               WHEN OTHER
                   MOVE TRANS-APPROVER-ID TO WS-OPR-LOOKUP-ID
                   PERFORM FIND-OPERATOR
                   EVALUATE TRUE
                       WHEN WS-OPR-MATCH-IDX = ZERO
                           MOVE "APPROVER NOT ON FILE" TO
                               WS-EDIT-REASON
                           PERFORM SHOW-EDIT-ERROR
                       WHEN WS-OPR-ACTIVE-FLAG (WS-OPR-MATCH-IDX)
                               NOT = "Y"
                           MOVE "APPROVER NOT ACTIVE" TO
                               WS-EDIT-REASON
                           PERFORM SHOW-EDIT-ERROR
                       WHEN WS-AUTH-AMOUNT > WS-OPR-LIMIT
                               (WS-OPR-MATCH-IDX, WS-AUTH-LIMIT-SUB)
                           MOVE "AMOUNT OVER APPROVER LIMIT" TO
                               WS-EDIT-REASON
                           PERFORM SHOW-EDIT-ERROR
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
      * RESOLVE-BATCH-EXISTENCE
      * Decides whether TRANS-CUSTOMER-ID will exist at the point in
      * the day's file this record is applied: the batch table's
      * state wins when the ID appears there (WS-BATCH-MATCH-IDX
      * set), otherwise CUSTOMER.DAT decides.
      ******************************************************************
       RESOLVE-BATCH-EXISTENCE.
           MOVE "N" TO WS-ON-FILE-SWITCH
           MOVE ZERO TO WS-BATCH-MATCH-IDX
           PERFORM VARYING WS-BATCH-IDX FROM 1 BY 1
                   UNTIL WS-BATCH-IDX > WS-BATCH-COUNT
               IF WS-BATCH-ID (WS-BATCH-IDX) = TRANS-CUSTOMER-ID
                   SET WS-BATCH-MATCH-IDX TO WS-BATCH-IDX
                   IF WS-BATCH-STATE (WS-BATCH-IDX) = "A"
                       MOVE "Y" TO WS-ON-FILE-SWITCH
                   END-IF
                   SET WS-BATCH-IDX TO WS-BATCH-COUNT
               END-IF
           END-PERFORM
           IF WS-BATCH-MATCH-IDX = ZERO
               MOVE TRANS-CUSTOMER-ID TO CUSTOMER-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-ON-FILE-SWITCH
               END-READ
           END-IF.

      ******************************************************************
      * RECORD-BATCH-STATE-ADD
      * Marks TRANS-CUSTOMER-ID as added (alive) from this point in
      * the day's file on.
      ******************************************************************
       RECORD-BATCH-STATE-ADD.
           IF WS-BATCH-MATCH-IDX > ZERO
               SET WS-BATCH-IDX TO WS-BATCH-MATCH-IDX
               MOVE "A" TO WS-BATCH-STATE (WS-BATCH-IDX)
           ELSE
               PERFORM ADD-BATCH-ENTRY
               IF WS-BATCH-COUNT > ZERO
                   SET WS-BATCH-IDX TO WS-BATCH-COUNT
                   MOVE "A" TO WS-BATCH-STATE (WS-BATCH-IDX)
               END-IF
           END-IF.

      ******************************************************************
      * RECORD-BATCH-STATE-DELETE
      * Marks TRANS-CUSTOMER-ID as deleted from this point in the
      * day's file on.
      ******************************************************************
       RECORD-BATCH-STATE-DELETE.
           IF WS-BATCH-MATCH-IDX > ZERO
               SET WS-BATCH-IDX TO WS-BATCH-MATCH-IDX
               MOVE "D" TO WS-BATCH-STATE (WS-BATCH-IDX)
           ELSE
               PERFORM ADD-BATCH-ENTRY
               IF WS-BATCH-COUNT > ZERO
                   SET WS-BATCH-IDX TO WS-BATCH-COUNT
                   MOVE "D" TO WS-BATCH-STATE (WS-BATCH-IDX)
               END-IF
           END-IF.

      ******************************************************************
      * ADD-BATCH-ENTRY
      * Claims the next batch-table slot for TRANS-CUSTOMER-ID. The
      * edits refuse an add or delete the table has no room for, so
      * a full table never loses one silently.
      ******************************************************************
       ADD-BATCH-ENTRY.
           IF WS-BATCH-COUNT < WS-BATCH-TABLE-MAX
               ADD 1 TO WS-BATCH-COUNT
               SET WS-BATCH-IDX TO WS-BATCH-COUNT
               MOVE TRANS-CUSTOMER-ID TO WS-BATCH-ID (WS-BATCH-IDX)
           END-IF.

      ******************************************************************
      * SHOW-EDIT-ERROR
      * Shows one failed edit for the record being keyed.
      ******************************************************************
       SHOW-EDIT-ERROR.
           DISPLAY "  ** " WS-EDIT-REASON
           ADD 1 TO WS-EDIT-ERROR-COUNT.

      ******************************************************************
      * CONFIRM-AND-WRITE
      * Reads the edited record back to the operator and appends it
      * on Y; anything else discards it. An accepted record goes into
      * the session totals and, for an add or delete, the batch
      * table.
      ******************************************************************
       CONFIRM-AND-WRITE.
           MOVE TRANS-CUST-BALANCE TO WS-DISPLAY-AMOUNT
           DISPLAY "RECORD: " TRANS-CODE " " TRANS-CUSTOMER-ID
               " AMOUNT=" WS-DISPLAY-AMOUNT
               " BY " TRANS-OPERATOR-ID
           DISPLAY "WRITE THIS RECORD? (Y/N): "
           MOVE SPACES TO WS-ENTRY-CONFIRM
           ACCEPT WS-ENTRY-CONFIRM FROM CONSOLE
           IF FUNCTION UPPER-CASE(WS-ENTRY-CONFIRM) NOT = "Y"
               DISPLAY "RECORD DISCARDED"
           ELSE
               WRITE CUSTOMER-TRANS-RECORD
               IF NOT TRANS-OK
                   MOVE "WRITE CUSTOMER-TRANS-RECORD" TO
                       WS-ERROR-CONTEXT
                   MOVE TRANS-STATUS TO FILE-STATUS
                   PERFORM ABEND-TRANS-ENTRY
               END-IF
               DISPLAY "RECORD WRITTEN"
               ADD 1 TO WS-ACCEPTED-COUNT
               ADD TRANS-CUSTOMER-ID TO WS-HASH-TOTAL-CUSTOMER-ID
               EVALUATE TRUE
                   WHEN TRANS-ADD
                       ADD 1 TO WS-ADD-COUNT
                       PERFORM RESOLVE-BATCH-EXISTENCE
                       PERFORM RECORD-BATCH-STATE-ADD
                   WHEN TRANS-CHANGE
                       ADD 1 TO WS-CHANGE-COUNT
                   WHEN TRANS-DELETE
                       ADD 1 TO WS-DELETE-COUNT
                       PERFORM RESOLVE-BATCH-EXISTENCE
                       PERFORM RECORD-BATCH-STATE-DELETE
                   WHEN TRANS-SET-STATUS
                       ADD 1 TO WS-STATUS-COUNT
                   WHEN TRANS-PAYMENT
                       ADD 1 TO WS-PAYMENT-COUNT
                   WHEN TRANS-DEPOSIT
                       ADD 1 TO WS-DEPOSIT-COUNT
                   WHEN TRANS-WITHDRAWAL
                       ADD 1 TO WS-WITHDRAWAL-COUNT
                   WHEN TRANS-ADJUSTMENT
                       ADD 1 TO WS-ADJUSTMENT-COUNT
               END-EVALUATE
               IF TRANS-MONETARY
                   ADD TRANS-CUST-BALANCE TO WS-DOLLAR-TOTAL
               END-IF
           END-IF.

      ******************************************************************
      * PRINT-CONTROL-SLIP
      * Shows the session's batch control slip at the console and
      * appends it to TRANS-ENTRY-SLIP.RPT (created the first time).
      ******************************************************************
       PRINT-CONTROL-SLIP.
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-SESSION-OPERATOR TO WS-SL1-OPERATOR
           MOVE WS-RUN-DATE TO WS-SL1-DATE
           MOVE WS-RUN-TIME TO WS-SL1-TIME
           MOVE WS-ADD-COUNT TO WS-SL2-ADD
           MOVE WS-CHANGE-COUNT TO WS-SL2-CHANGE
           MOVE WS-DELETE-COUNT TO WS-SL2-DELETE
           MOVE WS-STATUS-COUNT TO WS-SL2-STATUS
           MOVE WS-PAYMENT-COUNT TO WS-SL2-PAYMENT
           MOVE WS-DEPOSIT-COUNT TO WS-SL2-DEPOSIT
           MOVE WS-WITHDRAWAL-COUNT TO WS-SL2-WITHDRAWAL
           MOVE WS-ADJUSTMENT-COUNT TO WS-SL2-ADJUSTMENT
           MOVE WS-ACCEPTED-COUNT TO WS-SL3-ACCEPTED
           MOVE WS-REJECTED-COUNT TO WS-SL3-REJECTED
           MOVE WS-DOLLAR-TOTAL TO WS-SL4-DOLLARS
           MOVE WS-HASH-TOTAL-CUSTOMER-ID TO WS-SL4-HASH-TOTAL
           DISPLAY " "
           DISPLAY WS-SLIP-LINE-1
           DISPLAY WS-SLIP-LINE-2
           DISPLAY WS-SLIP-LINE-3
           DISPLAY WS-SLIP-LINE-4
           OPEN EXTEND ENTRY-SLIP-FILE
           IF SLIP-NOT-FOUND
               OPEN OUTPUT ENTRY-SLIP-FILE
           END-IF
           IF NOT SLIP-OK
               DISPLAY "FATAL: OPEN ENTRY-SLIP-FILE FAILED, STATUS="
                   SLIP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE ENTRY-SLIP-LINE FROM WS-SLIP-LINE-1
           PERFORM CHECK-SLIP-STATUS
           WRITE ENTRY-SLIP-LINE FROM WS-SLIP-LINE-2
           PERFORM CHECK-SLIP-STATUS
           WRITE ENTRY-SLIP-LINE FROM WS-SLIP-LINE-3
           PERFORM CHECK-SLIP-STATUS
           WRITE ENTRY-SLIP-LINE FROM WS-SLIP-LINE-4
           PERFORM CHECK-SLIP-STATUS
           CLOSE ENTRY-SLIP-FILE.

      ******************************************************************
      * CHECK-SLIP-STATUS
      * Checks SLIP-STATUS after a WRITE ENTRY-SLIP-LINE. The slip is
      * already on the console, so the abend goes there too.
      ******************************************************************
       CHECK-SLIP-STATUS.
           IF NOT SLIP-OK
               DISPLAY "FATAL: WRITE ENTRY-SLIP-LINE FAILED, STATUS="
                   SLIP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * ABEND-TRANS-ENTRY
      * Reports the failed operation and its status to the console,
      * closes everything, and ends with RETURN-CODE 16. Records
      * already written this session stay on CUSTOMER-TRANS.DAT.
      ******************************************************************
       ABEND-TRANS-ENTRY.
           DISPLAY "FATAL: " WS-ERROR-CONTEXT " STATUS=" FILE-STATUS
           CLOSE CUSTOMER-FILE
           CLOSE CUSTOMER-TRANS-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

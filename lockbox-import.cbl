       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCKBOX-IMPORT.
      ******************************************************************
      * Program:     LOCKBOX-IMPORT
      * Author:      Development Team
      * Date:        2026-10-15
      * Purpose:     Stand-alone import of the bank's daily lockbox/
      *              ACH remittance file (LOCKBOX.DAT) into the night's
      *              transaction stream. Each remittance item names
      *              the CUSTOMER-ID it pays; an item that matches a
      *              live account on CUSTOMER.DAT becomes a P payment
      *              transaction appended to CUSTOMER-TRANS.DAT under
      *              the system operator LOCKBOX, with the bank batch
      *              ID as its reason code so the audit row ties back
      *              to the deposit. An item that cannot be applied -
      *              no usable customer reference, no such account, a
      *              closed or frozen account, or an amount beyond
      *              what LOCKBOX may post without a second approver -
      *              is written to the unapplied-cash suspense file
      *              (UNAPPLIED-CASH.DAT) and listed on the report for
      *              the cash team to work, never dropped.
      *
      *              The bank file is proved before anything is
      *              written: one header first, one trailer last, and
      *              the detail item count and dollars must equal the
      *              trailer's. A file that does not prove, or a bank
      *              batch already recorded on LOCKBOX-HISTORY.DAT by
      *              an earlier import, is refused whole - a payment
      *              file imported twice would post every payment
      *              twice. The report closes with the batch control
      *              totals - bank trailer, items and dollars
      *              received, generated, and sent to suspense - so
      *              the cash team can balance the deposit before the
      *              night run posts it.
      *
      *              Run before TRANS-CHECK, so the generated payments
      *              are edited with the rest of the night's batch.
      *              LOCKBOX must be an active operator on OPERATOR.DAT
      *              with a payment limit, or the job stops before
      *              reading the bank file. An abend part-way through
      *              the import leaves the payments already appended
      *              on CUSTOMER-TRANS.DAT with no history record;
      *              restore CUSTOMER-TRANS.DAT and UNAPPLIED-CASH.DAT
      *              from before the run and rerun, rather than
      *              rerunning on top of them.
      *
      *              Invocation: one optional COMMAND-LINE argument,
      *              the business date (YYYYMMDD) to stamp the
      *              suspense and history records with - omitted, the
      *              system date is used, the same rule CUSTOMER-
      *              PROCESS follows.
      *
      *              RETURN-CODE 8 when any item goes to suspense, 16
      *              when the bank file is refused or a file this job
      *              depends on cannot be opened or written.
      *
      * Maintenance Log:
      * Date       Developer    Description
      * ---------- ------------ ----------------------------------------
      * 2026-10-15 DEV-TEAM    Initial version
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCKBOX-FILE ASSIGN TO 'LOCKBOX.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LOCKBOX-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID
               FILE STATUS IS FILE-STATUS.

           SELECT CUSTOMER-TRANS-FILE ASSIGN TO 'CUSTOMER-TRANS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TRANS-STATUS.

           SELECT UNAPPLIED-CASH-FILE ASSIGN TO 'UNAPPLIED-CASH.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS UNAPPLIED-STATUS.

           SELECT LOCKBOX-HISTORY-FILE
               ASSIGN TO 'LOCKBOX-HISTORY.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HISTORY-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO 'OPERATOR.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OPERATOR-STATUS.

           SELECT SYSTEM-PARMS-FILE ASSIGN TO 'SYSTEM-PARMS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SYSTEM-PARMS-STATUS.

           SELECT LOCKBOX-REPORT ASSIGN TO 'LOCKBOX-IMPORT.RPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * Bank Remittance File Layout
      * One header, one detail per remittance item, one trailer, all
      * 80 bytes, told apart by the record type in byte 1.
      * Header:  H, the bank's ID, the batch ID the bank gives this
      *          file, and the deposit date.
      * Detail:  D, the bank's item sequence, the CUSTOMER-ID keyed
      *          from the payment coupon or ACH addenda, the amount
      *          received, the source (L = lockbox check, A = ACH
      *          credit), the check number or ACH trace number, and
      *          the remitter's name as the bank captured it.
      * Trailer: T, the bank's item count and dollar total for the
      *          file - the control totals the import must tie to.
      ******************************************************************
       FD LOCKBOX-FILE.
       01 LOCKBOX-HEADER-RECORD.
           05 LBX-RECORD-TYPE        PIC X.
               88 LBX-HEADER             VALUE "H".
               88 LBX-DETAIL             VALUE "D".
               88 LBX-TRAILER            VALUE "T".
           05 LBX-HDR-BANK-ID        PIC X(10).
           05 LBX-HDR-BATCH-ID       PIC X(10).
           05 LBX-HDR-DEPOSIT-DATE   PIC 9(8).
           05 FILLER                 PIC X(51).
       01 LOCKBOX-DETAIL-RECORD.
           05 FILLER                 PIC X.
           05 LBX-DTL-ITEM-SEQ       PIC 9(6).
           05 LBX-DTL-CUSTOMER-REF   PIC X(6).
           05 LBX-DTL-AMOUNT         PIC 9(7)V99.
           05 LBX-DTL-SOURCE         PIC X.
           05 LBX-DTL-TRACE-NO       PIC X(15).
           05 LBX-DTL-REMITTER       PIC X(30).
           05 FILLER                 PIC X(12).
       01 LOCKBOX-TRAILER-RECORD.
           05 FILLER                 PIC X.
           05 LBX-TRL-ITEM-COUNT     PIC 9(6).
           05 LBX-TRL-TOTAL-AMOUNT   PIC 9(9)V99.
           05 FILLER                 PIC X(62).

      ******************************************************************
      * Customer Record Layout - mirrors CUSTOMER-PROCESS exactly,
      * read only to match an item to a live account.
      ******************************************************************
       FD CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
           05 CUSTOMER-ID       PIC 9(6).
           05 CUST-NAME        PIC X(30).
           05 CUST-ADDRESS     PIC X(50).
           05 CUST-PHONE       PIC X(15).
           05 CUST-BALANCE     PIC S9(7)V99.
           05 CUST-STATUS      PIC X.
               88 CUST-FROZEN          VALUE "F".
               88 CUST-CLOSED-PEND     VALUE "C".
           05 CUST-OD-LIMIT-FLAG PIC X.
           05 CUST-OD-LIMIT    PIC 9(7)V99.

      ******************************************************************
      * Customer Maintenance Transaction Layout - mirrors CUSTOMER-
      * PROCESS exactly; this job only ever appends P payments.
      ******************************************************************
       FD CUSTOMER-TRANS-FILE.
       01 CUSTOMER-TRANS-RECORD.
           05 TRANS-CODE             PIC X.
           05 TRANS-CUSTOMER-ID      PIC 9(6).
           05 TRANS-CUST-NAME        PIC X(30).
           05 TRANS-CUST-ADDRESS     PIC X(50).
           05 TRANS-CUST-PHONE       PIC X(15).
           05 TRANS-CUST-BALANCE     PIC S9(7)V99.
           05 TRANS-OPERATOR-ID      PIC X(8).
           05 TRANS-REASON-CODE      PIC X(10).
           05 TRANS-NEW-STATUS       PIC X.
           05 TRANS-ORIG-RUN-DATE    PIC 9(8).
           05 TRANS-ORIG-RUN-TIME    PIC 9(8).
           05 TRANS-APPROVER-ID      PIC X(8).

      ******************************************************************
      * Unapplied Cash Suspense Layout
      * One record per remittance item the import could not apply,
      * appended across runs, carrying everything the bank sent for
      * the item plus why it was held, so the cash team can research
      * it and key it by hand (or return it) once resolved.
      * UAC-REASON: INVALID ACCOUNT REF, ACCOUNT NOT ON FILE,
      *             ACCOUNT CLOSED, ACCOUNT FROZEN, ZERO AMOUNT,
      *             OVER LOCKBOX LIMIT
      ******************************************************************
       FD UNAPPLIED-CASH-FILE.
       01 UNAPPLIED-CASH-RECORD.
           05 UAC-IMPORT-DATE        PIC 9(8).
           05 UAC-BANK-ID            PIC X(10).
           05 UAC-BATCH-ID           PIC X(10).
           05 UAC-DEPOSIT-DATE       PIC 9(8).
           05 UAC-ITEM-SEQ           PIC 9(6).
           05 UAC-CUSTOMER-REF       PIC X(6).
           05 UAC-AMOUNT             PIC 9(7)V99.
           05 UAC-SOURCE             PIC X.
           05 UAC-TRACE-NO           PIC X(15).
           05 UAC-REMITTER           PIC X(30).
           05 UAC-REASON             PIC X(20).

      ******************************************************************
      * Import History Layout
      * One record per bank batch imported, appended once the batch
      * has been fully written, so the same bank file can never be
      * imported twice.
      ******************************************************************
       FD LOCKBOX-HISTORY-FILE.
       01 LOCKBOX-HISTORY-RECORD.
           05 LBY-BANK-ID            PIC X(10).
           05 LBY-BATCH-ID           PIC X(10).
           05 LBY-DEPOSIT-DATE       PIC 9(8).
           05 LBY-IMPORT-DATE        PIC 9(8).
           05 LBY-ITEM-COUNT         PIC 9(6).
           05 LBY-TOTAL-AMOUNT       PIC 9(9)V99.
           05 LBY-GENERATED-COUNT    PIC 9(6).
           05 LBY-GENERATED-AMOUNT   PIC 9(9)V99.

      ******************************************************************
      * Operator Authority Layout - mirrors CUSTOMER-PROCESS exactly;
      * only the LOCKBOX system operator's record is of interest.
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
      * Import Report Layout - banner, one line per item sent to
      * suspense, and the batch control totals.
      ******************************************************************
       FD LOCKBOX-REPORT.
       01 LOCKBOX-REPORT-LINE      PIC X(100).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS          PIC XX.
           88 SUCCESS          VALUE "00".

       01 LOCKBOX-STATUS       PIC XX.
           88 LOCKBOX-OK             VALUE "00".
           88 LOCKBOX-EOF            VALUE "10".
           88 LOCKBOX-NOT-FOUND      VALUE "35".

       01 TRANS-STATUS         PIC XX.
           88 TRANS-OK               VALUE "00".
           88 TRANS-FILE-NOT-FOUND   VALUE "35".

       01 UNAPPLIED-STATUS     PIC XX.
           88 UNAPPLIED-OK           VALUE "00".
           88 UNAPPLIED-NOT-FOUND    VALUE "35".

       01 HISTORY-STATUS       PIC XX.
           88 HISTORY-OK             VALUE "00".
           88 HISTORY-EOF            VALUE "10".
           88 HISTORY-NOT-FOUND      VALUE "35".

       01 OPERATOR-STATUS      PIC XX.
           88 OPERATOR-OK            VALUE "00".
           88 OPERATOR-EOF           VALUE "10".
           88 OPERATOR-NOT-FOUND     VALUE "35".

       01 SYSTEM-PARMS-STATUS  PIC XX.
           88 SYSTEM-PARMS-OK        VALUE "00".
           88 SYSTEM-PARMS-EOF       VALUE "10".
           88 SYSTEM-PARMS-NOT-FOUND VALUE "35".

       01 REPORT-STATUS        PIC XX.
           88 REPORT-OK              VALUE "00".

       01 WS-COMMAND-LINE          PIC X(70).
       01 WS-BUSINESS-DATE-PARM    PIC X(10).
       01 WS-BUSINESS-DATE-NUM     PIC 9(8).
       01 WS-RUN-DATE              PIC 9(8).
       01 WS-ERROR-CONTEXT         PIC X(30).

      ******************************************************************
      * The system operator every generated payment is keyed under,
      * and the largest item it may post - its own payment limit, or
      * the dual-control amount when that is lower, since nobody
      * stands behind an import to give a second approval.
      ******************************************************************
       01 WS-LOCKBOX-OPERATOR-ID   PIC X(8)  VALUE "LOCKBOX".
       01 WS-DUAL-CONTROL-AMOUNT   PIC 9(7)V99 VALUE 10000.00.
       01 WS-LOCKBOX-MAX-AMOUNT    PIC 9(7)V99 VALUE ZERO.
       01 WS-OPERATOR-FOUND-SWITCH PIC X VALUE "N".
           88 WS-OPERATOR-FOUND        VALUE "Y".
       01 WS-OPERATOR-ACTIVE-SWITCH PIC X VALUE "N".
           88 WS-OPERATOR-IS-ACTIVE    VALUE "Y".

      ******************************************************************
      * Bank file proof - the header fields, what the first pass
      * counted, and the first reason (if any) the file failed it.
      ******************************************************************
       01 WS-BANK-ID               PIC X(10) VALUE SPACES.
       01 WS-BATCH-ID              PIC X(10) VALUE SPACES.
       01 WS-DEPOSIT-DATE          PIC 9(8)  VALUE ZERO.
       01 WS-HEADER-COUNT          PIC 9(6)  VALUE ZERO.
       01 WS-TRAILER-COUNT         PIC 9(6)  VALUE ZERO.
       01 WS-TRAILER-ITEM-COUNT    PIC 9(6)  VALUE ZERO.
       01 WS-TRAILER-AMOUNT        PIC 9(9)V99 VALUE ZERO.
       01 WS-PROOF-ITEM-COUNT      PIC 9(6)  VALUE ZERO.
       01 WS-PROOF-AMOUNT          PIC 9(9)V99 VALUE ZERO.
       01 WS-REJECT-REASON         PIC X(40) VALUE SPACES.

      ******************************************************************
      * Import control totals - received is every detail item read on
      * the second pass, and must equal generated plus suspense.
      ******************************************************************
       01 WS-RECEIVED-COUNT        PIC 9(6)  VALUE ZERO.
       01 WS-RECEIVED-AMOUNT       PIC 9(9)V99 VALUE ZERO.
       01 WS-GENERATED-COUNT       PIC 9(6)  VALUE ZERO.
       01 WS-GENERATED-AMOUNT      PIC 9(9)V99 VALUE ZERO.
       01 WS-SUSPENSE-COUNT        PIC 9(6)  VALUE ZERO.
       01 WS-SUSPENSE-AMOUNT       PIC 9(9)V99 VALUE ZERO.
       01 WS-SUSPENSE-REASON       PIC X(20).
       01 WS-ITEM-CUSTOMER-ID      PIC 9(6).

       01 WS-BANNER-LINE.
           05 FILLER                PIC X(22) VALUE
               "LOCKBOX/ACH IMPORT    ".
           05 FILLER                PIC X(6)  VALUE "BANK: ".
           05 WS-BN-BANK-ID         PIC X(10).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 FILLER                PIC X(7)  VALUE "BATCH: ".
           05 WS-BN-BATCH-ID        PIC X(10).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 FILLER                PIC X(9)  VALUE "DEPOSIT: ".
           05 WS-BN-DEPOSIT-DATE    PIC 9(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 FILLER                PIC X(5)  VALUE "RUN: ".
           05 WS-BN-RUN-DATE        PIC 9(8).
           05 FILLER                PIC X(9)  VALUE SPACES.

       01 WS-NO-FILE-LINE          PIC X(100) VALUE
           "LOCKBOX.DAT NOT PRESENT - NO REMITTANCES TO IMPORT".

       01 WS-REJECT-LINE.
           05 FILLER                PIC X(24) VALUE
               "BANK FILE REFUSED     - ".
           05 WS-RL-REASON          PIC X(40).
           05 FILLER                PIC X(36) VALUE SPACES.

       01 WS-SUSPENSE-LINE.
           05 FILLER                PIC X(10) VALUE "SUSPENSE  ".
           05 FILLER                PIC X(6)  VALUE "ITEM: ".
           05 WS-SL-ITEM-SEQ        PIC 9(6).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 FILLER                PIC X(5)  VALUE "REF: ".
           05 WS-SL-CUSTOMER-REF    PIC X(6).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 FILLER                PIC X(8)  VALUE "AMOUNT: ".
           05 WS-SL-AMOUNT          PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 FILLER                PIC X(8)  VALUE "REASON: ".
           05 WS-SL-REASON          PIC X(20).
           05 FILLER                PIC X(13) VALUE SPACES.

       01 WS-TOTAL-LINE.
           05 WS-TL-LABEL           PIC X(22).
           05 FILLER                PIC X(7)  VALUE "ITEMS: ".
           05 WS-TL-COUNT           PIC ZZZ,ZZ9.
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 FILLER                PIC X(9)  VALUE "DOLLARS: ".
           05 WS-TL-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(37) VALUE SPACES.

       01 WS-BALANCE-LINE          PIC X(100).

       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN-PROCESS
      * Proves the bank file, refuses it whole if it does not prove or
      * was imported before, otherwise imports every item and writes
      * the batch control totals.
      ******************************************************************
       MAIN-PROCESS.
           PERFORM INITIALIZATION
           PERFORM VERIFY-BANK-FILE
           IF WS-REJECT-REASON = SPACES
               PERFORM CHECK-IMPORT-HISTORY
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM REJECT-BANK-FILE
           END-IF
           PERFORM IMPORT-BANK-FILE
           PERFORM RECORD-IMPORT-HISTORY
           PERFORM WRITE-CONTROL-TOTALS
           CLOSE CUSTOMER-FILE
           CLOSE LOCKBOX-REPORT
           IF WS-SUSPENSE-COUNT > ZERO AND RETURN-CODE = ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      ******************************************************************
      * INITIALIZATION
      * Edits the business-date argument, opens the report and the
      * customer master, loads the dual-control amount, and confirms
      * LOCKBOX may post payments at all. An absent LOCKBOX.DAT means
      * the bank sent nothing today - reported, and the job ends
      * clean.
      ******************************************************************
       INITIALIZATION.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE SPACES TO WS-BUSINESS-DATE-PARM
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL " "
               INTO WS-BUSINESS-DATE-PARM
           END-UNSTRING
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           IF WS-BUSINESS-DATE-PARM NOT = SPACES
               IF WS-BUSINESS-DATE-PARM (9:2) NOT = SPACES OR
                       WS-BUSINESS-DATE-PARM (1:8) NOT NUMERIC
                   PERFORM BUSINESS-DATE-ABEND
               END-IF
               MOVE WS-BUSINESS-DATE-PARM (1:8)
                   TO WS-BUSINESS-DATE-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-BUSINESS-DATE-NUM)
                       NOT = ZERO
                   PERFORM BUSINESS-DATE-ABEND
               END-IF
               MOVE WS-BUSINESS-DATE-NUM TO WS-RUN-DATE
           END-IF
           OPEN OUTPUT LOCKBOX-REPORT
           IF NOT REPORT-OK
               DISPLAY "FATAL: OPEN OUTPUT LOCKBOX-REPORT FAILED"
                   ", STATUS=" REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF NOT SUCCESS
               MOVE "OPEN INPUT CUSTOMER-FILE" TO WS-ERROR-CONTEXT
               PERFORM ABEND-LOCKBOX-IMPORT
           END-IF
           PERFORM LOAD-SYSTEM-PARMS
           PERFORM CHECK-LOCKBOX-OPERATOR
           OPEN INPUT LOCKBOX-FILE
           IF NOT LOCKBOX-OK
               IF LOCKBOX-NOT-FOUND
                   WRITE LOCKBOX-REPORT-LINE FROM WS-NO-FILE-LINE
                   PERFORM CHECK-REPORT-STATUS
                   CLOSE CUSTOMER-FILE
                   CLOSE LOCKBOX-REPORT
                   STOP RUN
               ELSE
                   MOVE "OPEN INPUT LOCKBOX-FILE" TO WS-ERROR-CONTEXT
                   MOVE LOCKBOX-STATUS TO FILE-STATUS
                   PERFORM ABEND-LOCKBOX-IMPORT
               END-IF
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
                   PERFORM ABEND-LOCKBOX-IMPORT
               END-IF
           END-IF.

      ******************************************************************
      * CHECK-LOCKBOX-OPERATOR
      * Finds LOCKBOX on OPERATOR.DAT and sets the largest item it
      * may post unapproved. A LOCKBOX that is missing, inactive, or
      * has no payment limit would have every generated payment
      * refused by the night run, so the job stops here instead.
      ******************************************************************
       CHECK-LOCKBOX-OPERATOR.
           OPEN INPUT OPERATOR-FILE
           IF OPERATOR-OK
               PERFORM UNTIL OPERATOR-EOF OR WS-OPERATOR-FOUND
                   READ OPERATOR-FILE
                       AT END SET OPERATOR-EOF TO TRUE
                       NOT AT END
                           IF OPR-OPERATOR-ID = WS-LOCKBOX-OPERATOR-ID
                               MOVE "Y" TO WS-OPERATOR-FOUND-SWITCH
                               IF OPR-ACTIVE
                                   MOVE "Y" TO
                                       WS-OPERATOR-ACTIVE-SWITCH
                               END-IF
                               MOVE OPR-PAYMENT-LIMIT TO
                                   WS-LOCKBOX-MAX-AMOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
           ELSE
               IF NOT OPERATOR-NOT-FOUND
                   MOVE "OPEN INPUT OPERATOR-FILE" TO WS-ERROR-CONTEXT
                   MOVE OPERATOR-STATUS TO FILE-STATUS
                   PERFORM ABEND-LOCKBOX-IMPORT
               END-IF
           END-IF
           IF NOT WS-OPERATOR-IS-ACTIVE OR
                   WS-LOCKBOX-MAX-AMOUNT = ZERO
               MOVE "LOCKBOX NOT AUTHORIZED" TO WS-ERROR-CONTEXT
               MOVE OPERATOR-STATUS TO FILE-STATUS
               PERFORM ABEND-LOCKBOX-IMPORT
           END-IF
           IF WS-DUAL-CONTROL-AMOUNT > ZERO AND
                   WS-DUAL-CONTROL-AMOUNT < WS-LOCKBOX-MAX-AMOUNT
               MOVE WS-DUAL-CONTROL-AMOUNT TO WS-LOCKBOX-MAX-AMOUNT
           END-IF.

      ******************************************************************
      * VERIFY-BANK-FILE
      * First pass over LOCKBOX.DAT: one header as the first record,
      * one trailer as the last, numeric item amounts, and detail
      * totals equal to the trailer's. Leaves WS-REJECT-REASON at
      * spaces when the file proves. The file is closed again so the
      * import pass starts from the top.
      ******************************************************************
       VERIFY-BANK-FILE.
           PERFORM UNTIL LOCKBOX-EOF
               READ LOCKBOX-FILE
                   AT END SET LOCKBOX-EOF TO TRUE
                   NOT AT END PERFORM VERIFY-BANK-RECORD
               END-READ
           END-PERFORM
           CLOSE LOCKBOX-FILE
           MOVE WS-BANK-ID TO WS-BN-BANK-ID
           MOVE WS-BATCH-ID TO WS-BN-BATCH-ID
           MOVE WS-DEPOSIT-DATE TO WS-BN-DEPOSIT-DATE
           MOVE WS-RUN-DATE TO WS-BN-RUN-DATE
           WRITE LOCKBOX-REPORT-LINE FROM WS-BANNER-LINE
           PERFORM CHECK-REPORT-STATUS
           IF WS-REJECT-REASON = SPACES
               EVALUATE TRUE
                   WHEN WS-HEADER-COUNT NOT = 1
                       MOVE "HEADER RECORD MISSING OR REPEATED" TO
                           WS-REJECT-REASON
                   WHEN WS-TRAILER-COUNT NOT = 1
                       MOVE "TRAILER RECORD MISSING OR REPEATED" TO
                           WS-REJECT-REASON
                   WHEN WS-PROOF-ITEM-COUNT NOT = WS-TRAILER-ITEM-COUNT
                       MOVE "ITEM COUNT DOES NOT MATCH TRAILER" TO
                           WS-REJECT-REASON
                   WHEN WS-PROOF-AMOUNT NOT = WS-TRAILER-AMOUNT
                       MOVE "DOLLAR TOTAL DOES NOT MATCH TRAILER" TO
                           WS-REJECT-REASON
               END-EVALUATE
           END-IF.

      ******************************************************************
      * VERIFY-BANK-RECORD
      * Proves one bank record and folds it into the first-pass
      * counts. Only the first structural fault is kept - the rest of
      * the file is still read so the counts are complete.
      ******************************************************************
       VERIFY-BANK-RECORD.
           EVALUATE TRUE
               WHEN LBX-HEADER
                   ADD 1 TO WS-HEADER-COUNT
                   IF WS-PROOF-ITEM-COUNT > ZERO OR
                           WS-TRAILER-COUNT > ZERO
                       IF WS-REJECT-REASON = SPACES
                           MOVE "HEADER RECORD OUT OF PLACE" TO
                               WS-REJECT-REASON
                       END-IF
                   END-IF
                   MOVE LBX-HDR-BANK-ID TO WS-BANK-ID
                   MOVE LBX-HDR-BATCH-ID TO WS-BATCH-ID
                   IF LBX-HDR-DEPOSIT-DATE NUMERIC
                       MOVE LBX-HDR-DEPOSIT-DATE TO WS-DEPOSIT-DATE
                   ELSE
                       IF WS-REJECT-REASON = SPACES
                           MOVE "DEPOSIT DATE NOT NUMERIC" TO
                               WS-REJECT-REASON
                       END-IF
                   END-IF
                   IF LBX-HDR-BATCH-ID = SPACES AND
                           WS-REJECT-REASON = SPACES
                       MOVE "BANK BATCH ID MISSING" TO
                           WS-REJECT-REASON
                   END-IF
               WHEN LBX-DETAIL
                   ADD 1 TO WS-PROOF-ITEM-COUNT
                   IF WS-HEADER-COUNT = ZERO OR
                           WS-TRAILER-COUNT > ZERO
                       IF WS-REJECT-REASON = SPACES
                           MOVE "DETAIL RECORD OUTSIDE HEADER/TRAILER"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
                   IF LBX-DTL-AMOUNT NUMERIC
                       ADD LBX-DTL-AMOUNT TO WS-PROOF-AMOUNT
                   ELSE
                       IF WS-REJECT-REASON = SPACES
                           MOVE "ITEM AMOUNT NOT NUMERIC" TO
                               WS-REJECT-REASON
                       END-IF
                   END-IF
               WHEN LBX-TRAILER
                   ADD 1 TO WS-TRAILER-COUNT
                   IF LBX-TRL-ITEM-COUNT NUMERIC AND
                           LBX-TRL-TOTAL-AMOUNT NUMERIC
                       MOVE LBX-TRL-ITEM-COUNT TO WS-TRAILER-ITEM-COUNT
                       MOVE LBX-TRL-TOTAL-AMOUNT TO WS-TRAILER-AMOUNT
                   ELSE
                       IF WS-REJECT-REASON = SPACES
                           MOVE "TRAILER TOTALS NOT NUMERIC" TO
                               WS-REJECT-REASON
                       END-IF
                   END-IF
               WHEN OTHER
                   IF WS-REJECT-REASON = SPACES
                       MOVE "UNKNOWN RECORD TYPE" TO WS-REJECT-REASON
                   END-IF
           END-EVALUATE.

      ******************************************************************
      * CHECK-IMPORT-HISTORY
      * Refuses a bank batch (bank ID + batch ID) already recorded on
      * LOCKBOX-HISTORY.DAT. An absent history file means nothing has
      * been imported yet.
      ******************************************************************
       CHECK-IMPORT-HISTORY.
           OPEN INPUT LOCKBOX-HISTORY-FILE
           IF HISTORY-OK
               PERFORM UNTIL HISTORY-EOF
                   READ LOCKBOX-HISTORY-FILE
                       AT END SET HISTORY-EOF TO TRUE
                       NOT AT END
                           IF LBY-BANK-ID = WS-BANK-ID AND
                                   LBY-BATCH-ID = WS-BATCH-ID
                               MOVE "BATCH ALREADY IMPORTED" TO
                                   WS-REJECT-REASON
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOCKBOX-HISTORY-FILE
           ELSE
               IF NOT HISTORY-NOT-FOUND
                   MOVE "OPEN INPUT LOCKBOX-HISTORY-FILE" TO
                       WS-ERROR-CONTEXT
                   MOVE HISTORY-STATUS TO FILE-STATUS
                   PERFORM ABEND-LOCKBOX-IMPORT
               END-IF
           END-IF.

      ******************************************************************
      * REJECT-BANK-FILE
      * The bank file did not prove or was imported before: nothing is
      * written, the reason and the bank's own totals go on the
      * report, and RETURN-CODE 16 holds the stream for the cash team.
      ******************************************************************
       REJECT-BANK-FILE.
           MOVE WS-REJECT-REASON TO WS-RL-REASON
           WRITE LOCKBOX-REPORT-LINE FROM WS-REJECT-LINE
           PERFORM CHECK-REPORT-STATUS
           MOVE "BANK TRAILER" TO WS-TL-LABEL
           MOVE WS-TRAILER-ITEM-COUNT TO WS-TL-COUNT
           MOVE WS-TRAILER-AMOUNT TO WS-TL-AMOUNT
           WRITE LOCKBOX-REPORT-LINE FROM WS-TOTAL-LINE
           PERFORM CHECK-REPORT-STATUS
           MOVE "DETAIL ITEMS READ" TO WS-TL-LABEL
           MOVE WS-PROOF-ITEM-COUNT TO WS-TL-COUNT
           MOVE WS-PROOF-AMOUNT TO WS-TL-AMOUNT
           WRITE LOCKBOX-REPORT-LINE FROM WS-TOTAL-LINE
           PERFORM CHECK-REPORT-STATUS
           CLOSE CUSTOMER-FILE
           CLOSE LOCKBOX-REPORT
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      * IMPORT-BANK-FILE
      * Second pass: opens the transaction file and the suspense file
      * to append (creating either the first time) and imports every
      * detail item.
      ******************************************************************
       IMPORT-BANK-FILE.
           OPEN INPUT LOCKBOX-FILE
           IF NOT LOCKBOX-OK
               MOVE "REOPEN LOCKBOX-FILE" TO WS-ERROR-CONTEXT
               MOVE LOCKBOX-STATUS TO FILE-STATUS
               PERFORM ABEND-LOCKBOX-IMPORT
           END-IF
           OPEN EXTEND CUSTOMER-TRANS-FILE
           IF TRANS-FILE-NOT-FOUND
               OPEN OUTPUT CUSTOMER-TRANS-FILE
           END-IF
           IF NOT TRANS-OK
               MOVE "OPEN CUSTOMER-TRANS-FILE" TO WS-ERROR-CONTEXT
               MOVE TRANS-STATUS TO FILE-STATUS
               PERFORM ABEND-LOCKBOX-IMPORT
           END-IF
           OPEN EXTEND UNAPPLIED-CASH-FILE
           IF UNAPPLIED-NOT-FOUND
               OPEN OUTPUT UNAPPLIED-CASH-FILE
           END-IF
           IF NOT UNAPPLIED-OK
               MOVE "OPEN UNAPPLIED-CASH-FILE" TO WS-ERROR-CONTEXT
               MOVE UNAPPLIED-STATUS TO FILE-STATUS
               PERFORM ABEND-LOCKBOX-IMPORT
           END-IF
           PERFORM UNTIL LOCKBOX-EOF
               READ LOCKBOX-FILE
                   AT END SET LOCKBOX-EOF TO TRUE
                   NOT AT END
                       IF LBX-DETAIL
                           PERFORM IMPORT-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOCKBOX-FILE
           CLOSE CUSTOMER-TRANS-FILE
           CLOSE UNAPPLIED-CASH-FILE.

      ******************************************************************
      * IMPORT-ITEM
      * Matches one remittance item to a live account and generates
      * its payment, or sends it to suspense with the reason it could
      * not be applied. A charge-off pending or charged-off account
      * is a match - the night run posts a payment on it as a
      * RECOVERY.
      ******************************************************************
       IMPORT-ITEM.
           ADD 1 TO WS-RECEIVED-COUNT
           ADD LBX-DTL-AMOUNT TO WS-RECEIVED-AMOUNT
           MOVE SPACES TO WS-SUSPENSE-REASON
           IF LBX-DTL-CUSTOMER-REF NOT NUMERIC
               MOVE "INVALID ACCOUNT REF" TO WS-SUSPENSE-REASON
           ELSE
               MOVE LBX-DTL-CUSTOMER-REF TO WS-ITEM-CUSTOMER-ID
               MOVE WS-ITEM-CUSTOMER-ID TO CUSTOMER-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE "ACCOUNT NOT ON FILE" TO WS-SUSPENSE-REASON
                   NOT INVALID KEY
                       IF NOT SUCCESS
                           MOVE "READ CUSTOMER-FILE" TO
                               WS-ERROR-CONTEXT
                           PERFORM ABEND-LOCKBOX-IMPORT
                       END-IF
                       EVALUATE TRUE
                           WHEN CUST-CLOSED-PEND
                               MOVE "ACCOUNT CLOSED" TO
                                   WS-SUSPENSE-REASON
                           WHEN CUST-FROZEN
                               MOVE "ACCOUNT FROZEN" TO
                                   WS-SUSPENSE-REASON
                           WHEN LBX-DTL-AMOUNT = ZERO
                               MOVE "ZERO AMOUNT" TO
                                   WS-SUSPENSE-REASON
                           WHEN LBX-DTL-AMOUNT >
                                   WS-LOCKBOX-MAX-AMOUNT
                               MOVE "OVER LOCKBOX LIMIT" TO
                                   WS-SUSPENSE-REASON
                       END-EVALUATE
               END-READ
           END-IF
           IF WS-SUSPENSE-REASON = SPACES
               PERFORM WRITE-PAYMENT-TRANSACTION
           ELSE
               PERFORM WRITE-UNAPPLIED-ITEM
           END-IF.

      ******************************************************************
      * WRITE-PAYMENT-TRANSACTION
      * Appends the item to CUSTOMER-TRANS.DAT as a P payment keyed by
      * LOCKBOX, with the bank batch ID as the reason code so the
      * night run's PAYMENT audit row ties back to this deposit.
      ******************************************************************
       WRITE-PAYMENT-TRANSACTION.
           MOVE SPACES TO CUSTOMER-TRANS-RECORD
           MOVE "P" TO TRANS-CODE
           MOVE WS-ITEM-CUSTOMER-ID TO TRANS-CUSTOMER-ID
           MOVE LBX-DTL-AMOUNT TO TRANS-CUST-BALANCE
           MOVE WS-LOCKBOX-OPERATOR-ID TO TRANS-OPERATOR-ID
           MOVE WS-BATCH-ID TO TRANS-REASON-CODE
           MOVE ZERO TO TRANS-ORIG-RUN-DATE
           MOVE ZERO TO TRANS-ORIG-RUN-TIME
           WRITE CUSTOMER-TRANS-RECORD
           IF NOT TRANS-OK
               MOVE "WRITE CUSTOMER-TRANS-RECORD" TO WS-ERROR-CONTEXT
               MOVE TRANS-STATUS TO FILE-STATUS
               PERFORM ABEND-LOCKBOX-IMPORT
           END-IF
           ADD 1 TO WS-GENERATED-COUNT
           ADD LBX-DTL-AMOUNT TO WS-GENERATED-AMOUNT.

      ******************************************************************
      * WRITE-UNAPPLIED-ITEM
      * Writes the item to the unapplied-cash suspense file and lists
      * it on the report.
      ******************************************************************
       WRITE-UNAPPLIED-ITEM.
           MOVE WS-RUN-DATE TO UAC-IMPORT-DATE
           MOVE WS-BANK-ID TO UAC-BANK-ID
           MOVE WS-BATCH-ID TO UAC-BATCH-ID
           MOVE WS-DEPOSIT-DATE TO UAC-DEPOSIT-DATE
           MOVE LBX-DTL-ITEM-SEQ TO UAC-ITEM-SEQ
           MOVE LBX-DTL-CUSTOMER-REF TO UAC-CUSTOMER-REF
           MOVE LBX-DTL-AMOUNT TO UAC-AMOUNT
           MOVE LBX-DTL-SOURCE TO UAC-SOURCE
           MOVE LBX-DTL-TRACE-NO TO UAC-TRACE-NO
           MOVE LBX-DTL-REMITTER TO UAC-REMITTER
           MOVE WS-SUSPENSE-REASON TO UAC-REASON
           WRITE UNAPPLIED-CASH-RECORD
           IF NOT UNAPPLIED-OK
               MOVE "WRITE UNAPPLIED-CASH-RECORD" TO WS-ERROR-CONTEXT
               MOVE UNAPPLIED-STATUS TO FILE-STATUS
               PERFORM ABEND-LOCKBOX-IMPORT
           END-IF
           ADD 1 TO WS-SUSPENSE-COUNT
           ADD LBX-DTL-AMOUNT TO WS-SUSPENSE-AMOUNT
           MOVE LBX-DTL-ITEM-SEQ TO WS-SL-ITEM-SEQ
           MOVE LBX-DTL-CUSTOMER-REF TO WS-SL-CUSTOMER-REF
           MOVE LBX-DTL-AMOUNT TO WS-SL-AMOUNT
           MOVE WS-SUSPENSE-REASON TO WS-SL-REASON
           WRITE LOCKBOX-REPORT-LINE FROM WS-SUSPENSE-LINE
           PERFORM CHECK-REPORT-STATUS.

      ******************************************************************
      * RECORD-IMPORT-HISTORY
      * Appends this batch to LOCKBOX-HISTORY.DAT once every item has
      * been written, so a rerun of the same bank file is refused.
      ******************************************************************
       RECORD-IMPORT-HISTORY.
           OPEN EXTEND LOCKBOX-HISTORY-FILE
           IF HISTORY-NOT-FOUND
               OPEN OUTPUT LOCKBOX-HISTORY-FILE
           END-IF
           IF NOT HISTORY-OK
               MOVE "OPEN LOCKBOX-HISTORY-FILE" TO WS-ERROR-CONTEXT
               MOVE HISTORY-STATUS TO FILE-STATUS
               PERFORM ABEND-LOCKBOX-IMPORT
           END-IF
           MOVE WS-BANK-ID TO LBY-BANK-ID
           MOVE WS-BATCH-ID TO LBY-BATCH-ID
           MOVE WS-DEPOSIT-DATE TO LBY-DEPOSIT-DATE
           MOVE WS-RUN-DATE TO LBY-IMPORT-DATE
           MOVE WS-RECEIVED-COUNT TO LBY-ITEM-COUNT
           MOVE WS-RECEIVED-AMOUNT TO LBY-TOTAL-AMOUNT
           MOVE WS-GENERATED-COUNT TO LBY-GENERATED-COUNT
           MOVE WS-GENERATED-AMOUNT TO LBY-GENERATED-AMOUNT
           WRITE LOCKBOX-HISTORY-RECORD
           IF NOT HISTORY-OK
               MOVE "WRITE LOCKBOX-HISTORY-RECORD" TO WS-ERROR-CONTEXT
               MOVE HISTORY-STATUS TO FILE-STATUS
               PERFORM ABEND-LOCKBOX-IMPORT
           END-IF
           CLOSE LOCKBOX-HISTORY-FILE.

      ******************************************************************
      * WRITE-CONTROL-TOTALS
      * Writes the batch control totals the cash team balances the
      * deposit with: the bank trailer, what was received, what was
      * generated as payments, and what went to suspense, then
      * whether received ties to the trailer and to generated plus
      * suspense.
      ******************************************************************
       WRITE-CONTROL-TOTALS.
           MOVE "BANK TRAILER" TO WS-TL-LABEL
           MOVE WS-TRAILER-ITEM-COUNT TO WS-TL-COUNT
           MOVE WS-TRAILER-AMOUNT TO WS-TL-AMOUNT
           WRITE LOCKBOX-REPORT-LINE FROM WS-TOTAL-LINE
           PERFORM CHECK-REPORT-STATUS
           MOVE "RECEIVED" TO WS-TL-LABEL
           MOVE WS-RECEIVED-COUNT TO WS-TL-COUNT
           MOVE WS-RECEIVED-AMOUNT TO WS-TL-AMOUNT
           WRITE LOCKBOX-REPORT-LINE FROM WS-TOTAL-LINE
           PERFORM CHECK-REPORT-STATUS
           MOVE "GENERATED PAYMENTS" TO WS-TL-LABEL
           MOVE WS-GENERATED-COUNT TO WS-TL-COUNT
           MOVE WS-GENERATED-AMOUNT TO WS-TL-AMOUNT
           WRITE LOCKBOX-REPORT-LINE FROM WS-TOTAL-LINE
           PERFORM CHECK-REPORT-STATUS
           MOVE "UNAPPLIED SUSPENSE" TO WS-TL-LABEL
           MOVE WS-SUSPENSE-COUNT TO WS-TL-COUNT
           MOVE WS-SUSPENSE-AMOUNT TO WS-TL-AMOUNT
           WRITE LOCKBOX-REPORT-LINE FROM WS-TOTAL-LINE
           PERFORM CHECK-REPORT-STATUS
           IF WS-RECEIVED-COUNT = WS-TRAILER-ITEM-COUNT AND
                   WS-RECEIVED-AMOUNT = WS-TRAILER-AMOUNT AND
                   WS-RECEIVED-COUNT =
                       WS-GENERATED-COUNT + WS-SUSPENSE-COUNT AND
                   WS-RECEIVED-AMOUNT =
                       WS-GENERATED-AMOUNT + WS-SUSPENSE-AMOUNT
               MOVE "CONTROL TOTALS IN BALANCE WITH BANK TRAILER" TO
                   WS-BALANCE-LINE
           ELSE
               MOVE "CONTROL TOTALS OUT OF BALANCE - DO NOT RELEASE"
                   TO WS-BALANCE-LINE
               MOVE 16 TO RETURN-CODE
           END-IF
           WRITE LOCKBOX-REPORT-LINE FROM WS-BALANCE-LINE
           PERFORM CHECK-REPORT-STATUS.

      ******************************************************************
      * CHECK-REPORT-STATUS
      * Checks REPORT-STATUS after a WRITE LOCKBOX-REPORT-LINE. The
      * report itself has failed, so the abend goes to the console.
      ******************************************************************
       CHECK-REPORT-STATUS.
           IF NOT REPORT-OK
               DISPLAY "FATAL: WRITE LOCKBOX-REPORT-LINE FAILED, "
                   "STATUS=" REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * BUSINESS-DATE-ABEND
      * The business-date argument is not a real YYYYMMDD date.
      ******************************************************************
       BUSINESS-DATE-ABEND.
           DISPLAY "FATAL: INVALID COMMAND LINE '"
               FUNCTION TRIM(WS-COMMAND-LINE) "'"
           DISPLAY "EXPECTED [YYYYMMDD]"
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      * ABEND-LOCKBOX-IMPORT
      * Reports the failed operation and its status to the console
      * and the report, closes everything, and ends with RETURN-CODE
      * 16 so the scheduler holds the stream.
      ******************************************************************
       ABEND-LOCKBOX-IMPORT.
           DISPLAY "FATAL: " WS-ERROR-CONTEXT " STATUS=" FILE-STATUS
           MOVE SPACES TO WS-BALANCE-LINE
           STRING "FATAL: " DELIMITED BY SIZE
                  WS-ERROR-CONTEXT DELIMITED BY SIZE
                  " STATUS=" DELIMITED BY SIZE
                  FILE-STATUS DELIMITED BY SIZE
               INTO WS-BALANCE-LINE
           END-STRING
           WRITE LOCKBOX-REPORT-LINE FROM WS-BALANCE-LINE
           CLOSE LOCKBOX-FILE
           CLOSE CUSTOMER-FILE
           CLOSE CUSTOMER-TRANS-FILE
           CLOSE UNAPPLIED-CASH-FILE
           CLOSE LOCKBOX-HISTORY-FILE
           CLOSE LOCKBOX-REPORT
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIDE-FILE-CHECK.
      ******************************************************************
      * Program:     SIDE-FILE-CHECK
      * Author:      Development Team
      * Date:        2026-10-15
      * Purpose:     Stand-alone referential integrity check of the
      *              keyed side files CUSTOMER-PROCESS keeps next to
      *              the master. AUDIT-RECONCILE proves the balances;
      *              this job proves the rest of the data still hangs
      *              together with CUSTOMER.DAT:
      *                - RUN-CONTROL.DAT: a (business date, partition)
      *                  run left at S (started) or A (maintenance
      *                  applied) never reached CLEANUP - the run
      *                  needs restarting before anything else reads
      *                  its files
      *                - CYCLE.DAT: a record for a CUSTOMER-ID no
      *                  longer on the master (TRANS-DELETE does not
      *                  remove it), and an accrual left on an account
      *                  the sweep skips - frozen (F), charge-off
      *                  pending (P), or charged off (O) - which will
      *                  not post while the account stays that way
      *                - DELINQUENCY.DAT: a record for a CUSTOMER-ID no
      *                  longer on the master, and a record for an
      *                  account whose balance is no longer negative
      *                - CUSTOMER.DAT: a negative account the sweep
      *                  tracks with no delinquency record
      *                - CLOSED-ACCOUNTS.DAT: a CUSTOMER-ID archived as
      *                  closed that is also live on the master (the
      *                  ID was reused, or the delete never happened)
      *              Every break is written to SIDE-FILE-CHECK.RPT.
      *
      *              With the PURGE argument the clearly orphaned
      *              records - CYCLE and DELINQUENCY records whose
      *              CUSTOMER-ID is not on the master - are deleted and
      *              listed as purged. An orphaned CYCLE record still
      *              holding an accrual is only reported: that interest
      *              was never posted and someone has to decide what is
      *              owed. Nothing is purged while any run is at S or A
      *              - that run may still be going, and its restart
      *              expects the side files as it left them.
      *
      *              Closures still sitting in a partition's unmerged
      *              CLOSED-ACCOUNTS-<suffix>.DAT are not seen until
      *              PARTITION-MERGE consolidates them, so run this
      *              job after the night stream (and the merge) ends.
      *
      *              Invocation: one optional COMMAND-LINE argument,
      *              PURGE.
      *
      *              RETURN-CODE 8 when any break is left on the
      *              report (purged records do not count), 16 when a
      *              file this job depends on cannot be opened, read,
      *              or updated.
      *
      * Maintenance Log:
      * Date       Developer    Description
      * ---------- ------------ ----------------------------------------
      * 2026-10-15 DEV-TEAM    Initial version
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID
               FILE STATUS IS FILE-STATUS.

           SELECT CYCLE-FILE ASSIGN TO 'CYCLE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CYC-CUSTOMER-ID
               FILE STATUS IS CYCLE-STATUS.

           SELECT DELINQUENCY-FILE ASSIGN TO 'DELINQUENCY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DLQ-CUSTOMER-ID
               FILE STATUS IS DELINQUENCY-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUN-CONTROL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUN-CONTROL-KEY
               FILE STATUS IS RUN-CONTROL-STATUS.

           SELECT CLOSED-ACCOUNTS-FILE ASSIGN TO 'CLOSED-ACCOUNTS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CLOSED-ACCOUNTS-STATUS.

           SELECT CHECK-REPORT ASSIGN TO 'SIDE-FILE-CHECK.RPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * Customer Record Layout - mirrors CUSTOMER-PROCESS exactly;
      * read only.
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
               88 CUST-CHARGEOFF-PEND  VALUE "P".
               88 CUST-CHARGED-OFF     VALUE "O".
           05 CUST-OD-LIMIT-FLAG PIC X.
           05 CUST-OD-LIMIT    PIC 9(7)V99.

      ******************************************************************
      * Billing Cycle Layout - mirrors CUSTOMER-PROCESS exactly;
      * orphans are deleted under PURGE.
      ******************************************************************
       FD CYCLE-FILE.
       01 CYCLE-RECORD.
           05 CYC-CUSTOMER-ID       PIC 9(6).
           05 CYC-LAST-FEE-DATE     PIC 9(8).
           05 CYC-ACCRUED-INTEREST  PIC S9(7)V99.
           05 CYC-LAST-ACCRUAL-DATE PIC 9(8).
           05 CYC-WAIVER-YEAR       PIC 9(4).
           05 CYC-WAIVER-COUNT      PIC 9(3).
           05 CYC-WAIVER-TOTAL      PIC S9(7)V99.

      ******************************************************************
      * Delinquency Layout - mirrors CUSTOMER-PROCESS exactly; orphans
      * are deleted under PURGE.
      ******************************************************************
       FD DELINQUENCY-FILE.
       01 DELINQUENCY-RECORD.
           05 DLQ-CUSTOMER-ID        PIC 9(6).
           05 DLQ-FIRST-NEGATIVE-DATE PIC 9(8).
           05 DLQ-RUNS-NEGATIVE      PIC 9(6).
           05 DLQ-AGING-BUCKET       PIC X(3).
           05 DLQ-REFERRAL-STATUS    PIC X.
           05 DLQ-LAST-RUN-DATE      PIC 9(8).

      ******************************************************************
      * Run-Control Registry Layout - mirrors CUSTOMER-PROCESS
      * exactly; read only.
      ******************************************************************
       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
           05 RUN-CONTROL-KEY.
               10 RCTL-BUSINESS-DATE  PIC 9(8).
               10 RCTL-PARTITION-ID   PIC X(10).
           05 RCTL-START-TIME        PIC 9(8).
           05 RCTL-END-TIME          PIC 9(8).
           05 RCTL-RECORDS-READ      PIC 9(6).
           05 RCTL-RECORDS-UPDATED   PIC 9(6).
           05 RCTL-TOTAL-BEFORE      PIC S9(9)V99.
           05 RCTL-TOTAL-AFTER       PIC S9(9)V99.
           05 RCTL-HASH-TOTAL        PIC 9(12).
           05 RCTL-COMPLETION-STATUS PIC X.
               88 RCTL-STARTED           VALUE "S".
               88 RCTL-MAINT-APPLIED     VALUE "A".
               88 RCTL-COMPLETE          VALUE "C".
               88 RCTL-MERGED            VALUE "M".

      ******************************************************************
      * Closed Accounts Archive Layout - mirrors CUSTOMER-PROCESS
      * exactly; the production file PARTITION-MERGE consolidates
      * into.
      ******************************************************************
       FD CLOSED-ACCOUNTS-FILE.
       01 CLOSED-ACCOUNT-RECORD.
           05 CLA-CUSTOMER-ID      PIC 9(6).
           05 CLA-CUST-NAME        PIC X(30).
           05 CLA-CUST-ADDRESS     PIC X(50).
           05 CLA-CUST-PHONE       PIC X(15).
           05 CLA-CUST-BALANCE     PIC S9(7)V99.
           05 CLA-CUST-STATUS      PIC X.
           05 CLA-CLOSURE-DATE     PIC 9(8).

      ******************************************************************
      * Exception Report Layout - banner, one line per break or
      * purged record, and the counts per file.
      ******************************************************************
       FD CHECK-REPORT.
       01 CHECK-LINE               PIC X(100).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS          PIC XX.
           88 SUCCESS          VALUE "00".
           88 END-OF-FILE      VALUE "10".

       01 CYCLE-STATUS         PIC XX.
           88 CYCLE-OK               VALUE "00".
           88 CYCLE-EOF              VALUE "10".
           88 CYCLE-NOT-FOUND        VALUE "35".

       01 DELINQUENCY-STATUS   PIC XX.
           88 DELINQUENCY-OK         VALUE "00".
           88 DELINQUENCY-EOF        VALUE "10".
           88 DELINQUENCY-NOT-FOUND  VALUE "35".

       01 RUN-CONTROL-STATUS   PIC XX.
           88 RUN-CONTROL-OK         VALUE "00".
           88 RUN-CONTROL-EOF        VALUE "10".
           88 RUN-CONTROL-NOT-FOUND  VALUE "35".

       01 CLOSED-ACCOUNTS-STATUS PIC XX.
           88 CLOSED-ACCOUNTS-OK        VALUE "00".
           88 CLOSED-ACCOUNTS-EOF       VALUE "10".
           88 CLOSED-ACCOUNTS-NOT-FOUND VALUE "35".

       01 REPORT-STATUS        PIC XX.
           88 REPORT-OK              VALUE "00".

       01 WS-COMMAND-LINE          PIC X(70).
       01 WS-PURGE-PARM            PIC X(10).
       01 WS-ERROR-CONTEXT         PIC X(30).

       01 WS-PURGE-SWITCH          PIC X VALUE "N".
           88 WS-PURGE-REQUESTED       VALUE "Y".
       01 WS-RUN-IN-FLIGHT-SWITCH  PIC X VALUE "N".
           88 WS-RUN-IN-FLIGHT         VALUE "Y".
       01 WS-DLQ-FILE-SWITCH       PIC X VALUE "N".
           88 WS-DLQ-FILE-PRESENT      VALUE "Y".
       01 WS-CUSTOMER-FOUND-SWITCH PIC X.
           88 WS-CUSTOMER-FOUND        VALUE "Y".
       01 WS-DLQ-FOUND-SWITCH      PIC X.
           88 WS-DLQ-FOUND             VALUE "Y".

       01 WS-RUNS-READ             PIC 9(8) VALUE ZERO.
       01 WS-CYCLES-READ           PIC 9(8) VALUE ZERO.
       01 WS-DLQS-READ             PIC 9(8) VALUE ZERO.
       01 WS-CUSTOMERS-READ        PIC 9(8) VALUE ZERO.
       01 WS-CLOSED-READ           PIC 9(8) VALUE ZERO.
       01 WS-BREAK-COUNT           PIC 9(8) VALUE ZERO.
       01 WS-CYCLES-PURGED         PIC 9(8) VALUE ZERO.
       01 WS-DLQS-PURGED           PIC 9(8) VALUE ZERO.

       01 WS-BANNER-LINE.
           05 FILLER                PIC X(36) VALUE
               "SIDE FILE INTEGRITY CHECK - MODE: ".
           05 WS-BN-MODE            PIC X(11).
           05 FILLER                PIC X(53) VALUE SPACES.

       01 WS-HEADING-LINE.
           05 FILLER                PIC X(22) VALUE "KEY".
           05 FILLER                PIC X(14) VALUE "FILE".
           05 FILLER                PIC X(40) VALUE "EXCEPTION".
           05 FILLER                PIC X(13) VALUE "AMOUNT".
           05 FILLER                PIC X(11) VALUE "ACTION".

       01 WS-SUPPRESSED-LINE.
           05 FILLER                PIC X(45) VALUE
               "PURGE SUPPRESSED - A RUN IS AT S OR A STATUS ".
           05 FILLER                PIC X(55) VALUE
               "(STILL RUNNING OR NEEDS RESTART)".

       01 WS-EXCEPTION-LINE.
           05 WS-EL-KEY             PIC X(20).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-EL-FILE            PIC X(12).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-EL-MESSAGE         PIC X(38).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-EL-AMOUNT-AREA.
               10 WS-EL-AMOUNT      PIC -(7)9.99.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-EL-ACTION          PIC X(8).
           05 FILLER                PIC X(3)  VALUE SPACES.

       01 WS-COUNT-LINE.
           05 WS-CL-FILE            PIC X(20).
           05 FILLER                PIC X(6)  VALUE "READ: ".
           05 WS-CL-READ            PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 FILLER                PIC X(8)  VALUE "PURGED: ".
           05 WS-CL-PURGED          PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(44) VALUE SPACES.

       01 WS-BREAK-LINE.
           05 FILLER                PIC X(26) VALUE
               "BREAKS LEFT ON REPORT:    ".
           05 WS-BL-BREAKS          PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(65) VALUE SPACES.

       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN-PROCESS
      * Checks the run-control registry first - whether a run is in
      * flight decides whether PURGE may act - then each side file
      * against the master, then writes the counts.
      ******************************************************************
       MAIN-PROCESS.
           PERFORM INITIALIZATION
           PERFORM CHECK-RUN-CONTROL
           IF WS-PURGE-REQUESTED AND WS-RUN-IN-FLIGHT
               MOVE "N" TO WS-PURGE-SWITCH
               WRITE CHECK-LINE FROM WS-SUPPRESSED-LINE
               PERFORM CHECK-REPORT-STATUS
           END-IF
           PERFORM CHECK-CYCLE-FILE
           PERFORM CHECK-DELINQUENCY-FILE
           PERFORM CHECK-CUSTOMER-FILE
           PERFORM CHECK-CLOSED-ACCOUNTS
           PERFORM WRITE-CHECK-SUMMARY
           CLOSE CUSTOMER-FILE
           IF WS-DLQ-FILE-PRESENT
               CLOSE DELINQUENCY-FILE
           END-IF
           CLOSE CHECK-REPORT
           IF WS-BREAK-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      ******************************************************************
      * INITIALIZATION
      * Edits the optional PURGE argument, opens the report and the
      * customer master. The master must exist; the side files are
      * opened as each check reaches them, since a shop that has
      * never run a night has none of them yet.
      ******************************************************************
       INITIALIZATION.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE SPACES TO WS-PURGE-PARM
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL " "
               INTO WS-PURGE-PARM
           END-UNSTRING
           EVALUATE WS-PURGE-PARM
               WHEN SPACES
                   MOVE "N" TO WS-PURGE-SWITCH
                   MOVE "REPORT ONLY" TO WS-BN-MODE
               WHEN "PURGE"
                   MOVE "Y" TO WS-PURGE-SWITCH
                   MOVE "PURGE" TO WS-BN-MODE
               WHEN OTHER
                   PERFORM PARM-ABEND
           END-EVALUATE
           OPEN OUTPUT CHECK-REPORT
           IF NOT REPORT-OK
               DISPLAY "FATAL: OPEN OUTPUT CHECK-REPORT FAILED"
                   ", STATUS=" REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE CHECK-LINE FROM WS-BANNER-LINE
           PERFORM CHECK-REPORT-STATUS
           WRITE CHECK-LINE FROM WS-HEADING-LINE
           PERFORM CHECK-REPORT-STATUS
           OPEN INPUT CUSTOMER-FILE
           IF NOT SUCCESS
               MOVE "OPEN INPUT CUSTOMER-FILE" TO WS-ERROR-CONTEXT
               PERFORM ABEND-SIDE-FILE-CHECK
           END-IF.

      ******************************************************************
      * CHECK-RUN-CONTROL
      * Lists every (business date, partition) run that stopped short
      * of CLEANUP. C (complete) and M (merged) are the finished
      * states; anything else is also listed, as a status the night
      * run never writes.
      ******************************************************************
       CHECK-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
           IF RUN-CONTROL-NOT-FOUND
               CONTINUE
           ELSE
               IF NOT RUN-CONTROL-OK
                   MOVE "OPEN INPUT RUN-CONTROL-FILE" TO
                       WS-ERROR-CONTEXT
                   MOVE RUN-CONTROL-STATUS TO FILE-STATUS
                   PERFORM ABEND-SIDE-FILE-CHECK
               END-IF
               PERFORM UNTIL RUN-CONTROL-EOF
                   READ RUN-CONTROL-FILE NEXT RECORD
                       AT END SET RUN-CONTROL-EOF TO TRUE
                       NOT AT END
                           IF NOT RUN-CONTROL-OK
                               MOVE "READ RUN-CONTROL-FILE NEXT" TO
                                   WS-ERROR-CONTEXT
                               MOVE RUN-CONTROL-STATUS TO FILE-STATUS
                               PERFORM ABEND-SIDE-FILE-CHECK
                           END-IF
                           ADD 1 TO WS-RUNS-READ
                           PERFORM CHECK-RUN-CONTROL-RECORD
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF.

      ******************************************************************
      * CHECK-RUN-CONTROL-RECORD
      * One registry record - a run at S or A is stuck (or still
      * going) and holds off PURGE.
      ******************************************************************
       CHECK-RUN-CONTROL-RECORD.
           MOVE SPACES TO WS-EL-KEY
           STRING RCTL-BUSINESS-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RCTL-PARTITION-ID DELIMITED BY SIZE
               INTO WS-EL-KEY
           END-STRING
           MOVE "RUN-CONTROL" TO WS-EL-FILE
           MOVE SPACES TO WS-EL-AMOUNT-AREA
           MOVE SPACES TO WS-EL-ACTION
           EVALUATE TRUE
               WHEN RCTL-COMPLETE
               WHEN RCTL-MERGED
                   CONTINUE
               WHEN RCTL-STARTED
                   MOVE "Y" TO WS-RUN-IN-FLIGHT-SWITCH
                   MOVE "RUN STUCK AT S - STARTED" TO WS-EL-MESSAGE
                   PERFORM REPORT-BREAK
               WHEN RCTL-MAINT-APPLIED
                   MOVE "Y" TO WS-RUN-IN-FLIGHT-SWITCH
                   MOVE "RUN STUCK AT A - MAINTENANCE APPLIED" TO
                       WS-EL-MESSAGE
                   PERFORM REPORT-BREAK
               WHEN OTHER
                   MOVE SPACES TO WS-EL-MESSAGE
                   STRING "UNKNOWN RUN STATUS '" DELIMITED BY SIZE
                           RCTL-COMPLETION-STATUS DELIMITED BY SIZE
                           "'" DELIMITED BY SIZE
                       INTO WS-EL-MESSAGE
                   END-STRING
                   PERFORM REPORT-BREAK
           END-EVALUATE.

      ******************************************************************
      * CHECK-CYCLE-FILE
      * Walks CYCLE.DAT in key order, checking each record against
      * the master. Opened I-O only when PURGE may delete from it.
      ******************************************************************
       CHECK-CYCLE-FILE.
           IF WS-PURGE-REQUESTED
               OPEN I-O CYCLE-FILE
           ELSE
               OPEN INPUT CYCLE-FILE
           END-IF
           IF CYCLE-NOT-FOUND
               CONTINUE
           ELSE
               IF NOT CYCLE-OK
                   MOVE "OPEN CYCLE-FILE" TO WS-ERROR-CONTEXT
                   MOVE CYCLE-STATUS TO FILE-STATUS
                   PERFORM ABEND-SIDE-FILE-CHECK
               END-IF
               PERFORM UNTIL CYCLE-EOF
                   READ CYCLE-FILE NEXT RECORD
                       AT END SET CYCLE-EOF TO TRUE
                       NOT AT END
                           IF NOT CYCLE-OK
                               MOVE "READ CYCLE-FILE NEXT" TO
                                   WS-ERROR-CONTEXT
                               MOVE CYCLE-STATUS TO FILE-STATUS
                               PERFORM ABEND-SIDE-FILE-CHECK
                           END-IF
                           ADD 1 TO WS-CYCLES-READ
                           PERFORM CHECK-CYCLE-RECORD
                   END-READ
               END-PERFORM
               CLOSE CYCLE-FILE
           END-IF.

      ******************************************************************
      * CHECK-CYCLE-RECORD
      * A cycle record for a customer not on the master is an orphan
      * - purged under PURGE unless it still holds an accrual, which
      * is left for someone to settle. On a customer the sweep skips
      * (F, P, O) an accrual cannot post and is reported.
      ******************************************************************
       CHECK-CYCLE-RECORD.
           MOVE CYC-CUSTOMER-ID TO CUSTOMER-ID
           PERFORM LOOKUP-CUSTOMER
           MOVE SPACES TO WS-EL-KEY
           MOVE CYC-CUSTOMER-ID TO WS-EL-KEY
           MOVE "CYCLE" TO WS-EL-FILE
           MOVE CYC-ACCRUED-INTEREST TO WS-EL-AMOUNT
           MOVE SPACES TO WS-EL-ACTION
           IF NOT WS-CUSTOMER-FOUND
               IF CYC-ACCRUED-INTEREST NOT = ZERO
                   MOVE "ORPHAN - HOLDS UNPOSTED ACCRUAL" TO
                       WS-EL-MESSAGE
                   PERFORM REPORT-BREAK
               ELSE
                   MOVE "ORPHAN - CUSTOMER NOT ON MASTER" TO
                       WS-EL-MESSAGE
                   IF WS-PURGE-REQUESTED
                       DELETE CYCLE-FILE RECORD
                       IF NOT CYCLE-OK
                           MOVE "DELETE CYCLE-RECORD" TO
                               WS-ERROR-CONTEXT
                           MOVE CYCLE-STATUS TO FILE-STATUS
                           PERFORM ABEND-SIDE-FILE-CHECK
                       END-IF
                       ADD 1 TO WS-CYCLES-PURGED
                       MOVE "PURGED" TO WS-EL-ACTION
                       PERFORM WRITE-EXCEPTION-LINE
                   ELSE
                       PERFORM REPORT-BREAK
                   END-IF
               END-IF
           ELSE
               IF CYC-ACCRUED-INTEREST NOT = ZERO AND
                       (CUST-FROZEN OR CUST-CHARGEOFF-PEND OR
                        CUST-CHARGED-OFF)
                   MOVE SPACES TO WS-EL-MESSAGE
                   STRING "ACCRUAL HELD ON STATUS " DELIMITED BY SIZE
                           CUST-STATUS DELIMITED BY SIZE
                           " ACCOUNT" DELIMITED BY SIZE
                       INTO WS-EL-MESSAGE
                   END-STRING
                   PERFORM REPORT-BREAK
               END-IF
           END-IF.

      ******************************************************************
      * CHECK-DELINQUENCY-FILE
      * Walks DELINQUENCY.DAT in key order, checking each record
      * against the master. Opened I-O only when PURGE may delete
      * from it, and left open for CHECK-CUSTOMER-FILE's lookups.
      ******************************************************************
       CHECK-DELINQUENCY-FILE.
           IF WS-PURGE-REQUESTED
               OPEN I-O DELINQUENCY-FILE
           ELSE
               OPEN INPUT DELINQUENCY-FILE
           END-IF
           IF DELINQUENCY-NOT-FOUND
               CONTINUE
           ELSE
               IF NOT DELINQUENCY-OK
                   MOVE "OPEN DELINQUENCY-FILE" TO WS-ERROR-CONTEXT
                   MOVE DELINQUENCY-STATUS TO FILE-STATUS
                   PERFORM ABEND-SIDE-FILE-CHECK
               END-IF
               MOVE "Y" TO WS-DLQ-FILE-SWITCH
               PERFORM UNTIL DELINQUENCY-EOF
                   READ DELINQUENCY-FILE NEXT RECORD
                       AT END SET DELINQUENCY-EOF TO TRUE
                       NOT AT END
                           IF NOT DELINQUENCY-OK
                               MOVE "READ DELINQUENCY-FILE NEXT" TO
                                   WS-ERROR-CONTEXT
                               MOVE DELINQUENCY-STATUS TO FILE-STATUS
                               PERFORM ABEND-SIDE-FILE-CHECK
                           END-IF
                           ADD 1 TO WS-DLQS-READ
                           PERFORM CHECK-DELINQUENCY-RECORD
                   END-READ
               END-PERFORM
           END-IF.

      ******************************************************************
      * CHECK-DELINQUENCY-RECORD
      * A delinquency record for a customer not on the master is an
      * orphan, purged under PURGE. One for an account no longer
      * negative is reported - the sweep clears it on an account it
      * sweeps, so it has either not run since or skips the account.
      ******************************************************************
       CHECK-DELINQUENCY-RECORD.
           MOVE DLQ-CUSTOMER-ID TO CUSTOMER-ID
           PERFORM LOOKUP-CUSTOMER
           MOVE SPACES TO WS-EL-KEY
           MOVE DLQ-CUSTOMER-ID TO WS-EL-KEY
           MOVE "DELINQUENCY" TO WS-EL-FILE
           MOVE SPACES TO WS-EL-ACTION
           IF NOT WS-CUSTOMER-FOUND
               MOVE SPACES TO WS-EL-AMOUNT-AREA
               MOVE "ORPHAN - CUSTOMER NOT ON MASTER" TO
                   WS-EL-MESSAGE
               IF WS-PURGE-REQUESTED
                   DELETE DELINQUENCY-FILE RECORD
                   IF NOT DELINQUENCY-OK
                       MOVE "DELETE DELINQUENCY-RECORD" TO
                           WS-ERROR-CONTEXT
                       MOVE DELINQUENCY-STATUS TO FILE-STATUS
                       PERFORM ABEND-SIDE-FILE-CHECK
                   END-IF
                   ADD 1 TO WS-DLQS-PURGED
                   MOVE "PURGED" TO WS-EL-ACTION
                   PERFORM WRITE-EXCEPTION-LINE
               ELSE
                   PERFORM REPORT-BREAK
               END-IF
           ELSE
               IF CUST-BALANCE NOT < ZERO
                   MOVE CUST-BALANCE TO WS-EL-AMOUNT
                   MOVE "DELINQUENT BUT BALANCE NOT NEGATIVE" TO
                       WS-EL-MESSAGE
                   PERFORM REPORT-BREAK
               END-IF
           END-IF.

      ******************************************************************
      * CHECK-CUSTOMER-FILE
      * Walks the master for the other direction of the delinquency
      * check: an account the sweep tracks (not F, P, or O) that is
      * negative must have a delinquency record. Skipped when there
      * is no DELINQUENCY.DAT at all - no night has run yet.
      ******************************************************************
       CHECK-CUSTOMER-FILE.
           IF WS-DLQ-FILE-PRESENT
               MOVE ZERO TO CUSTOMER-ID
               START CUSTOMER-FILE KEY IS NOT LESS THAN CUSTOMER-ID
                   INVALID KEY SET END-OF-FILE TO TRUE
               END-START
               PERFORM UNTIL END-OF-FILE
                   READ CUSTOMER-FILE NEXT RECORD
                       AT END SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF NOT SUCCESS
                               MOVE "READ CUSTOMER-FILE NEXT" TO
                                   WS-ERROR-CONTEXT
                               PERFORM ABEND-SIDE-FILE-CHECK
                           END-IF
                           ADD 1 TO WS-CUSTOMERS-READ
                           PERFORM CHECK-CUSTOMER-RECORD
                   END-READ
               END-PERFORM
           END-IF.

      ******************************************************************
      * CHECK-CUSTOMER-RECORD
      * One master record against DELINQUENCY.DAT.
      ******************************************************************
       CHECK-CUSTOMER-RECORD.
           IF CUST-BALANCE < ZERO AND NOT CUST-FROZEN AND
                   NOT CUST-CHARGEOFF-PEND AND NOT CUST-CHARGED-OFF
               MOVE "N" TO WS-DLQ-FOUND-SWITCH
               MOVE CUSTOMER-ID TO DLQ-CUSTOMER-ID
               READ DELINQUENCY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-DLQ-FOUND-SWITCH
               END-READ
               IF NOT WS-DLQ-FOUND
                   MOVE SPACES TO WS-EL-KEY
                   MOVE CUSTOMER-ID TO WS-EL-KEY
                   MOVE "CUSTOMER" TO WS-EL-FILE
                   MOVE CUST-BALANCE TO WS-EL-AMOUNT
                   MOVE SPACES TO WS-EL-ACTION
                   MOVE "NEGATIVE WITH NO DELINQUENCY RECORD" TO
                       WS-EL-MESSAGE
                   PERFORM REPORT-BREAK
               END-IF
           END-IF.

      ******************************************************************
      * CHECK-CLOSED-ACCOUNTS
      * Reads the closed-accounts archive and looks each CUSTOMER-ID
      * up on the master; one still live is reported with its
      * closure date. An absent archive means nothing has closed.
      ******************************************************************
       CHECK-CLOSED-ACCOUNTS.
           OPEN INPUT CLOSED-ACCOUNTS-FILE
           IF CLOSED-ACCOUNTS-NOT-FOUND
               CONTINUE
           ELSE
               IF NOT CLOSED-ACCOUNTS-OK
                   MOVE "OPEN INPUT CLOSED-ACCOUNTS" TO
                       WS-ERROR-CONTEXT
                   MOVE CLOSED-ACCOUNTS-STATUS TO FILE-STATUS
                   PERFORM ABEND-SIDE-FILE-CHECK
               END-IF
               PERFORM UNTIL CLOSED-ACCOUNTS-EOF
                   READ CLOSED-ACCOUNTS-FILE
                       AT END SET CLOSED-ACCOUNTS-EOF TO TRUE
                       NOT AT END
                           IF NOT CLOSED-ACCOUNTS-OK
                               MOVE "READ CLOSED-ACCOUNTS" TO
                                   WS-ERROR-CONTEXT
                               MOVE CLOSED-ACCOUNTS-STATUS TO
                                   FILE-STATUS
                               PERFORM ABEND-SIDE-FILE-CHECK
                           END-IF
                           ADD 1 TO WS-CLOSED-READ
                           PERFORM CHECK-CLOSED-ACCOUNT-RECORD
                   END-READ
               END-PERFORM
               CLOSE CLOSED-ACCOUNTS-FILE
           END-IF.

      ******************************************************************
      * CHECK-CLOSED-ACCOUNT-RECORD
      * One archived closure against the master.
      ******************************************************************
       CHECK-CLOSED-ACCOUNT-RECORD.
           MOVE CLA-CUSTOMER-ID TO CUSTOMER-ID
           PERFORM LOOKUP-CUSTOMER
           IF WS-CUSTOMER-FOUND
               MOVE SPACES TO WS-EL-KEY
               MOVE CLA-CUSTOMER-ID TO WS-EL-KEY
               MOVE "CLOSED-ACCTS" TO WS-EL-FILE
               MOVE CUST-BALANCE TO WS-EL-AMOUNT
               MOVE SPACES TO WS-EL-ACTION
               MOVE SPACES TO WS-EL-MESSAGE
               STRING "LIVE BUT ARCHIVED CLOSED " DELIMITED BY SIZE
                       CLA-CLOSURE-DATE DELIMITED BY SIZE
                   INTO WS-EL-MESSAGE
               END-STRING
               PERFORM REPORT-BREAK
           END-IF.

      ******************************************************************
      * LOOKUP-CUSTOMER
      * Random read of the master by the CUSTOMER-ID already moved to
      * the key; sets WS-CUSTOMER-FOUND-SWITCH.
      ******************************************************************
       LOOKUP-CUSTOMER.
           MOVE "N" TO WS-CUSTOMER-FOUND-SWITCH
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT SUCCESS
                       MOVE "READ CUSTOMER-FILE" TO WS-ERROR-CONTEXT
                       PERFORM ABEND-SIDE-FILE-CHECK
                   END-IF
                   MOVE "Y" TO WS-CUSTOMER-FOUND-SWITCH
           END-READ.

      ******************************************************************
      * REPORT-BREAK
      * Counts and lists one break; the caller has filled in the
      * exception line.
      ******************************************************************
       REPORT-BREAK.
           ADD 1 TO WS-BREAK-COUNT
           PERFORM WRITE-EXCEPTION-LINE.

      ******************************************************************
      * WRITE-EXCEPTION-LINE
      * Writes the exception line as the caller filled it in.
      ******************************************************************
       WRITE-EXCEPTION-LINE.
           WRITE CHECK-LINE FROM WS-EXCEPTION-LINE
           PERFORM CHECK-REPORT-STATUS.

      ******************************************************************
      * WRITE-CHECK-SUMMARY
      * One count line per file checked, then the breaks left.
      ******************************************************************
       WRITE-CHECK-SUMMARY.
           MOVE "RUN-CONTROL" TO WS-CL-FILE
           MOVE WS-RUNS-READ TO WS-CL-READ
           MOVE ZERO TO WS-CL-PURGED
           WRITE CHECK-LINE FROM WS-COUNT-LINE
           PERFORM CHECK-REPORT-STATUS
           MOVE "CYCLE" TO WS-CL-FILE
           MOVE WS-CYCLES-READ TO WS-CL-READ
           MOVE WS-CYCLES-PURGED TO WS-CL-PURGED
           WRITE CHECK-LINE FROM WS-COUNT-LINE
           PERFORM CHECK-REPORT-STATUS
           MOVE "DELINQUENCY" TO WS-CL-FILE
           MOVE WS-DLQS-READ TO WS-CL-READ
           MOVE WS-DLQS-PURGED TO WS-CL-PURGED
           WRITE CHECK-LINE FROM WS-COUNT-LINE
           PERFORM CHECK-REPORT-STATUS
           MOVE "CUSTOMER" TO WS-CL-FILE
           MOVE WS-CUSTOMERS-READ TO WS-CL-READ
           MOVE ZERO TO WS-CL-PURGED
           WRITE CHECK-LINE FROM WS-COUNT-LINE
           PERFORM CHECK-REPORT-STATUS
           MOVE "CLOSED-ACCOUNTS" TO WS-CL-FILE
           MOVE WS-CLOSED-READ TO WS-CL-READ
           MOVE ZERO TO WS-CL-PURGED
           WRITE CHECK-LINE FROM WS-COUNT-LINE
           PERFORM CHECK-REPORT-STATUS
           MOVE WS-BREAK-COUNT TO WS-BL-BREAKS
           WRITE CHECK-LINE FROM WS-BREAK-LINE
           PERFORM CHECK-REPORT-STATUS.

      ******************************************************************
      * CHECK-REPORT-STATUS
      * Checks REPORT-STATUS after a WRITE CHECK-LINE. The report
      * itself has failed, so the abend goes to the console.
      ******************************************************************
       CHECK-REPORT-STATUS.
           IF NOT REPORT-OK
               DISPLAY "FATAL: WRITE CHECK-LINE FAILED, STATUS="
                   REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * PARM-ABEND
      * The argument is something other than PURGE.
      ******************************************************************
       PARM-ABEND.
           DISPLAY "FATAL: INVALID COMMAND LINE '"
               FUNCTION TRIM(WS-COMMAND-LINE) "'"
           DISPLAY "EXPECTED [PURGE]"
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      * ABEND-SIDE-FILE-CHECK
      * Reports the failed operation and its status to the console,
      * closes everything, and ends with RETURN-CODE 16.
      ******************************************************************
       ABEND-SIDE-FILE-CHECK.
           DISPLAY "FATAL: " WS-ERROR-CONTEXT " STATUS=" FILE-STATUS
           CLOSE CUSTOMER-FILE
           CLOSE CYCLE-FILE
           CLOSE DELINQUENCY-FILE
           CLOSE RUN-CONTROL-FILE
           CLOSE CLOSED-ACCOUNTS-FILE
           CLOSE CHECK-REPORT
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHARGE-OFF.
      ******************************************************************
      * Program:     CHARGE-OFF
      * Author:      Development Team
      * Date:        2026-10-15
      * Purpose:     Stand-alone charge-off job. Picks up every
      *              account an S transaction has marked CUST-STATUS
      *              "P" (charge-off pending) and, for each one still
      *              carrying a negative CUST-BALANCE:
      *                - writes the balance off to zero through
      *                  AUDIT-FILE with a CHARGEOFF entry, so the
      *                  write-off chains onto the account's balance
      *                  history like any other posting
      *                - records the written-off amount on the
      *                  charged-off accounts file (CHARGED-OFF.DAT),
      *                  against which CUSTOMER-PROCESS later posts
      *                  any payment as a RECOVERY
      *                - closes out the account's DELINQUENCY-FILE
      *                  record - collections is finished with it
      *                - marks the account "O" (charged off)
      *              and appends one summarized LOAN-LOSS debit line
      *              to GL-EXTRACT.DAT so accounting books the night's
      *              write-offs with the rest of the run's GL activity.
      *              A P account that is not negative has nothing to
      *              write off; it is listed on the report and left
      *              pending for someone to look at.
      *
      *              Run after CUSTOMER-PROCESS (and after PARTITION-
      *              MERGE on a partitioned night) for the same
      *              business date, before the GL extract is picked
      *              up - CUSTOMER-PROCESS opens GL-EXTRACT.DAT OUTPUT
      *              each night, so the LOAN-LOSS line must be added
      *              after it, not before. A rerun finds the accounts
      *              it already charged off at status "O" and leaves
      *              them alone. An account an interrupted run left at
      *              "P" part way through its write-off is finished:
      *              a CHARGEOFF audit entry already written for it on
      *              the business date is not written again, and the
      *              amount is not added to CHARGED-OFF.DAT again when
      *              that record already carries the business date;
      *              the delinquency close-out and the "O" rewrite are
      *              done if still outstanding. The rerun's LOAN-LOSS
      *              line carries only the accounts this run finished
      *              (zero after a clean run) - the interrupted run
      *              never reached its GL line, so the write-offs it
      *              had completed before the abend (already "O") are
      *              in neither line and have to be booked by hand
      *              from that run's CHARGED-OFF.DAT entries.
      *
      *              Invocation: one optional COMMAND-LINE argument,
      *              the business date (YYYYMMDD) to stamp the audit
      *              entries, charged-off records, and GL line with -
      *              omitted, the system date is used, the same rule
      *              CUSTOMER-PROCESS follows.
      *
      *              RETURN-CODE 16 when a file this job depends on
      *              cannot be opened or written.
      *
      * Maintenance Log:
      * Date       Developer    Description
      * ---------- ------------ ----------------------------------------
      * 2026-10-15 DEV-TEAM    Initial version
      * 2026-10-15 DEV-TEAM    Mirror the reversal fields added to the
      *                        audit trail layout
      * 2026-10-15 DEV-TEAM    Mirror the overdraft-limit fields added
      *                        to the customer record layout
      * 2026-10-15 DEV-TEAM    Mirror the approver ID added to the
      *                        audit trail layout
      * 2026-10-15 DEV-TEAM    Rerun safety - an account left at "P"
      *                        mid-write-off by an abend is finished
      *                        without a second CHARGEOFF audit entry
      *                        or a second charged-off amount
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID
               FILE STATUS IS FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO 'AUDIT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDIT-KEY
               FILE STATUS IS AUDIT-STATUS.

           SELECT DELINQUENCY-FILE ASSIGN TO 'DELINQUENCY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DLQ-CUSTOMER-ID
               FILE STATUS IS DELINQUENCY-STATUS.

           SELECT CHARGED-OFF-FILE ASSIGN TO 'CHARGED-OFF.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-CUSTOMER-ID
               FILE STATUS IS CHARGED-OFF-STATUS.

           SELECT GL-EXTRACT-FILE ASSIGN TO 'GL-EXTRACT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GL-EXTRACT-STATUS.

           SELECT CHARGE-OFF-REPORT ASSIGN TO 'CHARGE-OFF.RPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * Customer Record Layout - mirrors CUSTOMER-PROCESS exactly,
      * rewritten here only to zero the balance and set the charged-
      * off status.
      ******************************************************************
       FD CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
           05 CUSTOMER-ID       PIC 9(6).
           05 CUST-NAME        PIC X(30).
           05 CUST-ADDRESS     PIC X(50).
           05 CUST-PHONE       PIC X(15).
           05 CUST-BALANCE     PIC S9(7)V99.
           05 CUST-STATUS      PIC X.
               88 CUST-CHARGEOFF-PEND  VALUE "P".
               88 CUST-CHARGED-OFF     VALUE "O".
           05 CUST-OD-LIMIT-FLAG PIC X.
           05 CUST-OD-LIMIT    PIC 9(7)V99.

      ******************************************************************
      * Audit Trail Layout - mirrors CUSTOMER-PROCESS exactly. Each
      * write-off is one CHARGEOFF record: old balance the negative
      * balance written off, amount applied its positive opposite,
      * new balance zero.
      ******************************************************************
       FD AUDIT-FILE.
       01 AUDIT-RECORD.
           05 AUDIT-KEY.
               10 AUD-CUSTOMER-ID   PIC 9(6).
               10 AUD-RUN-DATE      PIC 9(8).
               10 AUD-RUN-TIME      PIC 9(8).
           05 AUD-OLD-BALANCE       PIC S9(7)V99.
           05 AUD-NEW-BALANCE       PIC S9(7)V99.
           05 AUD-AMOUNT-APPLIED    PIC S9(7)V99.
           05 AUD-TRANS-TYPE        PIC X(10).
           05 AUD-OPERATOR-ID       PIC X(8).
           05 AUD-REASON-CODE       PIC X(10).
           05 AUD-ORIG-RUN-DATE     PIC 9(8).
           05 AUD-ORIG-RUN-TIME     PIC 9(8).
           05 AUD-ORIG-TRANS-TYPE   PIC X(10).
           05 AUD-APPROVER-ID       PIC X(8).

      ******************************************************************
      * Delinquency Layout - mirrors CUSTOMER-PROCESS exactly; the
      * charged-off account's record is deleted, not updated.
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
      * Charged-Off Accounts Layout
      * One record per CUSTOMER-ID ever charged off, keyed by
      * CUSTOMER-ID, holding what was written off and what has been
      * recovered against it since, so accounting can report net
      * losses (written off less recovered) and collections can see
      * what has come back. CUSTOMER-PROCESS adds to CO-RECOVERED-
      * AMOUNT when it posts a RECOVERY. An account charged off a
      * second time (reactivated, then charged off again) adds the
      * new write-off to the same record.
      * CO-CHARGEOFF-DATE:      business date of the latest write-off
      * CO-WRITTEN-OFF-AMOUNT:  total written off, as a positive
      * CO-RECOVERED-AMOUNT:    total recovered since, as a positive
      * CO-LAST-RECOVERY-DATE:  business date of the latest recovery
      ******************************************************************
       FD CHARGED-OFF-FILE.
       01 CHARGED-OFF-RECORD.
           05 CO-CUSTOMER-ID         PIC 9(6).
           05 CO-CHARGEOFF-DATE      PIC 9(8).
           05 CO-WRITTEN-OFF-AMOUNT  PIC S9(7)V99.
           05 CO-RECOVERED-AMOUNT    PIC S9(7)V99.
           05 CO-LAST-RECOVERY-DATE  PIC 9(8).

      ******************************************************************
      * GL Posting Extract Layout - the CSV lines WRITE-GL-EXTRACT in
      * CUSTOMER-PROCESS produces (run date, GL account title, DR/CR,
      * amount); this job appends its LOAN-LOSS line to them.
      ******************************************************************
       FD GL-EXTRACT-FILE.
       01 GL-EXTRACT-RECORD       PIC X(100).

      ******************************************************************
      * Charge-Off Report Layout - banner, one line per account
      * charged off or skipped, and a summary line.
      ******************************************************************
       FD CHARGE-OFF-REPORT.
       01 CHARGE-OFF-LINE          PIC X(100).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS          PIC XX.
           88 SUCCESS          VALUE "00".
           88 END-OF-FILE      VALUE "10".

       01 AUDIT-STATUS         PIC XX.
           88 AUDIT-OK               VALUE "00".
           88 AUDIT-DUPLICATE-KEY    VALUE "22".
           88 AUDIT-NOT-FOUND        VALUE "35".

       01 DELINQUENCY-STATUS   PIC XX.
           88 DELINQUENCY-OK         VALUE "00".
           88 DELINQUENCY-NOT-FOUND  VALUE "35".

       01 CHARGED-OFF-STATUS   PIC XX.
           88 CHARGED-OFF-OK         VALUE "00".
           88 CHARGED-OFF-NOT-FOUND  VALUE "35".

       01 GL-EXTRACT-STATUS    PIC XX.
           88 GL-EXTRACT-OK          VALUE "00".
           88 GL-EXTRACT-NOT-FOUND   VALUE "35".

       01 REPORT-STATUS        PIC XX.
           88 REPORT-OK              VALUE "00".

       01 WS-COMMAND-LINE          PIC X(70).
       01 WS-BUSINESS-DATE-PARM    PIC X(10).
       01 WS-BUSINESS-DATE-NUM     PIC 9(8).
       01 WS-RUN-DATE              PIC 9(8).

       01 WS-ACCOUNTS-READ         PIC 9(6) VALUE ZERO.
       01 WS-CHARGED-OFF-COUNT     PIC 9(6) VALUE ZERO.
       01 WS-SKIPPED-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-WRITE-OFF-AMOUNT      PIC S9(7)V99.
       01 WS-WRITE-OFF-TOTAL       PIC S9(9)V99 VALUE ZERO.
       01 WS-BALANCE-BEFORE        PIC S9(7)V99.
       01 WS-ERROR-CONTEXT         PIC X(30).

      ******************************************************************
      * Audit key stamping - the same posting-time rule CUSTOMER-
      * PROCESS's WRITE-AUDIT-RECORD uses, plus a retry past a key an
      * earlier job already took for the same customer and date.
      ******************************************************************
       01 WS-EVENT-TIME            PIC 9(8).
       01 WS-LAST-EVENT-TIME       PIC 9(8) VALUE ZERO.
       01 WS-AUDIT-WRITTEN-SWITCH  PIC X.
           88 WS-AUDIT-WRITTEN         VALUE "Y".

       01 WS-CO-FOUND-SWITCH       PIC X.
           88 WS-CO-REC-FOUND          VALUE "Y".

      ******************************************************************
      * Rerun detection - set by FIND-EARLIER-WRITE-OFF for the account
      * in hand when an interrupted run already wrote its CHARGEOFF
      * audit entry (and, separately, its charged-off amount) for
      * this business date.
      ******************************************************************
       01 WS-AUDIT-SCAN-SWITCH     PIC X.
           88 WS-AUDIT-SCAN-DONE       VALUE "Y".
       01 WS-PRIOR-AUDIT-SWITCH    PIC X.
           88 WS-PRIOR-AUDIT-FOUND     VALUE "Y".
       01 WS-PRIOR-CO-SWITCH       PIC X.
           88 WS-PRIOR-CO-RECORDED     VALUE "Y".

       01 WS-GL-EXTRACT-LINE.
           05 WS-GL-RUN-DATE       PIC 9(8).
           05 FILLER               PIC X(1) VALUE ",".
           05 WS-GL-ACCOUNT        PIC X(20).
           05 FILLER               PIC X(1) VALUE ",".
           05 WS-GL-DRCR           PIC X(2).
           05 FILLER               PIC X(1) VALUE ",".
           05 WS-GL-AMOUNT         PIC -(9)9.99.
           05 FILLER               PIC X(48) VALUE SPACES.

       01 WS-BANNER-LINE.
           05 FILLER                PIC X(35) VALUE
               "CHARGE-OFF RUN FOR BUSINESS DATE: ".
           05 WS-BN-RUN-DATE        PIC 9(8).
           05 FILLER                PIC X(57) VALUE SPACES.

       01 WS-DETAIL-LINE.
           05 WS-DL-ACTION          PIC X(12).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-DL-CUSTOMER-ID     PIC 9(6).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-DL-NAME            PIC X(30).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 FILLER                PIC X(9)  VALUE "BALANCE: ".
           05 WS-DL-BALANCE         PIC -(7)9.99.
           05 FILLER                PIC X(26) VALUE SPACES.

       01 WS-SUMMARY-LINE-1.
           05 FILLER                PIC X(22) VALUE
               "P ACCOUNTS READ:      ".
           05 WS-SUM-READ           PIC ZZZ,ZZ9.
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 FILLER                PIC X(13) VALUE "CHARGED OFF: ".
           05 WS-SUM-CHARGED-OFF    PIC ZZZ,ZZ9.
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 FILLER                PIC X(9)  VALUE "SKIPPED: ".
           05 WS-SUM-SKIPPED        PIC ZZZ,ZZ9.
           05 FILLER                PIC X(27) VALUE SPACES.

       01 WS-SUMMARY-LINE-2.
           05 FILLER                PIC X(22) VALUE
               "TOTAL WRITTEN OFF:    ".
           05 WS-SUM-WRITE-OFF      PIC -(9)9.99.
           05 FILLER                PIC X(65) VALUE SPACES.

       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN-PROCESS
      * Opens the files, walks CUSTOMER-FILE in key order charging
      * off every pending account, then posts the GL line and the
      * summary.
      ******************************************************************
       MAIN-PROCESS.
           PERFORM INITIALIZATION
           PERFORM UNTIL END-OF-FILE
               READ CUSTOMER-FILE NEXT RECORD
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF NOT SUCCESS
                           MOVE "READ CUSTOMER-FILE NEXT" TO
                               WS-ERROR-CONTEXT
                           PERFORM ABEND-CHARGE-OFF
                       END-IF
                       IF CUST-CHARGEOFF-PEND
                           PERFORM PROCESS-PENDING-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           PERFORM WRITE-LOAN-LOSS-LINE
           PERFORM WRITE-CHARGE-OFF-SUMMARY
           CLOSE CUSTOMER-FILE
           CLOSE AUDIT-FILE
           CLOSE DELINQUENCY-FILE
           CLOSE CHARGED-OFF-FILE
           CLOSE GL-EXTRACT-FILE
           CLOSE CHARGE-OFF-REPORT
           STOP RUN.

      ******************************************************************
      * INITIALIZATION
      * Edits the business-date argument, then opens every file. The
      * customer master, audit file, and delinquency file must already
      * exist - the night run creates them - so failing to open any
      * of them is fatal. The charged-off file is created the first
      * time, and the GL extract is opened EXTEND so this job's line
      * lands after the night run's.
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
           OPEN OUTPUT CHARGE-OFF-REPORT
           IF NOT REPORT-OK
               DISPLAY "FATAL: OPEN OUTPUT CHARGE-OFF-REPORT FAILED"
                   ", STATUS=" REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO WS-BN-RUN-DATE
           WRITE CHARGE-OFF-LINE FROM WS-BANNER-LINE
           PERFORM CHECK-REPORT-STATUS
           OPEN I-O CUSTOMER-FILE
           IF NOT SUCCESS
               MOVE "OPEN I-O CUSTOMER-FILE" TO WS-ERROR-CONTEXT
               PERFORM ABEND-CHARGE-OFF
           END-IF
           OPEN I-O AUDIT-FILE
           IF NOT AUDIT-OK
               MOVE "OPEN I-O AUDIT-FILE" TO WS-ERROR-CONTEXT
               MOVE AUDIT-STATUS TO FILE-STATUS
               PERFORM ABEND-CHARGE-OFF
           END-IF
           OPEN I-O DELINQUENCY-FILE
           IF NOT DELINQUENCY-OK
               MOVE "OPEN I-O DELINQUENCY-FILE" TO WS-ERROR-CONTEXT
               MOVE DELINQUENCY-STATUS TO FILE-STATUS
               PERFORM ABEND-CHARGE-OFF
           END-IF
           OPEN I-O CHARGED-OFF-FILE
           IF CHARGED-OFF-NOT-FOUND
               OPEN OUTPUT CHARGED-OFF-FILE
               CLOSE CHARGED-OFF-FILE
               OPEN I-O CHARGED-OFF-FILE
           END-IF
           IF NOT CHARGED-OFF-OK
               MOVE "OPEN I-O CHARGED-OFF-FILE" TO WS-ERROR-CONTEXT
               MOVE CHARGED-OFF-STATUS TO FILE-STATUS
               PERFORM ABEND-CHARGE-OFF
           END-IF
           OPEN EXTEND GL-EXTRACT-FILE
           IF GL-EXTRACT-NOT-FOUND
               OPEN OUTPUT GL-EXTRACT-FILE
           END-IF
           IF NOT GL-EXTRACT-OK
               MOVE "OPEN GL-EXTRACT-FILE" TO WS-ERROR-CONTEXT
               MOVE GL-EXTRACT-STATUS TO FILE-STATUS
               PERFORM ABEND-CHARGE-OFF
           END-IF
           MOVE ZERO TO CUSTOMER-ID
           START CUSTOMER-FILE KEY IS NOT LESS THAN CUSTOMER-ID
               INVALID KEY SET END-OF-FILE TO TRUE
           END-START.

      ******************************************************************
      * PROCESS-PENDING-ACCOUNT
      * Charges off one "P" account when it is negative; otherwise
      * lists it as skipped. The customer record is rewritten last,
      * after the audit, charged-off, and delinquency updates, so the
      * "O" status that keeps a rerun away is only set once the
      * write-off is fully recorded.
      ******************************************************************
       PROCESS-PENDING-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-READ
           IF CUST-BALANCE NOT < ZERO
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE "NOT NEGATIVE" TO WS-DL-ACTION
               PERFORM WRITE-DETAIL-LINE
           ELSE
               MOVE CUST-BALANCE TO WS-BALANCE-BEFORE
               COMPUTE WS-WRITE-OFF-AMOUNT = ZERO - CUST-BALANCE
               PERFORM FIND-EARLIER-WRITE-OFF
               IF NOT WS-PRIOR-AUDIT-FOUND
                   PERFORM WRITE-CHARGEOFF-AUDIT
               END-IF
               IF NOT WS-PRIOR-CO-RECORDED
                   PERFORM RECORD-CHARGED-OFF-AMOUNT
               END-IF
               PERFORM CLOSE-OUT-DELINQUENCY
               MOVE "CHARGED OFF" TO WS-DL-ACTION
               PERFORM WRITE-DETAIL-LINE
               MOVE ZERO TO CUST-BALANCE
               MOVE "O" TO CUST-STATUS
               REWRITE CUSTOMER-RECORD
               IF NOT SUCCESS
                   MOVE "REWRITE CUSTOMER-RECORD" TO WS-ERROR-CONTEXT
                   PERFORM ABEND-CHARGE-OFF
               END-IF
               ADD 1 TO WS-CHARGED-OFF-COUNT
               ADD WS-WRITE-OFF-AMOUNT TO WS-WRITE-OFF-TOTAL
           END-IF.

      ******************************************************************
      * FIND-EARLIER-WRITE-OFF
      * A "P" account that is still negative may be one an earlier run
      * for this business date abended on after writing some of the
      * write-off but before the "O" rewrite. Looks for that run's
      * CHARGEOFF audit entry (same customer, business date, and old
      * balance) and, when there is one, whether CHARGED-OFF.DAT was
      * already stamped with the business date, so the rerun repeats
      * neither. The delinquency close-out needs no test - it finds
      * nothing to delete the second time.
      ******************************************************************
       FIND-EARLIER-WRITE-OFF.
           MOVE "N" TO WS-PRIOR-AUDIT-SWITCH
           MOVE "N" TO WS-PRIOR-CO-SWITCH
           MOVE "N" TO WS-AUDIT-SCAN-SWITCH
           MOVE CUSTOMER-ID TO AUD-CUSTOMER-ID
           MOVE WS-RUN-DATE TO AUD-RUN-DATE
           MOVE ZERO TO AUD-RUN-TIME
           START AUDIT-FILE KEY IS NOT LESS THAN AUDIT-KEY
               INVALID KEY MOVE "Y" TO WS-AUDIT-SCAN-SWITCH
           END-START
           PERFORM UNTIL WS-AUDIT-SCAN-DONE
               READ AUDIT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-AUDIT-SCAN-SWITCH
                   NOT AT END
                       IF NOT AUDIT-OK
                           MOVE "READ AUDIT-FILE NEXT" TO
                               WS-ERROR-CONTEXT
                           MOVE AUDIT-STATUS TO FILE-STATUS
                           PERFORM ABEND-CHARGE-OFF
                       END-IF
                       IF AUD-CUSTOMER-ID NOT = CUSTOMER-ID OR
                               AUD-RUN-DATE NOT = WS-RUN-DATE
                           MOVE "Y" TO WS-AUDIT-SCAN-SWITCH
                       ELSE
                           IF AUD-TRANS-TYPE = "CHARGEOFF" AND
                                   AUD-OLD-BALANCE = CUST-BALANCE
                               MOVE "Y" TO WS-PRIOR-AUDIT-SWITCH
                               MOVE "Y" TO WS-AUDIT-SCAN-SWITCH
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PRIOR-AUDIT-FOUND
               MOVE CUSTOMER-ID TO CO-CUSTOMER-ID
               READ CHARGED-OFF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CO-CHARGEOFF-DATE = WS-RUN-DATE
                           MOVE "Y" TO WS-PRIOR-CO-SWITCH
                       END-IF
               END-READ
           END-IF.

      ******************************************************************
      * WRITE-CHARGEOFF-AUDIT
      * Writes the CHARGEOFF audit record - old balance the negative
      * balance, amount the write-off, new balance zero - stamped
      * with its own posting time. A key already taken (the night run
      * posted for this customer in the same hundredth) is stepped
      * past rather than treated as a failure.
      ******************************************************************
       WRITE-CHARGEOFF-AUDIT.
           MOVE CUSTOMER-ID TO AUD-CUSTOMER-ID
           MOVE WS-RUN-DATE TO AUD-RUN-DATE
           ACCEPT WS-EVENT-TIME FROM TIME
           IF WS-EVENT-TIME NOT > WS-LAST-EVENT-TIME
               COMPUTE WS-EVENT-TIME = WS-LAST-EVENT-TIME + 1
           END-IF
           MOVE WS-BALANCE-BEFORE TO AUD-OLD-BALANCE
           MOVE ZERO TO AUD-NEW-BALANCE
           MOVE WS-WRITE-OFF-AMOUNT TO AUD-AMOUNT-APPLIED
           MOVE "CHARGEOFF" TO AUD-TRANS-TYPE
           MOVE SPACES TO AUD-OPERATOR-ID
           MOVE SPACES TO AUD-REASON-CODE
           MOVE ZERO TO AUD-ORIG-RUN-DATE
           MOVE ZERO TO AUD-ORIG-RUN-TIME
           MOVE SPACES TO AUD-ORIG-TRANS-TYPE
           MOVE SPACES TO AUD-APPROVER-ID
           MOVE "N" TO WS-AUDIT-WRITTEN-SWITCH
           PERFORM UNTIL WS-AUDIT-WRITTEN
               MOVE WS-EVENT-TIME TO AUD-RUN-TIME
               WRITE AUDIT-RECORD
               IF AUDIT-OK
                   MOVE "Y" TO WS-AUDIT-WRITTEN-SWITCH
               ELSE
                   IF AUDIT-DUPLICATE-KEY
                       ADD 1 TO WS-EVENT-TIME
                   ELSE
                       MOVE "WRITE AUDIT-RECORD" TO WS-ERROR-CONTEXT
                       MOVE AUDIT-STATUS TO FILE-STATUS
                       PERFORM ABEND-CHARGE-OFF
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-EVENT-TIME TO WS-LAST-EVENT-TIME.

      ******************************************************************
      * RECORD-CHARGED-OFF-AMOUNT
      * Adds the write-off to the customer's charged-off record,
      * creating it the first time the customer is charged off.
      ******************************************************************
       RECORD-CHARGED-OFF-AMOUNT.
           MOVE "N" TO WS-CO-FOUND-SWITCH
           MOVE CUSTOMER-ID TO CO-CUSTOMER-ID
           READ CHARGED-OFF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-CO-FOUND-SWITCH
           END-READ
           IF WS-CO-REC-FOUND
               ADD WS-WRITE-OFF-AMOUNT TO CO-WRITTEN-OFF-AMOUNT
               MOVE WS-RUN-DATE TO CO-CHARGEOFF-DATE
               REWRITE CHARGED-OFF-RECORD
           ELSE
               MOVE CUSTOMER-ID TO CO-CUSTOMER-ID
               MOVE WS-RUN-DATE TO CO-CHARGEOFF-DATE
               MOVE WS-WRITE-OFF-AMOUNT TO CO-WRITTEN-OFF-AMOUNT
               MOVE ZERO TO CO-RECOVERED-AMOUNT
               MOVE ZERO TO CO-LAST-RECOVERY-DATE
               WRITE CHARGED-OFF-RECORD
           END-IF
           IF NOT CHARGED-OFF-OK
               MOVE "SAVE CHARGED-OFF-RECORD" TO WS-ERROR-CONTEXT
               MOVE CHARGED-OFF-STATUS TO FILE-STATUS
               PERFORM ABEND-CHARGE-OFF
           END-IF.

      ******************************************************************
      * CLOSE-OUT-DELINQUENCY
      * The account leaves collections aging with its write-off, so
      * its delinquency record is deleted. An account that never had
      * one (charged off before it was ever swept negative) is fine.
      ******************************************************************
       CLOSE-OUT-DELINQUENCY.
           MOVE CUSTOMER-ID TO DLQ-CUSTOMER-ID
           READ DELINQUENCY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE DELINQUENCY-FILE RECORD
                   IF NOT DELINQUENCY-OK
                       MOVE "DELETE DELINQUENCY-RECORD" TO
                           WS-ERROR-CONTEXT
                       MOVE DELINQUENCY-STATUS TO FILE-STATUS
                       PERFORM ABEND-CHARGE-OFF
                   END-IF
           END-READ.

      ******************************************************************
      * WRITE-LOAN-LOSS-LINE
      * Appends the night's summarized write-off to GL-EXTRACT.DAT as
      * a LOAN-LOSS debit, in the same line layout CUSTOMER-PROCESS
      * writes. Written even when nothing was charged off, the same
      * one-line-per-type rule WRITE-GL-EXTRACT follows.
      ******************************************************************
       WRITE-LOAN-LOSS-LINE.
           MOVE WS-RUN-DATE TO WS-GL-RUN-DATE
           MOVE "LOAN-LOSS" TO WS-GL-ACCOUNT
           MOVE "DR" TO WS-GL-DRCR
           MOVE WS-WRITE-OFF-TOTAL TO WS-GL-AMOUNT
           WRITE GL-EXTRACT-RECORD FROM WS-GL-EXTRACT-LINE
           IF NOT GL-EXTRACT-OK
               MOVE "WRITE GL-EXTRACT-RECORD" TO WS-ERROR-CONTEXT
               MOVE GL-EXTRACT-STATUS TO FILE-STATUS
               PERFORM ABEND-CHARGE-OFF
           END-IF.

      ******************************************************************
      * WRITE-DETAIL-LINE
      * Writes one report line for the account just handled.
      ******************************************************************
       WRITE-DETAIL-LINE.
           MOVE CUSTOMER-ID TO WS-DL-CUSTOMER-ID
           MOVE CUST-NAME TO WS-DL-NAME
           MOVE CUST-BALANCE TO WS-DL-BALANCE
           WRITE CHARGE-OFF-LINE FROM WS-DETAIL-LINE
           PERFORM CHECK-REPORT-STATUS.

      ******************************************************************
      * WRITE-CHARGE-OFF-SUMMARY
      * Writes the account counts and the total written off, which
      * ties to the LOAN-LOSS GL line.
      ******************************************************************
       WRITE-CHARGE-OFF-SUMMARY.
           MOVE WS-ACCOUNTS-READ TO WS-SUM-READ
           MOVE WS-CHARGED-OFF-COUNT TO WS-SUM-CHARGED-OFF
           MOVE WS-SKIPPED-COUNT TO WS-SUM-SKIPPED
           WRITE CHARGE-OFF-LINE FROM WS-SUMMARY-LINE-1
           PERFORM CHECK-REPORT-STATUS
           MOVE WS-WRITE-OFF-TOTAL TO WS-SUM-WRITE-OFF
           WRITE CHARGE-OFF-LINE FROM WS-SUMMARY-LINE-2
           PERFORM CHECK-REPORT-STATUS.

      ******************************************************************
      * CHECK-REPORT-STATUS
      * Checks REPORT-STATUS after a WRITE CHARGE-OFF-LINE. The report
      * itself has failed, so the abend goes to the console.
      ******************************************************************
       CHECK-REPORT-STATUS.
           IF NOT REPORT-OK
               DISPLAY "FATAL: WRITE CHARGE-OFF-LINE FAILED, STATUS="
                   REPORT-STATUS
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
      * ABEND-CHARGE-OFF
      * Reports the failed operation and its status to the console
      * and the report, closes everything, and ends with RETURN-CODE
      * 16 so the scheduler holds the stream.
      ******************************************************************
       ABEND-CHARGE-OFF.
           DISPLAY "FATAL: " WS-ERROR-CONTEXT " STATUS=" FILE-STATUS
           CLOSE CUSTOMER-FILE
           CLOSE AUDIT-FILE
           CLOSE DELINQUENCY-FILE
           CLOSE CHARGED-OFF-FILE
           CLOSE GL-EXTRACT-FILE
           CLOSE CHARGE-OFF-REPORT
           MOVE 16 TO RETURN-CODE
           STOP RUN.

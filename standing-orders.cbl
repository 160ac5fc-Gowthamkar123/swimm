       IDENTIFICATION DIVISION.
       PROGRAM-ID. STANDING-ORDERS.
      ******************************************************************
      * Program:     STANDING-ORDERS
      * Author:      Development Team
      * Date:        2026-10-15
      * Purpose:     Stand-alone generator of the night's recurring
      *              transactions. STANDING-ORDER.DAT holds one record
      *              per standing order - the customer, a P/E/W code
      *              and amount, how often it falls due (weekly from
      *              the start date, monthly on the start date's day,
      *              or monthly on a fixed day of the month), start and
      *              end dates, and the operator who set it up (plus
      *              the approver, when the amount is above the dual-
      *              control amount). Each order that falls due is
      *              appended to CUSTOMER-TRANS.DAT as an ordinary
      *              transaction under that operator, so TRANS-CHECK
      *              edits it and CUSTOMER-PROCESS posts it with the
      *              rest of the night's batch.
      *
      *              The due dates generated run from the day after
      *              the last business date RUN-CONTROL.DAT shows the
      *              night run complete for, through tonight's business
      *              date - so an order that fell due on a night the
      *              run was missed is caught up tonight. With no
      *              completed run on the registry, only tonight's
      *              date is generated; a gap longer than WS-MAX-
      *              CATCHUP-DAYS is held to that many days and the
      *              report says so. Each order carries the last due
      *              date generated for it (SO-LAST-DUE-DATE), and no
      *              due date at or before it is generated again, so a
      *              rerun - tonight or on a later night covering the
      *              same dates - never generates an order twice. The
      *              marker is rewritten straight after each append;
      *              should the job abend between the two, the
      *              restart finds the appended record (reason code SO
      *              plus the due date) still on CUSTOMER-TRANS.DAT
      *              and does not write it again.
      *
      *              A due order is skipped, and listed on the report
      *              (STANDING-ORDERS.RPT), when its account is not on
      *              CUSTOMER.DAT, is closed or frozen, or when its
      *              operator (or approver) could not key it by hand
      *              under OPERATOR.DAT - the night run would refuse
      *              it. An order that cannot be read sensibly (code,
      *              amount, frequency, dates) is listed the same way.
      *              A skipped due date is not marked generated, so a
      *              rerun tonight after the cause is cleared picks it
      *              up.
      *
      *              Run before TRANS-CHECK. Invocation: one optional
      *              COMMAND-LINE argument, tonight's business date
      *              (YYYYMMDD) - omitted, the system date is used,
      *              the same rule CUSTOMER-PROCESS follows.
      *
      *              RETURN-CODE 8 when any order is skipped or the
      *              catch-up was held short, 16 when a file this job
      *              depends on cannot be opened, read, or written.
      *
      * Maintenance Log:
      * Date       Developer    Description
      * ---------- ------------ ----------------------------------------
      * 2026-10-15 DEV-TEAM    Initial version
      * 2026-10-15 DEV-TEAM    Use up the restart entry of an
      *                        occurrence already generated, so a twin
      *                        order's occurrence is not taken as
      *                        written
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDING-ORDER-FILE ASSIGN TO 'STANDING-ORDER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-KEY
               FILE STATUS IS ORDER-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID
               FILE STATUS IS FILE-STATUS.

           SELECT CUSTOMER-TRANS-FILE ASSIGN TO 'CUSTOMER-TRANS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TRANS-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUN-CONTROL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUN-CONTROL-KEY
               FILE STATUS IS RUN-CONTROL-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO 'OPERATOR.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OPERATOR-STATUS.

           SELECT SYSTEM-PARMS-FILE ASSIGN TO 'SYSTEM-PARMS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SYSTEM-PARMS-STATUS.

           SELECT STANDING-ORDER-REPORT
               ASSIGN TO 'STANDING-ORDERS.RPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * Standing Order Layout
      * One record per standing order, keyed by CUSTOMER-ID and an
      * order sequence so a customer can hold several.
      * SO-TRANS-CODE:    P payment, E deposit, W withdrawal
      * SO-AMOUNT:        amount of each occurrence, positive
      * SO-FREQUENCY:     W every seven days from SO-START-DATE,
      *                   M monthly on SO-START-DATE's day,
      *                   D monthly on SO-MONTH-DAY
      *                   (a day past the end of a short month falls
      *                   due on that month's last day)
      * SO-START-DATE:    first date the order can fall due
      * SO-END-DATE:      last date it can fall due, zero = no end
      * SO-OPERATOR-ID:   operator who set the order up - every
      *                   generated transaction is keyed under it
      * SO-APPROVER-ID:   second approver, needed only when SO-AMOUNT
      *                   is above the dual-control amount
      * SO-SETUP-DATE:    date the order was set up
      * SO-LAST-DUE-DATE: latest due date already generated, zero
      *                   until the first occurrence
      ******************************************************************
       FD STANDING-ORDER-FILE.
       01 STANDING-ORDER-RECORD.
           05 SO-KEY.
               10 SO-CUSTOMER-ID     PIC 9(6).
               10 SO-ORDER-SEQ       PIC 9(3).
           05 SO-TRANS-CODE          PIC X.
               88 SO-CODE-VALID          VALUES "P" "E" "W".
               88 SO-PAYMENT             VALUE "P".
               88 SO-DEPOSIT             VALUE "E".
           05 SO-AMOUNT              PIC 9(7)V99.
           05 SO-FREQUENCY           PIC X.
               88 SO-WEEKLY              VALUE "W".
               88 SO-MONTHLY             VALUE "M".
               88 SO-FIXED-DAY           VALUE "D".
           05 SO-MONTH-DAY           PIC 9(2).
           05 SO-START-DATE          PIC 9(8).
           05 SO-END-DATE            PIC 9(8).
           05 SO-OPERATOR-ID         PIC X(8).
           05 SO-APPROVER-ID         PIC X(8).
           05 SO-SETUP-DATE          PIC 9(8).
           05 SO-LAST-DUE-DATE       PIC 9(8).

      ******************************************************************
      * Customer Record Layout - mirrors CUSTOMER-PROCESS exactly,
      * read only to check the account an order is for.
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
      * PROCESS exactly. Generated records carry "SO" and the due
      * date in TRANS-REASON-CODE, which the audit row keeps.
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
      * Run Control Layout - mirrors CUSTOMER-PROCESS exactly, read
      * only for the last business date the night run completed.
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
      * Standing Order Report Layout - banner, one line per order
      * skipped, and the run summary.
      ******************************************************************
       FD STANDING-ORDER-REPORT.
       01 STANDING-ORDER-LINE      PIC X(100).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS          PIC XX.
           88 SUCCESS          VALUE "00".

       01 ORDER-STATUS         PIC XX.
           88 ORDER-OK               VALUE "00".
           88 ORDER-EOF              VALUE "10".
           88 ORDER-NOT-FOUND        VALUE "35".

       01 TRANS-STATUS         PIC XX.
           88 TRANS-OK               VALUE "00".
           88 TRANS-EOF              VALUE "10".
           88 TRANS-FILE-NOT-FOUND   VALUE "35".

       01 RUN-CONTROL-STATUS   PIC XX.
           88 RUN-CONTROL-OK         VALUE "00".
           88 RUN-CONTROL-EOF        VALUE "10".
           88 RUN-CONTROL-NOT-FOUND  VALUE "35".

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
      * Catch-up window - the due dates generated tonight run from
      * WS-WINDOW-START-DATE through WS-RUN-DATE. WS-LAST-RUN-DATE is
      * the latest business date before tonight the night run
      * completed (C) or merged (M) on any partition.
      ******************************************************************
       01 WS-MAX-CATCHUP-DAYS      PIC 9(3) VALUE 31.
       01 WS-LAST-RUN-DATE         PIC 9(8) VALUE ZERO.
       01 WS-WINDOW-START-DATE     PIC 9(8).
       01 WS-WINDOW-START-DAY      PIC 9(7).
       01 WS-WINDOW-END-DAY        PIC 9(7).
       01 WS-CATCHUP-SWITCH        PIC X VALUE "N".
           88 WS-CATCHUP-LIMITED       VALUE "Y".

      ******************************************************************
      * Due-date work fields for one order and one candidate date.
      ******************************************************************
       01 WS-DAY-NUM               PIC 9(7).
       01 WS-START-DAY-NUM         PIC 9(7).
       01 WS-DUE-DATE              PIC 9(8).
       01 WS-DUE-YEAR              PIC 9(4).
       01 WS-DUE-DAY               PIC 9(2).
       01 WS-TARGET-DAY            PIC 9(2).
       01 WS-MONTH-FIRST-DATE      PIC 9(8).
       01 WS-NEXT-MONTH-DATE       PIC 9(8).
       01 WS-DAYS-IN-MONTH         PIC 9(2).
       01 WS-ORDER-DUE-SWITCH      PIC X.
           88 WS-ORDER-DUE             VALUE "Y".
       01 WS-SKIP-REASON           PIC X(30).
       01 WS-GENERATED-REASON      PIC X(10).

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

      ******************************************************************
      * Restart table - every standing-order record already on
      * CUSTOMER-TRANS.DAT when the job starts (reason code SO plus
      * the due date). A due order whose marker was not rewritten
      * because the job abended straight after the append finds its
      * record here and is not written again; each entry is used up
      * by one match, so two identical orders are told apart.
      ******************************************************************
       01 WS-RESTART-TABLE-MAX     PIC 9(4) VALUE 5000.
       01 WS-RESTART-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-RESTART-MATCH-IDX     PIC 9(4).
       01 WS-RESTART-TABLE.
           05 WS-RESTART-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-RESTART-IDX.
               10 WS-RST-CUSTOMER-ID  PIC 9(6).
               10 WS-RST-TRANS-CODE   PIC X.
               10 WS-RST-AMOUNT       PIC S9(7)V99.
               10 WS-RST-REASON-CODE  PIC X(10).
               10 WS-RST-USED-FLAG    PIC X.

       01 WS-ORDERS-READ           PIC 9(6) VALUE ZERO.
       01 WS-GENERATED-COUNT       PIC 9(6) VALUE ZERO.
       01 WS-GENERATED-AMOUNT      PIC 9(9)V99 VALUE ZERO.
       01 WS-SKIPPED-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-ALREADY-COUNT         PIC 9(6) VALUE ZERO.

       01 WS-BANNER-LINE.
           05 FILLER                PIC X(28) VALUE
               "STANDING ORDER GENERATION   ".
           05 FILLER                PIC X(15) VALUE
               "BUSINESS DATE: ".
           05 WS-BN-RUN-DATE        PIC 9(8).
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 FILLER                PIC X(16) VALUE
               "DUE DATES FROM: ".
           05 WS-BN-WINDOW-START    PIC 9(8).
           05 FILLER                PIC X(21) VALUE SPACES.

       01 WS-NO-FILE-LINE          PIC X(100) VALUE
           "STANDING-ORDER.DAT NOT PRESENT - NO ORDERS TO GENERATE".

       01 WS-NO-OPERATOR-LINE      PIC X(100) VALUE
           "OPERATOR.DAT NOT PRESENT - NO OPERATOR IS AUTHORIZED".

       01 WS-CATCHUP-LINE.
           05 FILLER                PIC X(40) VALUE
               "CATCH-UP HELD SHORT - LAST COMPLETE RUN ".
           05 WS-CL-LAST-RUN-DATE   PIC 9(8).
           05 FILLER                PIC X(52) VALUE
               ", EARLIER DUE DATES NOT GENERATED".

       01 WS-SKIP-LINE.
           05 FILLER                PIC X(9)  VALUE "SKIPPED  ".
           05 FILLER                PIC X(6)  VALUE "CUST: ".
           05 WS-SK-CUSTOMER-ID     PIC 9(6).
           05 FILLER                PIC X(1)  VALUE "/".
           05 WS-SK-ORDER-SEQ       PIC 9(3).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 FILLER                PIC X(5)  VALUE "DUE: ".
           05 WS-SK-DUE-DATE        PIC 9(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-SK-TRANS-CODE      PIC X.
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-SK-AMOUNT          PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 FILLER                PIC X(8)  VALUE "REASON: ".
           05 WS-SK-REASON          PIC X(30).
           05 FILLER                PIC X(4)  VALUE SPACES.

       01 WS-SUMMARY-LINE-1.
           05 FILLER                PIC X(13) VALUE "ORDERS READ: ".
           05 WS-SUM-ORDERS-READ    PIC ZZZ,ZZ9.
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 FILLER                PIC X(11) VALUE "GENERATED: ".
           05 WS-SUM-GENERATED      PIC ZZZ,ZZ9.
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 FILLER                PIC X(9)  VALUE "DOLLARS: ".
           05 WS-SUM-GENERATED-AMT  PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(31) VALUE SPACES.

       01 WS-SUMMARY-LINE-2.
           05 FILLER                PIC X(9)  VALUE "SKIPPED: ".
           05 WS-SUM-SKIPPED        PIC ZZZ,ZZ9.
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 FILLER                PIC X(29) VALUE
               "ALREADY GENERATED, NOT REDONE".
           05 FILLER                PIC X(2)  VALUE ": ".
           05 WS-SUM-ALREADY        PIC ZZZ,ZZ9.
           05 FILLER                PIC X(42) VALUE SPACES.

       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN-PROCESS
      * Works out tonight's window of due dates, then walks STANDING-
      * ORDER-FILE in key order generating every due occurrence.
      ******************************************************************
       MAIN-PROCESS.
           PERFORM INITIALIZATION
           PERFORM UNTIL ORDER-EOF
               READ STANDING-ORDER-FILE NEXT RECORD
                   AT END SET ORDER-EOF TO TRUE
                   NOT AT END
                       IF NOT ORDER-OK
                           MOVE "READ STANDING-ORDER-FILE NEXT" TO
                               WS-ERROR-CONTEXT
                           MOVE ORDER-STATUS TO FILE-STATUS
                           PERFORM ABEND-STANDING-ORDERS
                       END-IF
                       PERFORM PROCESS-STANDING-ORDER
               END-READ
           END-PERFORM
           PERFORM WRITE-STANDING-ORDER-SUMMARY
           CLOSE STANDING-ORDER-FILE
           CLOSE CUSTOMER-FILE
           CLOSE CUSTOMER-TRANS-FILE
           CLOSE STANDING-ORDER-REPORT
           IF (WS-SKIPPED-COUNT > ZERO OR WS-CATCHUP-LIMITED) AND
                   RETURN-CODE = ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      ******************************************************************
      * INITIALIZATION
      * Edits the business-date argument, opens the report, sets the
      * catch-up window from RUN-CONTROL.DAT, loads the dual-control
      * amount, the operator table and the restart table, and opens
      * the order file and the transaction file. An absent STANDING-
      * ORDER.DAT means no orders are set up - reported, and the job
      * ends clean.
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
           OPEN OUTPUT STANDING-ORDER-REPORT
           IF NOT REPORT-OK
               DISPLAY "FATAL: OPEN OUTPUT STANDING-ORDER-REPORT "
                   "FAILED, STATUS=" REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SET-CATCHUP-WINDOW
           MOVE WS-RUN-DATE TO WS-BN-RUN-DATE
           MOVE WS-WINDOW-START-DATE TO WS-BN-WINDOW-START
           WRITE STANDING-ORDER-LINE FROM WS-BANNER-LINE
           PERFORM CHECK-REPORT-STATUS
           IF WS-CATCHUP-LIMITED
               MOVE WS-LAST-RUN-DATE TO WS-CL-LAST-RUN-DATE
               WRITE STANDING-ORDER-LINE FROM WS-CATCHUP-LINE
               PERFORM CHECK-REPORT-STATUS
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF NOT SUCCESS
               MOVE "OPEN INPUT CUSTOMER-FILE" TO WS-ERROR-CONTEXT
               PERFORM ABEND-STANDING-ORDERS
           END-IF
           PERFORM LOAD-SYSTEM-PARMS
           PERFORM LOAD-OPERATOR-TABLE
           OPEN I-O STANDING-ORDER-FILE
           IF NOT ORDER-OK
               IF ORDER-NOT-FOUND
                   WRITE STANDING-ORDER-LINE FROM WS-NO-FILE-LINE
                   PERFORM CHECK-REPORT-STATUS
                   CLOSE CUSTOMER-FILE
                   CLOSE STANDING-ORDER-REPORT
                   STOP RUN
               ELSE
                   MOVE "OPEN I-O STANDING-ORDER-FILE" TO
                       WS-ERROR-CONTEXT
                   MOVE ORDER-STATUS TO FILE-STATUS
                   PERFORM ABEND-STANDING-ORDERS
               END-IF
           END-IF
           PERFORM LOAD-RESTART-TABLE
           OPEN EXTEND CUSTOMER-TRANS-FILE
           IF TRANS-FILE-NOT-FOUND
               OPEN OUTPUT CUSTOMER-TRANS-FILE
           END-IF
           IF NOT TRANS-OK
               MOVE "OPEN CUSTOMER-TRANS-FILE" TO WS-ERROR-CONTEXT
               MOVE TRANS-STATUS TO FILE-STATUS
               PERFORM ABEND-STANDING-ORDERS
           END-IF.

      ******************************************************************
      * SET-CATCHUP-WINDOW
      * Finds the latest business date before tonight that the night
      * run completed on any partition, and starts tonight's window
      * the day after it - held to WS-MAX-CATCHUP-DAYS days, so a
      * registry left stale for months cannot release a flood of
      * back-dated orders unseen. No such date (a new registry, or
      * none at all) means tonight's date alone.
      ******************************************************************
       SET-CATCHUP-WINDOW.
           OPEN INPUT RUN-CONTROL-FILE
           IF RUN-CONTROL-OK
               PERFORM UNTIL RUN-CONTROL-EOF
                   READ RUN-CONTROL-FILE NEXT RECORD
                       AT END SET RUN-CONTROL-EOF TO TRUE
                       NOT AT END
                           IF (RCTL-COMPLETE OR RCTL-MERGED) AND
                                   RCTL-BUSINESS-DATE < WS-RUN-DATE AND
                                   RCTL-BUSINESS-DATE > WS-LAST-RUN-DATE
                               MOVE RCTL-BUSINESS-DATE TO
                                   WS-LAST-RUN-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           ELSE
               IF NOT RUN-CONTROL-NOT-FOUND
                   MOVE "OPEN INPUT RUN-CONTROL-FILE" TO
                       WS-ERROR-CONTEXT
                   MOVE RUN-CONTROL-STATUS TO FILE-STATUS
                   PERFORM ABEND-STANDING-ORDERS
               END-IF
           END-IF
           COMPUTE WS-WINDOW-END-DAY =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           IF WS-LAST-RUN-DATE = ZERO
               MOVE WS-WINDOW-END-DAY TO WS-WINDOW-START-DAY
           ELSE
               COMPUTE WS-WINDOW-START-DAY =
                   FUNCTION INTEGER-OF-DATE(WS-LAST-RUN-DATE) + 1
               IF WS-WINDOW-END-DAY - WS-WINDOW-START-DAY >=
                       WS-MAX-CATCHUP-DAYS
                   COMPUTE WS-WINDOW-START-DAY =
                       WS-WINDOW-END-DAY - WS-MAX-CATCHUP-DAYS + 1
                   MOVE "Y" TO WS-CATCHUP-SWITCH
               END-IF
           END-IF
           COMPUTE WS-WINDOW-START-DATE =
               FUNCTION DATE-OF-INTEGER(WS-WINDOW-START-DAY).

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
                   PERFORM ABEND-STANDING-ORDERS
               END-IF
           END-IF.

      ******************************************************************
      * LOAD-OPERATOR-TABLE
      * Loads OPERATOR.DAT into WS-OPERATOR-TABLE. An absent file is
      * noted on the report and leaves the table empty, so every due
      * order is skipped - the night run would refuse every one of
      * them. An open failure, or a file bigger than the table, is
      * fatal.
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
                   WRITE STANDING-ORDER-LINE FROM WS-NO-OPERATOR-LINE
                   PERFORM CHECK-REPORT-STATUS
               ELSE
                   MOVE "OPEN INPUT OPERATOR-FILE" TO WS-ERROR-CONTEXT
                   MOVE OPERATOR-STATUS TO FILE-STATUS
                   PERFORM ABEND-STANDING-ORDERS
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
               PERFORM ABEND-STANDING-ORDERS
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
      * LOAD-RESTART-TABLE
      * Reads the standing-order records already on CUSTOMER-TRANS.DAT
      * into WS-RESTART-TABLE. An absent file holds none.
      ******************************************************************
       LOAD-RESTART-TABLE.
           OPEN INPUT CUSTOMER-TRANS-FILE
           IF TRANS-OK
               PERFORM UNTIL TRANS-EOF
                   READ CUSTOMER-TRANS-FILE
                       AT END SET TRANS-EOF TO TRUE
                       NOT AT END
                           IF TRANS-REASON-CODE (1:2) = "SO" AND
                                   TRANS-REASON-CODE (3:8) NUMERIC
                               PERFORM STORE-RESTART-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-TRANS-FILE
           ELSE
               IF NOT TRANS-FILE-NOT-FOUND
                   MOVE "OPEN INPUT CUSTOMER-TRANS-FILE" TO
                       WS-ERROR-CONTEXT
                   MOVE TRANS-STATUS TO FILE-STATUS
                   PERFORM ABEND-STANDING-ORDERS
               END-IF
           END-IF.

      ******************************************************************
      * STORE-RESTART-ENTRY
      * Adds one standing-order transaction to WS-RESTART-TABLE.
      ******************************************************************
       STORE-RESTART-ENTRY.
           IF WS-RESTART-COUNT >= WS-RESTART-TABLE-MAX
               MOVE "RESTART TABLE OVERFLOW" TO WS-ERROR-CONTEXT
               MOVE TRANS-STATUS TO FILE-STATUS
               PERFORM ABEND-STANDING-ORDERS
           END-IF
           ADD 1 TO WS-RESTART-COUNT
           SET WS-RESTART-IDX TO WS-RESTART-COUNT
           MOVE TRANS-CUSTOMER-ID TO WS-RST-CUSTOMER-ID (WS-RESTART-IDX)
           MOVE TRANS-CODE TO WS-RST-TRANS-CODE (WS-RESTART-IDX)
           MOVE TRANS-CUST-BALANCE TO WS-RST-AMOUNT (WS-RESTART-IDX)
           MOVE TRANS-REASON-CODE TO
               WS-RST-REASON-CODE (WS-RESTART-IDX)
           MOVE "N" TO WS-RST-USED-FLAG (WS-RESTART-IDX).

      ******************************************************************
      * PROCESS-STANDING-ORDER
      * Edits one order, then tries every date in tonight's window
      * that falls inside the order's own start/end dates and after
      * the last due date already generated for it.
      ******************************************************************
       PROCESS-STANDING-ORDER.
           ADD 1 TO WS-ORDERS-READ
           MOVE ZERO TO WS-DUE-DATE
           PERFORM EDIT-STANDING-ORDER
           IF WS-SKIP-REASON NOT = SPACES
               PERFORM WRITE-SKIP-LINE
           ELSE
               COMPUTE WS-START-DAY-NUM =
                   FUNCTION INTEGER-OF-DATE(SO-START-DATE)
               PERFORM VARYING WS-DAY-NUM FROM WS-WINDOW-START-DAY
                       BY 1 UNTIL WS-DAY-NUM > WS-WINDOW-END-DAY
                   COMPUTE WS-DUE-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-DAY-NUM)
                   IF WS-DUE-DATE >= SO-START-DATE AND
                           (SO-END-DATE = ZERO OR
                            WS-DUE-DATE <= SO-END-DATE)
                       PERFORM CHECK-ORDER-DUE
                       IF WS-ORDER-DUE
                           IF WS-DUE-DATE > SO-LAST-DUE-DATE
                               PERFORM GENERATE-DUE-ORDER
                           ELSE
                               PERFORM USE-UP-RESTART-ENTRY
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
      * EDIT-STANDING-ORDER
      * An order needs a P/E/W code, a positive numeric amount, a
      * known frequency (and a day 1-31 for a fixed-day order), a
      * real start date, an end date that is zero or a real date not
      * before the start, and a numeric last-due marker. The first
      * fault is left in WS-SKIP-REASON.
      ******************************************************************
       EDIT-STANDING-ORDER.
           MOVE SPACES TO WS-SKIP-REASON
           EVALUATE TRUE
               WHEN NOT SO-CODE-VALID
                   MOVE "ORDER - INVALID TRANS CODE" TO WS-SKIP-REASON
               WHEN SO-AMOUNT NOT NUMERIC
                   MOVE "ORDER - AMOUNT NOT NUMERIC" TO WS-SKIP-REASON
               WHEN SO-AMOUNT = ZERO
                   MOVE "ORDER - AMOUNT ZERO" TO WS-SKIP-REASON
               WHEN NOT SO-WEEKLY AND NOT SO-MONTHLY AND
                       NOT SO-FIXED-DAY
                   MOVE "ORDER - INVALID FREQUENCY" TO WS-SKIP-REASON
               WHEN SO-FIXED-DAY AND (SO-MONTH-DAY NOT NUMERIC OR
                       SO-MONTH-DAY < 1 OR SO-MONTH-DAY > 31)
                   MOVE "ORDER - INVALID DAY OF MONTH" TO
                       WS-SKIP-REASON
               WHEN SO-START-DATE NOT NUMERIC
                   MOVE "ORDER - INVALID START DATE" TO WS-SKIP-REASON
               WHEN FUNCTION TEST-DATE-YYYYMMDD(SO-START-DATE)
                       NOT = ZERO
                   MOVE "ORDER - INVALID START DATE" TO WS-SKIP-REASON
               WHEN SO-END-DATE NOT NUMERIC
                   MOVE "ORDER - INVALID END DATE" TO WS-SKIP-REASON
               WHEN SO-END-DATE NOT = ZERO AND
                       (FUNCTION TEST-DATE-YYYYMMDD(SO-END-DATE)
                           NOT = ZERO OR
                        SO-END-DATE < SO-START-DATE)
                   MOVE "ORDER - INVALID END DATE" TO WS-SKIP-REASON
               WHEN SO-LAST-DUE-DATE NOT NUMERIC
                   MOVE "ORDER - LAST DUE DATE INVALID" TO
                       WS-SKIP-REASON
           END-EVALUATE.

      ******************************************************************
      * CHECK-ORDER-DUE
      * Decides whether the order falls due on WS-DUE-DATE. Weekly:
      * a whole number of weeks after the start date. Monthly: on the
      * start date's day of the month; fixed day: on SO-MONTH-DAY -
      * either one brought back to the month's last day when the
      * month is shorter.
      ******************************************************************
       CHECK-ORDER-DUE.
           MOVE "N" TO WS-ORDER-DUE-SWITCH
           IF SO-WEEKLY
               IF FUNCTION MOD(WS-DAY-NUM - WS-START-DAY-NUM, 7) = ZERO
                   MOVE "Y" TO WS-ORDER-DUE-SWITCH
               END-IF
           ELSE
               IF SO-MONTHLY
                   MOVE SO-START-DATE (7:2) TO WS-TARGET-DAY
               ELSE
                   MOVE SO-MONTH-DAY TO WS-TARGET-DAY
               END-IF
               MOVE WS-DUE-DATE (1:4) TO WS-DUE-YEAR
               MOVE WS-DUE-DATE (7:2) TO WS-DUE-DAY
               COMPUTE WS-MONTH-FIRST-DATE =
                   FUNCTION INTEGER(WS-DUE-DATE / 100) * 100 + 1
               IF WS-DUE-DATE (5:2) = "12"
                   COMPUTE WS-NEXT-MONTH-DATE =
                       (WS-DUE-YEAR + 1) * 10000 + 0101
               ELSE
                   COMPUTE WS-NEXT-MONTH-DATE =
                       WS-MONTH-FIRST-DATE + 100
               END-IF
               COMPUTE WS-DAYS-IN-MONTH =
                   FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-DATE) -
                   FUNCTION INTEGER-OF-DATE(WS-MONTH-FIRST-DATE)
               IF WS-TARGET-DAY > WS-DAYS-IN-MONTH
                   MOVE WS-DAYS-IN-MONTH TO WS-TARGET-DAY
               END-IF
               IF WS-DUE-DAY = WS-TARGET-DAY
                   MOVE "Y" TO WS-ORDER-DUE-SWITCH
               END-IF
           END-IF.

      ******************************************************************
      * GENERATE-DUE-ORDER
      * Checks the account and the keying authority for one due
      * occurrence, then appends its transaction (unless the restart
      * table shows an abended run already did) and rewrites the
      * order's last-due marker. A skipped occurrence is listed and
      * its marker left alone.
      ******************************************************************
       GENERATE-DUE-ORDER.
           MOVE SPACES TO WS-SKIP-REASON
           MOVE SO-CUSTOMER-ID TO CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "ACCOUNT NOT ON FILE" TO WS-SKIP-REASON
               NOT INVALID KEY
                   IF NOT SUCCESS
                       MOVE "READ CUSTOMER-FILE" TO WS-ERROR-CONTEXT
                       PERFORM ABEND-STANDING-ORDERS
                   END-IF
                   EVALUATE TRUE
                       WHEN CUST-CLOSED-PEND
                           MOVE "ACCOUNT CLOSED" TO WS-SKIP-REASON
                       WHEN CUST-FROZEN
                           MOVE "ACCOUNT FROZEN" TO WS-SKIP-REASON
                   END-EVALUATE
           END-READ
           IF WS-SKIP-REASON = SPACES
               PERFORM CHECK-ORDER-AUTHORITY
           END-IF
           IF WS-SKIP-REASON NOT = SPACES
               PERFORM WRITE-SKIP-LINE
           ELSE
               STRING "SO" DELIMITED BY SIZE
                      WS-DUE-DATE DELIMITED BY SIZE
                   INTO WS-GENERATED-REASON
               END-STRING
               PERFORM FIND-RESTART-ENTRY
               IF WS-RESTART-MATCH-IDX > ZERO
                   MOVE "Y" TO WS-RST-USED-FLAG (WS-RESTART-MATCH-IDX)
                   ADD 1 TO WS-ALREADY-COUNT
               ELSE
                   PERFORM WRITE-ORDER-TRANSACTION
               END-IF
               MOVE WS-DUE-DATE TO SO-LAST-DUE-DATE
               REWRITE STANDING-ORDER-RECORD
               IF NOT ORDER-OK
                   MOVE "REWRITE STANDING-ORDER-RECORD" TO
                       WS-ERROR-CONTEXT
                   MOVE ORDER-STATUS TO FILE-STATUS
                   PERFORM ABEND-STANDING-ORDERS
               END-IF
           END-IF.

      ******************************************************************
      * CHECK-ORDER-AUTHORITY
      * The order's operator must be on OPERATOR.DAT and active, its
      * limit for the code must cover the amount and, above the dual-
      * control amount, the order must name a second, different
      * approver who is active and whose own limit covers it - the
      * same checks AUTHORIZE-TRANSACTION applies in the night run.
      ******************************************************************
       CHECK-ORDER-AUTHORITY.
           EVALUATE TRUE
               WHEN SO-PAYMENT
                   MOVE 1 TO WS-AUTH-LIMIT-SUB
               WHEN SO-DEPOSIT
                   MOVE 2 TO WS-AUTH-LIMIT-SUB
               WHEN OTHER
                   MOVE 3 TO WS-AUTH-LIMIT-SUB
           END-EVALUATE
           MOVE SO-OPERATOR-ID TO WS-OPR-LOOKUP-ID
           PERFORM FIND-OPERATOR
           EVALUATE TRUE
               WHEN WS-OPR-MATCH-IDX = ZERO
                   MOVE "OPERATOR NOT ON FILE" TO WS-SKIP-REASON
               WHEN WS-OPR-ACTIVE-FLAG (WS-OPR-MATCH-IDX) NOT = "Y"
                   MOVE "OPERATOR NOT ACTIVE" TO WS-SKIP-REASON
               WHEN SO-AMOUNT > WS-OPR-LIMIT
                       (WS-OPR-MATCH-IDX, WS-AUTH-LIMIT-SUB)
                   MOVE "AMOUNT OVER OPERATOR LIMIT" TO WS-SKIP-REASON
               WHEN WS-DUAL-CONTROL-AMOUNT = ZERO OR
                       SO-AMOUNT NOT > WS-DUAL-CONTROL-AMOUNT
                   CONTINUE
               WHEN SO-APPROVER-ID = SPACES OR
                       SO-APPROVER-ID = SO-OPERATOR-ID
                   MOVE "SECOND APPROVER REQUIRED" TO WS-SKIP-REASON
               WHEN OTHER
                   MOVE SO-APPROVER-ID TO WS-OPR-LOOKUP-ID
                   PERFORM FIND-OPERATOR
                   EVALUATE TRUE
                       WHEN WS-OPR-MATCH-IDX = ZERO
                           MOVE "APPROVER NOT ON FILE" TO
                               WS-SKIP-REASON
                       WHEN WS-OPR-ACTIVE-FLAG (WS-OPR-MATCH-IDX)
                               NOT = "Y"
                           MOVE "APPROVER NOT ACTIVE" TO
                               WS-SKIP-REASON
                       WHEN SO-AMOUNT > WS-OPR-LIMIT
                               (WS-OPR-MATCH-IDX, WS-AUTH-LIMIT-SUB)
                           MOVE "AMOUNT OVER APPROVER LIMIT" TO
                               WS-SKIP-REASON
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
      * USE-UP-RESTART-ENTRY
      * An occurrence already behind the order's last-due marker was
      * written by an earlier run; if that run's record is in the
      * restart table it is marked used here, so it cannot also be
      * taken as the record for a twin order with the same customer,
      * code, and amount that has not been written yet.
      ******************************************************************
       USE-UP-RESTART-ENTRY.
           STRING "SO" DELIMITED BY SIZE
                  WS-DUE-DATE DELIMITED BY SIZE
               INTO WS-GENERATED-REASON
           END-STRING
           PERFORM FIND-RESTART-ENTRY
           IF WS-RESTART-MATCH-IDX > ZERO
               MOVE "Y" TO WS-RST-USED-FLAG (WS-RESTART-MATCH-IDX)
           END-IF
           ADD 1 TO WS-ALREADY-COUNT.

      ******************************************************************
      * FIND-RESTART-ENTRY
      * Looks for an unused restart-table entry matching this
      * occurrence's customer, code, amount, and SO reason code,
      * leaving its entry number in WS-RESTART-MATCH-IDX, or zero.
      ******************************************************************
       FIND-RESTART-ENTRY.
           MOVE ZERO TO WS-RESTART-MATCH-IDX
           PERFORM VARYING WS-RESTART-IDX FROM 1 BY 1
                   UNTIL WS-RESTART-IDX > WS-RESTART-COUNT
               IF WS-RST-CUSTOMER-ID (WS-RESTART-IDX) = SO-CUSTOMER-ID
                       AND WS-RST-TRANS-CODE (WS-RESTART-IDX) =
                           SO-TRANS-CODE
                       AND WS-RST-AMOUNT (WS-RESTART-IDX) = SO-AMOUNT
                       AND WS-RST-REASON-CODE (WS-RESTART-IDX) =
                           WS-GENERATED-REASON
                       AND WS-RST-USED-FLAG (WS-RESTART-IDX) = "N"
                   SET WS-RESTART-MATCH-IDX TO WS-RESTART-IDX
                   SET WS-RESTART-IDX TO WS-RESTART-COUNT
               END-IF
           END-PERFORM.

      ******************************************************************
      * WRITE-ORDER-TRANSACTION
      * Appends the occurrence to CUSTOMER-TRANS.DAT as an ordinary
      * P/E/W record keyed under the order's operator and approver.
      ******************************************************************
       WRITE-ORDER-TRANSACTION.
           MOVE SPACES TO CUSTOMER-TRANS-RECORD
           MOVE SO-TRANS-CODE TO TRANS-CODE
           MOVE SO-CUSTOMER-ID TO TRANS-CUSTOMER-ID
           MOVE SO-AMOUNT TO TRANS-CUST-BALANCE
           MOVE SO-OPERATOR-ID TO TRANS-OPERATOR-ID
           MOVE WS-GENERATED-REASON TO TRANS-REASON-CODE
           MOVE ZERO TO TRANS-ORIG-RUN-DATE
           MOVE ZERO TO TRANS-ORIG-RUN-TIME
           MOVE SO-APPROVER-ID TO TRANS-APPROVER-ID
           WRITE CUSTOMER-TRANS-RECORD
           IF NOT TRANS-OK
               MOVE "WRITE CUSTOMER-TRANS-RECORD" TO WS-ERROR-CONTEXT
               MOVE TRANS-STATUS TO FILE-STATUS
               PERFORM ABEND-STANDING-ORDERS
           END-IF
           ADD 1 TO WS-GENERATED-COUNT
           ADD SO-AMOUNT TO WS-GENERATED-AMOUNT.

      ******************************************************************
      * WRITE-SKIP-LINE
      * Lists one skipped order (or due occurrence) on the report.
      * WS-DUE-DATE is zero for an order that failed its own edits.
      ******************************************************************
       WRITE-SKIP-LINE.
           ADD 1 TO WS-SKIPPED-COUNT
           MOVE SO-CUSTOMER-ID TO WS-SK-CUSTOMER-ID
           MOVE SO-ORDER-SEQ TO WS-SK-ORDER-SEQ
           MOVE WS-DUE-DATE TO WS-SK-DUE-DATE
           MOVE SO-TRANS-CODE TO WS-SK-TRANS-CODE
           IF SO-AMOUNT NUMERIC
               MOVE SO-AMOUNT TO WS-SK-AMOUNT
           ELSE
               MOVE ZERO TO WS-SK-AMOUNT
           END-IF
           MOVE WS-SKIP-REASON TO WS-SK-REASON
           WRITE STANDING-ORDER-LINE FROM WS-SKIP-LINE
           PERFORM CHECK-REPORT-STATUS.

      ******************************************************************
      * WRITE-STANDING-ORDER-SUMMARY
      * Writes the run totals.
      ******************************************************************
       WRITE-STANDING-ORDER-SUMMARY.
           MOVE WS-ORDERS-READ TO WS-SUM-ORDERS-READ
           MOVE WS-GENERATED-COUNT TO WS-SUM-GENERATED
           MOVE WS-GENERATED-AMOUNT TO WS-SUM-GENERATED-AMT
           WRITE STANDING-ORDER-LINE FROM WS-SUMMARY-LINE-1
           PERFORM CHECK-REPORT-STATUS
           MOVE WS-SKIPPED-COUNT TO WS-SUM-SKIPPED
           MOVE WS-ALREADY-COUNT TO WS-SUM-ALREADY
           WRITE STANDING-ORDER-LINE FROM WS-SUMMARY-LINE-2
           PERFORM CHECK-REPORT-STATUS.

      ******************************************************************
      * CHECK-REPORT-STATUS
      * Checks REPORT-STATUS after a WRITE STANDING-ORDER-LINE. The
      * report itself has failed, so the abend goes to the console.
      ******************************************************************
       CHECK-REPORT-STATUS.
           IF NOT REPORT-OK
               DISPLAY "FATAL: WRITE STANDING-ORDER-LINE FAILED, "
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
      * ABEND-STANDING-ORDERS
      * Reports the failed operation and its status to the console,
      * closes everything, and ends with RETURN-CODE 16 so the
      * scheduler holds the stream. Occurrences already appended have
      * had their markers rewritten (or are in the restart table on
      * the rerun), so the rerun picks up where this run stopped.
      ******************************************************************
       ABEND-STANDING-ORDERS.
           DISPLAY "FATAL: " WS-ERROR-CONTEXT " STATUS=" FILE-STATUS
           CLOSE STANDING-ORDER-FILE
           CLOSE CUSTOMER-FILE
           CLOSE CUSTOMER-TRANS-FILE
           CLOSE RUN-CONTROL-FILE
           CLOSE STANDING-ORDER-REPORT
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHEDULE-WHAT-IF.
      ******************************************************************
      * Program:     SCHEDULE-WHAT-IF
      * Author:      Development Team
      * Date:        2026-10-15
      * Purpose:     Stand-alone, read-only simulation of a staged
      *              fee/interest rate change. FEE-SCHEDULE.DAT and
      *              INTEREST-SCHEDULE.DAT can hold a future dated
      *              version of the tier set ahead of time, but the
      *              tier report only ever shows what the version in
      *              force actually charged; this job shows rate-
      *              setting what the staged version would do before
      *              it is approved.
      *
      *              Two versions of each schedule are resolved with
      *              CUSTOMER-PROCESS's own rule - the newest
      *              effective date not after the date given: the
      *              CURRENT version as of the as-of date, and the
      *              STAGED version as of the staged effective date.
      *              Every account on CUSTOMER.DAT is then run through
      *              both, using the same tier lookup as DETERMINE-
      *              SERVICE-CHARGE (first tier whose low/high range
      *              covers the balance, WS-DEFAULT-FEE when none
      *              does) and DETERMINE-INTEREST (first covering
      *              tier's monthly rate, no interest when none
      *              does), and the same sweep rules:
      *                - frozen, charge-off pending, and charged-off
      *                  accounts take no charge and no interest
      *                - a negative balance is charged the service
      *                  charge once for the month
      *                - a positive balance earns the month's
      *                  interest the way it is accrued - the monthly
      *                  amount spread over the days of the month,
      *                  rounded each night, and posted at month end
      *              The month projected is the month of the staged
      *              effective date - the first cycle the staged
      *              version would charge - and both versions are
      *              projected over that same month, so the
      *              difference is the rate change and nothing else.
      *              Balances are taken as they stand on CUSTOMER.DAT.
      *
      *              The report (SCHEDULE-WHAT-IF.RPT) sets the two
      *              versions side by side tier by tier - projected
      *              customers and dollars under each, and the change
      *              - for the service-charge tiers (fee income) and
      *              the interest tiers (interest expense), with the
      *              totals; a tier whose balance range exists in only
      *              one version is shown on its own side. It then
      *              lists the WS-TOP-MOVER-MAX customers whose
      *              monthly charge or credit changes the most, and
      *              the account counts. NSF fees depend on refused
      *              withdrawals, not on the balance base, and are not
      *              projected.
      *
      *              CUSTOMER.DAT is opened INPUT only; CYCLE.DAT and
      *              AUDIT.DAT are not opened at all. Nothing but the
      *              report is written.
      *
      *              Invocation: COMMAND-LINE STAGED-DATE [AS-OF-DATE],
      *              both YYYYMMDD. The staged date is required and
      *              must be after the as-of date; the as-of date
      *              defaults to the system date.
      *
      *              RETURN-CODE 8 when neither schedule has a version
      *              staged between the two dates (nothing to compare),
      *              16 when the command line is bad or a file cannot
      *              be opened, read, or written.
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

           SELECT FEE-SCHEDULE-FILE ASSIGN TO 'FEE-SCHEDULE.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FEE-SCHEDULE-STATUS.

           SELECT INTEREST-SCHEDULE-FILE
               ASSIGN TO 'INTEREST-SCHEDULE.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS INTEREST-SCHEDULE-STATUS.

           SELECT WHAT-IF-REPORT ASSIGN TO 'SCHEDULE-WHAT-IF.RPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

           SELECT MOVER-SORT-FILE ASSIGN TO 'WHATIF.SRT'.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * Customer Record Layout - mirrors CUSTOMER-PROCESS exactly, this
      * program never writes it, only reads it for the balance base.
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
      * Fee Schedule Layout - mirrors CUSTOMER-PROCESS exactly. Only
      * the service-charge (S/space) rows are simulated.
      ******************************************************************
       FD FEE-SCHEDULE-FILE.
       01 FEE-SCHEDULE-RECORD.
           05 FS-EFFECTIVE-DATE PIC 9(8).
           05 FS-LOW-BALANCE    PIC S9(7)V99.
           05 FS-HIGH-BALANCE   PIC S9(7)V99.
           05 FS-FEE-AMOUNT     PIC S9(5)V99.
           05 FS-FEE-TYPE       PIC X.
               88 FS-SERVICE-FEE       VALUES "S" SPACE.
               88 FS-NSF-FEE           VALUE "N".

      ******************************************************************
      * Interest Schedule Layout - mirrors CUSTOMER-PROCESS exactly.
      ******************************************************************
       FD INTEREST-SCHEDULE-FILE.
       01 INTEREST-SCHEDULE-RECORD.
           05 IS-EFFECTIVE-DATE PIC 9(8).
           05 IS-LOW-BALANCE    PIC S9(7)V99.
           05 IS-HIGH-BALANCE   PIC S9(7)V99.
           05 IS-RATE           PIC S9V9(4).

      ******************************************************************
      * What-If Report Layout - a 132-byte print line, wide enough to
      * set the two versions side by side.
      ******************************************************************
       FD WHAT-IF-REPORT.
       01 WHAT-IF-LINE             PIC X(132).

      ******************************************************************
      * Sort work file - one record per customer whose projected
      * monthly charge or credit differs between the two versions,
      * ordered largest change (either direction) first.
      ******************************************************************
       SD MOVER-SORT-FILE.
       01 MOVER-SORT-RECORD.
           05 MVS-ABS-CHANGE       PIC 9(7)V99.
           05 MVS-CUSTOMER-ID      PIC 9(6).
           05 MVS-NAME             PIC X(30).
           05 MVS-BALANCE          PIC S9(7)V99.
           05 MVS-KIND             PIC X(6).
           05 MVS-CURRENT          PIC S9(7)V99.
           05 MVS-STAGED           PIC S9(7)V99.
           05 MVS-CHANGE           PIC S9(7)V99.

       WORKING-STORAGE SECTION.
       01 FILE-STATUS          PIC XX.
           88 SUCCESS          VALUE "00".
           88 CUSTOMER-EOF     VALUE "10".

       01 FEE-SCHEDULE-STATUS  PIC XX.
           88 FEE-SCHEDULE-OK        VALUE "00".
           88 FEE-SCHEDULE-EOF       VALUE "10".
           88 FEE-SCHEDULE-NOT-FOUND VALUE "35".

       01 INTEREST-SCHEDULE-STATUS  PIC XX.
           88 INTEREST-SCHEDULE-OK        VALUE "00".
           88 INTEREST-SCHEDULE-EOF       VALUE "10".
           88 INTEREST-SCHEDULE-NOT-FOUND VALUE "35".

       01 REPORT-STATUS        PIC XX.
           88 REPORT-OK              VALUE "00".

       01 WS-ERROR-CONTEXT         PIC X(30).
       01 WS-COMMAND-LINE          PIC X(70).
       01 WS-STAGED-DATE-PARM      PIC X(10).
       01 WS-AS-OF-DATE-PARM       PIC X(10).
       01 WS-DATE-PARM             PIC X(10).
       01 WS-DATE-PARM-NUM         PIC 9(8).
       01 WS-AS-OF-DATE            PIC 9(8).
       01 WS-STAGED-DATE           PIC 9(8).

      ******************************************************************
      * Projected cycle - the month of the staged effective date, set
      * the way CUSTOMER-PROCESS's COMPUTE-CYCLE-DATES sets the run
      * month.
      ******************************************************************
       01 WS-CYCLE-YEAR            PIC 9(4).
       01 WS-MONTH-FIRST-DATE      PIC 9(8).
       01 WS-NEXT-MONTH-DATE       PIC 9(8).
       01 WS-DAYS-IN-MONTH         PIC 9(4).

      ******************************************************************
      * The shop's fallback service charge - the same WS-DEFAULT-FEE
      * CUSTOMER-PROCESS charges a negative balance no tier covers.
      ******************************************************************
       01 WS-DEFAULT-FEE           PIC S9(5)V99 VALUE 25.00.
       01 WS-TIER-TABLE-MAX        PIC 9(4) VALUE 50.

      ******************************************************************
      * Version tables - entry 1 is the CURRENT version, entry 2 the
      * STAGED one. Each holds that version's service-charge or
      * interest tiers as CUSTOMER-PROCESS would load them, plus the
      * projected customers and dollars landing in each tier (and,
      * for fees, on WS-DEFAULT-FEE). WS-xV-PAIRED marks a staged
      * tier already printed beside the current tier with the same
      * balance range.
      ******************************************************************
       01 WS-FEE-VERSIONS.
           05 WS-FEE-VERSION OCCURS 2 TIMES.
               10 WS-FV-EFFECTIVE-DATE  PIC 9(8).
               10 WS-FV-TIER-COUNT      PIC 9(4).
               10 WS-FV-DEFAULT-COUNT   PIC 9(6).
               10 WS-FV-DEFAULT-TOTAL   PIC S9(9)V99.
               10 WS-FV-CUST-COUNT      PIC 9(6).
               10 WS-FV-GRAND-TOTAL     PIC S9(9)V99.
               10 WS-FV-ENTRY OCCURS 50 TIMES.
                   15 WS-FV-LOW         PIC S9(7)V99.
                   15 WS-FV-HIGH        PIC S9(7)V99.
                   15 WS-FV-AMOUNT      PIC S9(5)V99.
                   15 WS-FV-TIER-CUSTS  PIC 9(6).
                   15 WS-FV-TIER-TOTAL  PIC S9(9)V99.
                   15 WS-FV-PAIRED      PIC X.

       01 WS-INT-VERSIONS.
           05 WS-INT-VERSION OCCURS 2 TIMES.
               10 WS-IV-EFFECTIVE-DATE  PIC 9(8).
               10 WS-IV-TIER-COUNT      PIC 9(4).
               10 WS-IV-CUST-COUNT      PIC 9(6).
               10 WS-IV-GRAND-TOTAL     PIC S9(9)V99.
               10 WS-IV-ENTRY OCCURS 50 TIMES.
                   15 WS-IV-LOW         PIC S9(7)V99.
                   15 WS-IV-HIGH        PIC S9(7)V99.
                   15 WS-IV-RATE        PIC S9V9(4).
                   15 WS-IV-TIER-CUSTS  PIC 9(6).
                   15 WS-IV-TIER-TOTAL  PIC S9(9)V99.
                   15 WS-IV-PAIRED      PIC X.

       01 WS-VER                   PIC 9.
       01 WS-TIER-SUB              PIC 9(4).
       01 WS-PAIR-SUB              PIC 9(4).
       01 WS-MATCH-SUB             PIC 9(4).

      ******************************************************************
      * Per-customer projection - the monthly charge (negative
      * balance) or credit (positive balance) under each version.
      ******************************************************************
       01 WS-PROJECTION-TABLE.
           05 WS-PROJECTED-AMOUNT  PIC S9(7)V99 OCCURS 2 TIMES.
       01 WS-INTEREST-AMOUNT       PIC S9(7)V99.
       01 WS-DAILY-ACCRUAL         PIC S9(7)V99.
       01 WS-AMOUNT-CHANGE         PIC S9(7)V99.
       01 WS-PROJECTION-KIND       PIC X(6).

       01 WS-ACCOUNTS-READ         PIC 9(6) VALUE ZERO.
       01 WS-NEGATIVE-COUNT        PIC 9(6) VALUE ZERO.
       01 WS-POSITIVE-COUNT        PIC 9(6) VALUE ZERO.
       01 WS-NOT-SWEPT-COUNT       PIC 9(6) VALUE ZERO.
       01 WS-CHANGED-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-TOP-MOVER-MAX         PIC 9(4) VALUE 25.
       01 WS-MOVERS-LISTED         PIC 9(4) VALUE ZERO.
       01 WS-CHANGE-TOTAL          PIC S9(9)V99.

       01 WS-SORT-RETURN-SWITCH    PIC X VALUE "N".
           88 SORT-RETURN-EOF          VALUE "Y".

       01 WS-BANNER-LINE.
           05 FILLER                PIC X(32) VALUE
               "SCHEDULE WHAT-IF SIMULATION".
           05 FILLER                PIC X(7)  VALUE "AS OF: ".
           05 WS-BN-AS-OF-DATE      PIC 9(8).
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 FILLER                PIC X(13) VALUE "STAGED DATE: ".
           05 WS-BN-STAGED-DATE     PIC 9(8).
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 FILLER                PIC X(12) VALUE "CYCLE DAYS: ".
           05 WS-BN-CYCLE-DAYS      PIC Z9.
           05 FILLER                PIC X(42) VALUE SPACES.

       01 WS-SECTION-LINE.
           05 WS-SC-TITLE           PIC X(30).
           05 FILLER                PIC X(19) VALUE
               "CURRENT EFFECTIVE: ".
           05 WS-SC-CURRENT-DATE    PIC 9(8).
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 FILLER                PIC X(18) VALUE
               "STAGED EFFECTIVE: ".
           05 WS-SC-STAGED-DATE     PIC 9(8).
           05 FILLER                PIC X(45) VALUE SPACES.

       01 WS-COLUMN-HEAD-1.
           05 FILLER                PIC X(34) VALUE SPACES.
           05 FILLER                PIC X(31) VALUE
               "------- CURRENT VERSION -------".
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 FILLER                PIC X(31) VALUE
               "------- STAGED  VERSION -------".
           05 FILLER                PIC X(33) VALUE SPACES.

       01 WS-COLUMN-HEAD-2.
           05 FILLER                PIC X(9)  VALUE "TIER".
           05 FILLER                PIC X(11) VALUE "LOW BALANCE".
           05 FILLER                PIC X(14) VALUE " HIGH BALANCE ".
           05 FILLER                PIC X(31) VALUE
               " FEE/RATE   COUNT         TOTAL".
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 FILLER                PIC X(31) VALUE
               " FEE/RATE   COUNT         TOTAL".
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 FILLER                PIC X(13) VALUE "       CHANGE".
           05 FILLER                PIC X(18) VALUE SPACES.

      ******************************************************************
      * Side-by-side tier lines. The range and either version's side
      * are groups so a side with no tier can be cleared to spaces.
      ******************************************************************
       01 WS-FEE-COMPARE-LINE.
           05 WS-FC-LABEL           PIC X(8).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-FC-RANGE.
               10 WS-FC-LOW         PIC -(7)9.99.
               10 FILLER            PIC X(1)  VALUE SPACES.
               10 WS-FC-HIGH        PIC -(7)9.99.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-FC-CURRENT-SIDE.
               10 WS-FC-CUR-FEE     PIC -(5)9.99.
               10 FILLER            PIC X(1)  VALUE SPACES.
               10 WS-FC-CUR-COUNT   PIC ZZZ,ZZ9.
               10 FILLER            PIC X(1)  VALUE SPACES.
               10 WS-FC-CUR-TOTAL   PIC -(9)9.99.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-FC-STAGED-SIDE.
               10 WS-FC-STG-FEE     PIC -(5)9.99.
               10 FILLER            PIC X(1)  VALUE SPACES.
               10 WS-FC-STG-COUNT   PIC ZZZ,ZZ9.
               10 FILLER            PIC X(1)  VALUE SPACES.
               10 WS-FC-STG-TOTAL   PIC -(9)9.99.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-FC-CHANGE          PIC -(9)9.99.
           05 FILLER                PIC X(18) VALUE SPACES.

       01 WS-INT-COMPARE-LINE.
           05 WS-IC-LABEL           PIC X(8).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-IC-RANGE.
               10 WS-IC-LOW         PIC -(7)9.99.
               10 FILLER            PIC X(1)  VALUE SPACES.
               10 WS-IC-HIGH        PIC -(7)9.99.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-IC-CURRENT-SIDE.
               10 FILLER            PIC X(2)  VALUE SPACES.
               10 WS-IC-CUR-RATE    PIC -9.9999.
               10 FILLER            PIC X(1)  VALUE SPACES.
               10 WS-IC-CUR-COUNT   PIC ZZZ,ZZ9.
               10 FILLER            PIC X(1)  VALUE SPACES.
               10 WS-IC-CUR-TOTAL   PIC -(9)9.99.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-IC-STAGED-SIDE.
               10 FILLER            PIC X(2)  VALUE SPACES.
               10 WS-IC-STG-RATE    PIC -9.9999.
               10 FILLER            PIC X(1)  VALUE SPACES.
               10 WS-IC-STG-COUNT   PIC ZZZ,ZZ9.
               10 FILLER            PIC X(1)  VALUE SPACES.
               10 WS-IC-STG-TOTAL   PIC -(9)9.99.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-IC-CHANGE          PIC -(9)9.99.
           05 FILLER                PIC X(18) VALUE SPACES.

       01 WS-NO-STAGED-LINE.
           05 FILLER                PIC X(60) VALUE
               "NO VERSION STAGED BETWEEN THE TWO DATES - NOTHING TO COM
      -        "PARE".
           05 FILLER                PIC X(72) VALUE SPACES.

       01 WS-MOVER-HEAD-LINE.
           05 FILLER                PIC X(4)  VALUE "TOP ".
           05 WS-MH-TOP-COUNT       PIC ZZZ9.
           05 FILLER                PIC X(53) VALUE
               " CUSTOMERS BY CHANGE IN MONTHLY CHARGE/CREDIT".
           05 FILLER                PIC X(71) VALUE SPACES.

       01 WS-MOVER-COLUMN-HEAD.
           05 FILLER                PIC X(8)  VALUE "CUST ID ".
           05 FILLER                PIC X(32) VALUE "NAME".
           05 FILLER                PIC X(13) VALUE "    BALANCE  ".
           05 FILLER                PIC X(8)  VALUE "TYPE    ".
           05 FILLER                PIC X(13) VALUE "    CURRENT  ".
           05 FILLER                PIC X(13) VALUE "     STAGED  ".
           05 FILLER                PIC X(11) VALUE "     CHANGE".
           05 FILLER                PIC X(34) VALUE SPACES.

       01 WS-MOVER-LINE.
           05 WS-MV-CUSTOMER-ID     PIC 9(6).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-MV-NAME            PIC X(30).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-MV-BALANCE         PIC -(7)9.99.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-MV-KIND            PIC X(6).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-MV-CURRENT         PIC -(7)9.99.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-MV-STAGED          PIC -(7)9.99.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-MV-CHANGE          PIC -(7)9.99.
           05 FILLER                PIC X(34) VALUE SPACES.

       01 WS-SUMMARY-LINE-1.
           05 FILLER                PIC X(15) VALUE "ACCOUNTS READ: ".
           05 WS-SUM-READ           PIC ZZZ,ZZ9.
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 FILLER                PIC X(18) VALUE
               "NEGATIVE BALANCE: ".
           05 WS-SUM-NEGATIVE       PIC ZZZ,ZZ9.
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 FILLER                PIC X(18) VALUE
               "POSITIVE BALANCE: ".
           05 WS-SUM-POSITIVE       PIC ZZZ,ZZ9.
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 FILLER                PIC X(20) VALUE
               "FROZEN/P/O SKIPPED: ".
           05 WS-SUM-NOT-SWEPT      PIC ZZZ,ZZ9.
           05 FILLER                PIC X(21) VALUE SPACES.

       01 WS-SUMMARY-LINE-2.
           05 FILLER                PIC X(25) VALUE
               "CUSTOMERS WITH A CHANGE: ".
           05 WS-SUM-CHANGED        PIC ZZZ,ZZ9.
           05 FILLER                PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN-PROCESS
      * Resolves and loads both versions of each schedule, then runs
      * the customer base through them inside the SORT that orders
      * the customers by size of change; the SORT's output procedure
      * writes the tier comparison (complete by then) and the top
      * movers.
      ******************************************************************
       MAIN-PROCESS.
           PERFORM INITIALIZATION
           PERFORM LOAD-FEE-VERSIONS
           PERFORM LOAD-INTEREST-VERSIONS
           IF WS-FV-EFFECTIVE-DATE (1) = WS-FV-EFFECTIVE-DATE (2) AND
                   WS-IV-EFFECTIVE-DATE (1) = WS-IV-EFFECTIVE-DATE (2)
               WRITE WHAT-IF-LINE FROM WS-NO-STAGED-LINE
               PERFORM CHECK-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF
           SORT MOVER-SORT-FILE
               ON DESCENDING KEY MVS-ABS-CHANGE
               ON ASCENDING KEY MVS-CUSTOMER-ID
               INPUT PROCEDURE IS SIMULATE-CUSTOMER-BASE
               OUTPUT PROCEDURE IS WRITE-SIMULATION-RESULTS
           PERFORM WRITE-SIMULATION-SUMMARY
           CLOSE CUSTOMER-FILE
           CLOSE WHAT-IF-REPORT
           STOP RUN.

      ******************************************************************
      * INITIALIZATION
      * Edits the command line, sets the projected cycle month, opens
      * the report and (INPUT only) the customer master, and writes
      * the banner.
      ******************************************************************
       INITIALIZATION.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE SPACES TO WS-STAGED-DATE-PARM
           MOVE SPACES TO WS-AS-OF-DATE-PARM
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL " "
               INTO WS-STAGED-DATE-PARM WS-AS-OF-DATE-PARM
           END-UNSTRING
           IF WS-STAGED-DATE-PARM = SPACES
               PERFORM PARM-ABEND
           END-IF
           MOVE WS-STAGED-DATE-PARM TO WS-DATE-PARM
           PERFORM EDIT-DATE-PARM
           MOVE WS-DATE-PARM-NUM TO WS-STAGED-DATE
           ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD
           IF WS-AS-OF-DATE-PARM NOT = SPACES
               MOVE WS-AS-OF-DATE-PARM TO WS-DATE-PARM
               PERFORM EDIT-DATE-PARM
               MOVE WS-DATE-PARM-NUM TO WS-AS-OF-DATE
           END-IF
           IF WS-STAGED-DATE NOT > WS-AS-OF-DATE
               PERFORM PARM-ABEND
           END-IF
           PERFORM COMPUTE-CYCLE-DATES
           INITIALIZE WS-FEE-VERSIONS WS-INT-VERSIONS
           OPEN OUTPUT WHAT-IF-REPORT
           IF NOT REPORT-OK
               DISPLAY "FATAL: OPEN OUTPUT WHAT-IF-REPORT FAILED"
                   ", STATUS=" REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-AS-OF-DATE TO WS-BN-AS-OF-DATE
           MOVE WS-STAGED-DATE TO WS-BN-STAGED-DATE
           MOVE WS-DAYS-IN-MONTH TO WS-BN-CYCLE-DAYS
           WRITE WHAT-IF-LINE FROM WS-BANNER-LINE
           PERFORM CHECK-REPORT-STATUS
           OPEN INPUT CUSTOMER-FILE
           IF NOT SUCCESS
               MOVE "OPEN INPUT CUSTOMER-FILE" TO WS-ERROR-CONTEXT
               PERFORM ABEND-SCHEDULE-WHAT-IF
           END-IF.

      ******************************************************************
      * EDIT-DATE-PARM
      * WS-DATE-PARM must be a real YYYYMMDD date; it is returned in
      * WS-DATE-PARM-NUM.
      ******************************************************************
       EDIT-DATE-PARM.
           IF WS-DATE-PARM (9:2) NOT = SPACES OR
                   WS-DATE-PARM (1:8) NOT NUMERIC
               PERFORM PARM-ABEND
           END-IF
           MOVE WS-DATE-PARM (1:8) TO WS-DATE-PARM-NUM
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-PARM-NUM) NOT = ZERO
               PERFORM PARM-ABEND
           END-IF.

      ******************************************************************
      * COMPUTE-CYCLE-DATES
      * Derives the number of days in the staged effective date's
      * month - the divisor the nightly accrual spreads the monthly
      * interest over - the same way CUSTOMER-PROCESS derives it for
      * the run month.
      ******************************************************************
       COMPUTE-CYCLE-DATES.
           MOVE WS-STAGED-DATE (1:4) TO WS-CYCLE-YEAR
           COMPUTE WS-MONTH-FIRST-DATE =
               FUNCTION INTEGER(WS-STAGED-DATE / 100) * 100 + 1
           IF WS-STAGED-DATE (5:2) = "12"
               COMPUTE WS-NEXT-MONTH-DATE =
                   (WS-CYCLE-YEAR + 1) * 10000 + 0101
           ELSE
               COMPUTE WS-NEXT-MONTH-DATE = WS-MONTH-FIRST-DATE + 100
           END-IF
           COMPUTE WS-DAYS-IN-MONTH =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-DATE) -
               FUNCTION INTEGER-OF-DATE(WS-MONTH-FIRST-DATE).

      ******************************************************************
      * LOAD-FEE-VERSIONS
      * First pass: the newest FS-EFFECTIVE-DATE not after the as-of
      * date (CURRENT) and not after the staged date (STAGED), over
      * every row, the way FIND-FEE-EFFECTIVE-DATE chooses. Second
      * pass: each version's service-charge rows into its table, the
      * way LOAD-FEE-SCHEDULE loads them. A version with no rows
      * leaves its date zero and its table empty, and every negative
      * balance falls to WS-DEFAULT-FEE under it, just as it would in
      * the night run. The file is optional, as it is there.
      ******************************************************************
       LOAD-FEE-VERSIONS.
           OPEN INPUT FEE-SCHEDULE-FILE
           IF FEE-SCHEDULE-OK
               PERFORM UNTIL FEE-SCHEDULE-EOF
                   READ FEE-SCHEDULE-FILE
                       AT END SET FEE-SCHEDULE-EOF TO TRUE
                       NOT AT END
                           IF FS-EFFECTIVE-DATE <= WS-AS-OF-DATE AND
                              FS-EFFECTIVE-DATE >
                                  WS-FV-EFFECTIVE-DATE (1)
                               MOVE FS-EFFECTIVE-DATE TO
                                   WS-FV-EFFECTIVE-DATE (1)
                           END-IF
                           IF FS-EFFECTIVE-DATE <= WS-STAGED-DATE AND
                              FS-EFFECTIVE-DATE >
                                  WS-FV-EFFECTIVE-DATE (2)
                               MOVE FS-EFFECTIVE-DATE TO
                                   WS-FV-EFFECTIVE-DATE (2)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEE-SCHEDULE-FILE
               OPEN INPUT FEE-SCHEDULE-FILE
           END-IF
           IF FEE-SCHEDULE-OK
               PERFORM UNTIL FEE-SCHEDULE-EOF
                   READ FEE-SCHEDULE-FILE
                       AT END SET FEE-SCHEDULE-EOF TO TRUE
                       NOT AT END
                           IF NOT FS-NSF-FEE
                               PERFORM STORE-FEE-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEE-SCHEDULE-FILE
           ELSE
               IF NOT FEE-SCHEDULE-NOT-FOUND
                   MOVE "OPEN INPUT FEE-SCHEDULE-FILE" TO
                       WS-ERROR-CONTEXT
                   MOVE FEE-SCHEDULE-STATUS TO FILE-STATUS
                   PERFORM ABEND-SCHEDULE-WHAT-IF
               END-IF
           END-IF.

      ******************************************************************
      * STORE-FEE-ROW
      * Adds one service-charge row to each version it belongs to -
      * both, when the staged date resolves to the current version.
      ******************************************************************
       STORE-FEE-ROW.
           PERFORM VARYING WS-VER FROM 1 BY 1 UNTIL WS-VER > 2
               IF FS-EFFECTIVE-DATE = WS-FV-EFFECTIVE-DATE (WS-VER)
                       AND FS-EFFECTIVE-DATE > ZERO
                   IF WS-FV-TIER-COUNT (WS-VER) >= WS-TIER-TABLE-MAX
                       MOVE "FEE TABLE OVERFLOW" TO WS-ERROR-CONTEXT
                       MOVE "99" TO FILE-STATUS
                       PERFORM ABEND-SCHEDULE-WHAT-IF
                   END-IF
                   ADD 1 TO WS-FV-TIER-COUNT (WS-VER)
                   MOVE WS-FV-TIER-COUNT (WS-VER) TO WS-TIER-SUB
                   MOVE FS-LOW-BALANCE TO
                       WS-FV-LOW (WS-VER, WS-TIER-SUB)
                   MOVE FS-HIGH-BALANCE TO
                       WS-FV-HIGH (WS-VER, WS-TIER-SUB)
                   MOVE FS-FEE-AMOUNT TO
                       WS-FV-AMOUNT (WS-VER, WS-TIER-SUB)
                   MOVE "N" TO WS-FV-PAIRED (WS-VER, WS-TIER-SUB)
               END-IF
           END-PERFORM.

      ******************************************************************
      * LOAD-INTEREST-VERSIONS
      * The same two passes over INTEREST-SCHEDULE-FILE, the way
      * FIND-INTEREST-EFFECTIVE-DATE and LOAD-INTEREST-SCHEDULE choose
      * and load a version. A version with no rows credits no
      * interest.
      ******************************************************************
       LOAD-INTEREST-VERSIONS.
           OPEN INPUT INTEREST-SCHEDULE-FILE
           IF INTEREST-SCHEDULE-OK
               PERFORM UNTIL INTEREST-SCHEDULE-EOF
                   READ INTEREST-SCHEDULE-FILE
                       AT END SET INTEREST-SCHEDULE-EOF TO TRUE
                       NOT AT END
                           IF IS-EFFECTIVE-DATE <= WS-AS-OF-DATE AND
                              IS-EFFECTIVE-DATE >
                                  WS-IV-EFFECTIVE-DATE (1)
                               MOVE IS-EFFECTIVE-DATE TO
                                   WS-IV-EFFECTIVE-DATE (1)
                           END-IF
                           IF IS-EFFECTIVE-DATE <= WS-STAGED-DATE AND
                              IS-EFFECTIVE-DATE >
                                  WS-IV-EFFECTIVE-DATE (2)
                               MOVE IS-EFFECTIVE-DATE TO
                                   WS-IV-EFFECTIVE-DATE (2)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INTEREST-SCHEDULE-FILE
               OPEN INPUT INTEREST-SCHEDULE-FILE
           END-IF
           IF INTEREST-SCHEDULE-OK
               PERFORM UNTIL INTEREST-SCHEDULE-EOF
                   READ INTEREST-SCHEDULE-FILE
                       AT END SET INTEREST-SCHEDULE-EOF TO TRUE
                       NOT AT END PERFORM STORE-INTEREST-ROW
                   END-READ
               END-PERFORM
               CLOSE INTEREST-SCHEDULE-FILE
           ELSE
               IF NOT INTEREST-SCHEDULE-NOT-FOUND
                   MOVE "OPEN INTEREST-SCHEDULE-FILE" TO
                       WS-ERROR-CONTEXT
                   MOVE INTEREST-SCHEDULE-STATUS TO FILE-STATUS
                   PERFORM ABEND-SCHEDULE-WHAT-IF
               END-IF
           END-IF.

      ******************************************************************
      * STORE-INTEREST-ROW
      * Adds one interest row to each version it belongs to.
      ******************************************************************
       STORE-INTEREST-ROW.
           PERFORM VARYING WS-VER FROM 1 BY 1 UNTIL WS-VER > 2
               IF IS-EFFECTIVE-DATE = WS-IV-EFFECTIVE-DATE (WS-VER)
                       AND IS-EFFECTIVE-DATE > ZERO
                   IF WS-IV-TIER-COUNT (WS-VER) >= WS-TIER-TABLE-MAX
                       MOVE "INTEREST TABLE OVERFLOW" TO
                           WS-ERROR-CONTEXT
                       MOVE "99" TO FILE-STATUS
                       PERFORM ABEND-SCHEDULE-WHAT-IF
                   END-IF
                   ADD 1 TO WS-IV-TIER-COUNT (WS-VER)
                   MOVE WS-IV-TIER-COUNT (WS-VER) TO WS-TIER-SUB
                   MOVE IS-LOW-BALANCE TO
                       WS-IV-LOW (WS-VER, WS-TIER-SUB)
                   MOVE IS-HIGH-BALANCE TO
                       WS-IV-HIGH (WS-VER, WS-TIER-SUB)
                   MOVE IS-RATE TO
                       WS-IV-RATE (WS-VER, WS-TIER-SUB)
                   MOVE "N" TO WS-IV-PAIRED (WS-VER, WS-TIER-SUB)
               END-IF
           END-PERFORM.

      ******************************************************************
      * SIMULATE-CUSTOMER-BASE
      * SORT input procedure - reads CUSTOMER.DAT front to back and
      * projects every account under both versions, releasing each
      * customer whose projected amount changes.
      ******************************************************************
       SIMULATE-CUSTOMER-BASE.
           PERFORM UNTIL CUSTOMER-EOF
               READ CUSTOMER-FILE NEXT RECORD
                   AT END SET CUSTOMER-EOF TO TRUE
                   NOT AT END
                       IF NOT SUCCESS
                           MOVE "READ CUSTOMER-FILE NEXT" TO
                               WS-ERROR-CONTEXT
                           PERFORM ABEND-SCHEDULE-WHAT-IF
                       END-IF
                       ADD 1 TO WS-ACCOUNTS-READ
                       PERFORM PROJECT-CUSTOMER
               END-READ
           END-PERFORM.

      ******************************************************************
      * PROJECT-CUSTOMER
      * Applies the sweep's rules to one account under each version:
      * nothing for a frozen, charge-off pending, or charged-off
      * account, the month's service charge for a negative balance,
      * the month's interest for a positive one.
      ******************************************************************
       PROJECT-CUSTOMER.
           MOVE ZERO TO WS-PROJECTED-AMOUNT (1)
           MOVE ZERO TO WS-PROJECTED-AMOUNT (2)
           EVALUATE TRUE
               WHEN CUST-FROZEN OR CUST-CHARGEOFF-PEND OR
                       CUST-CHARGED-OFF
                   ADD 1 TO WS-NOT-SWEPT-COUNT
               WHEN CUST-BALANCE < ZERO
                   ADD 1 TO WS-NEGATIVE-COUNT
                   MOVE "CHARGE" TO WS-PROJECTION-KIND
                   PERFORM VARYING WS-VER FROM 1 BY 1 UNTIL WS-VER > 2
                       PERFORM DETERMINE-SERVICE-CHARGE
                   END-PERFORM
                   PERFORM RELEASE-IF-CHANGED
               WHEN CUST-BALANCE > ZERO
                   ADD 1 TO WS-POSITIVE-COUNT
                   MOVE "CREDIT" TO WS-PROJECTION-KIND
                   PERFORM VARYING WS-VER FROM 1 BY 1 UNTIL WS-VER > 2
                       PERFORM PROJECT-MONTH-INTEREST
                   END-PERFORM
                   PERFORM RELEASE-IF-CHANGED
           END-EVALUATE.

      ******************************************************************
      * DETERMINE-SERVICE-CHARGE
      * CUSTOMER-PROCESS's lookup against version WS-VER: the first
      * tier whose range covers the balance, else WS-DEFAULT-FEE, with
      * the customer counted against that tier (or the default).
      ******************************************************************
       DETERMINE-SERVICE-CHARGE.
           MOVE WS-DEFAULT-FEE TO WS-PROJECTED-AMOUNT (WS-VER)
           MOVE ZERO TO WS-MATCH-SUB
           PERFORM VARYING WS-TIER-SUB FROM 1 BY 1
                   UNTIL WS-TIER-SUB > WS-FV-TIER-COUNT (WS-VER)
               IF CUST-BALANCE >= WS-FV-LOW (WS-VER, WS-TIER-SUB) AND
                  CUST-BALANCE <= WS-FV-HIGH (WS-VER, WS-TIER-SUB)
                   MOVE WS-FV-AMOUNT (WS-VER, WS-TIER-SUB) TO
                       WS-PROJECTED-AMOUNT (WS-VER)
                   MOVE WS-TIER-SUB TO WS-MATCH-SUB
                   MOVE WS-FV-TIER-COUNT (WS-VER) TO WS-TIER-SUB
               END-IF
           END-PERFORM
           IF WS-MATCH-SUB > ZERO
               ADD 1 TO WS-FV-TIER-CUSTS (WS-VER, WS-MATCH-SUB)
               ADD WS-PROJECTED-AMOUNT (WS-VER) TO
                   WS-FV-TIER-TOTAL (WS-VER, WS-MATCH-SUB)
           ELSE
               ADD 1 TO WS-FV-DEFAULT-COUNT (WS-VER)
               ADD WS-PROJECTED-AMOUNT (WS-VER) TO
                   WS-FV-DEFAULT-TOTAL (WS-VER)
           END-IF
           ADD 1 TO WS-FV-CUST-COUNT (WS-VER)
           ADD WS-PROJECTED-AMOUNT (WS-VER) TO
               WS-FV-GRAND-TOTAL (WS-VER).

      ******************************************************************
      * PROJECT-MONTH-INTEREST
      * CUSTOMER-PROCESS's DETERMINE-INTEREST against version WS-VER
      * for the monthly amount, then the cycle rule ACCRUE-INTEREST
      * follows: one rounded nightly share per day of the month,
      * posted together at month end. A balance no tier covers earns
      * nothing and is counted in no tier.
      ******************************************************************
       PROJECT-MONTH-INTEREST.
           MOVE ZERO TO WS-INTEREST-AMOUNT
           MOVE ZERO TO WS-MATCH-SUB
           PERFORM VARYING WS-TIER-SUB FROM 1 BY 1
                   UNTIL WS-TIER-SUB > WS-IV-TIER-COUNT (WS-VER)
               IF CUST-BALANCE >= WS-IV-LOW (WS-VER, WS-TIER-SUB) AND
                  CUST-BALANCE <= WS-IV-HIGH (WS-VER, WS-TIER-SUB)
                   COMPUTE WS-INTEREST-AMOUNT ROUNDED =
                       CUST-BALANCE * WS-IV-RATE (WS-VER, WS-TIER-SUB)
                   MOVE WS-TIER-SUB TO WS-MATCH-SUB
                   MOVE WS-IV-TIER-COUNT (WS-VER) TO WS-TIER-SUB
               END-IF
           END-PERFORM
           IF WS-INTEREST-AMOUNT > ZERO
               COMPUTE WS-DAILY-ACCRUAL ROUNDED =
                   WS-INTEREST-AMOUNT / WS-DAYS-IN-MONTH
               COMPUTE WS-PROJECTED-AMOUNT (WS-VER) =
                   WS-DAILY-ACCRUAL * WS-DAYS-IN-MONTH
               IF WS-MATCH-SUB > ZERO
                   ADD 1 TO WS-IV-TIER-CUSTS (WS-VER, WS-MATCH-SUB)
                   ADD WS-PROJECTED-AMOUNT (WS-VER) TO
                       WS-IV-TIER-TOTAL (WS-VER, WS-MATCH-SUB)
               END-IF
               ADD 1 TO WS-IV-CUST-COUNT (WS-VER)
               ADD WS-PROJECTED-AMOUNT (WS-VER) TO
                   WS-IV-GRAND-TOTAL (WS-VER)
           END-IF.

      ******************************************************************
      * RELEASE-IF-CHANGED
      * Hands a customer whose monthly amount differs between the
      * versions to the sort, keyed on the size of the difference.
      ******************************************************************
       RELEASE-IF-CHANGED.
           COMPUTE WS-AMOUNT-CHANGE =
               WS-PROJECTED-AMOUNT (2) - WS-PROJECTED-AMOUNT (1)
           IF WS-AMOUNT-CHANGE NOT = ZERO
               ADD 1 TO WS-CHANGED-COUNT
               IF WS-AMOUNT-CHANGE < ZERO
                   COMPUTE MVS-ABS-CHANGE = ZERO - WS-AMOUNT-CHANGE
               ELSE
                   MOVE WS-AMOUNT-CHANGE TO MVS-ABS-CHANGE
               END-IF
               MOVE CUSTOMER-ID TO MVS-CUSTOMER-ID
               MOVE CUST-NAME TO MVS-NAME
               MOVE CUST-BALANCE TO MVS-BALANCE
               MOVE WS-PROJECTION-KIND TO MVS-KIND
               MOVE WS-PROJECTED-AMOUNT (1) TO MVS-CURRENT
               MOVE WS-PROJECTED-AMOUNT (2) TO MVS-STAGED
               MOVE WS-AMOUNT-CHANGE TO MVS-CHANGE
               RELEASE MOVER-SORT-RECORD
           END-IF.

      ******************************************************************
      * WRITE-SIMULATION-RESULTS
      * SORT output procedure - the tier comparisons, whose totals are
      * complete once the input procedure has run, then the first
      * WS-TOP-MOVER-MAX customers in order of change.
      ******************************************************************
       WRITE-SIMULATION-RESULTS.
           PERFORM WRITE-FEE-COMPARISON
           PERFORM WRITE-INTEREST-COMPARISON
           MOVE WS-TOP-MOVER-MAX TO WS-MH-TOP-COUNT
           WRITE WHAT-IF-LINE FROM WS-MOVER-HEAD-LINE
           PERFORM CHECK-REPORT-STATUS
           WRITE WHAT-IF-LINE FROM WS-MOVER-COLUMN-HEAD
           PERFORM CHECK-REPORT-STATUS
           MOVE "N" TO WS-SORT-RETURN-SWITCH
           PERFORM UNTIL SORT-RETURN-EOF OR
                   WS-MOVERS-LISTED >= WS-TOP-MOVER-MAX
               RETURN MOVER-SORT-FILE
                   AT END SET SORT-RETURN-EOF TO TRUE
                   NOT AT END PERFORM WRITE-MOVER-LINE
               END-RETURN
           END-PERFORM.

      ******************************************************************
      * WRITE-MOVER-LINE
      * Writes one top-mover line from the returned sort record.
      ******************************************************************
       WRITE-MOVER-LINE.
           MOVE MVS-CUSTOMER-ID TO WS-MV-CUSTOMER-ID
           MOVE MVS-NAME TO WS-MV-NAME
           MOVE MVS-BALANCE TO WS-MV-BALANCE
           MOVE MVS-KIND TO WS-MV-KIND
           MOVE MVS-CURRENT TO WS-MV-CURRENT
           MOVE MVS-STAGED TO WS-MV-STAGED
           MOVE MVS-CHANGE TO WS-MV-CHANGE
           WRITE WHAT-IF-LINE FROM WS-MOVER-LINE
           PERFORM CHECK-REPORT-STATUS
           ADD 1 TO WS-MOVERS-LISTED.

      ******************************************************************
      * WRITE-FEE-COMPARISON
      * The service-charge tiers side by side: each current tier with
      * the staged tier covering the same balance range beside it,
      * then any staged tier with no current counterpart, the
      * WS-DEFAULT-FEE line when either version fell back to it, and
      * the fee income totals.
      ******************************************************************
       WRITE-FEE-COMPARISON.
           MOVE "SERVICE-CHARGE TIERS" TO WS-SC-TITLE
           MOVE WS-FV-EFFECTIVE-DATE (1) TO WS-SC-CURRENT-DATE
           MOVE WS-FV-EFFECTIVE-DATE (2) TO WS-SC-STAGED-DATE
           PERFORM WRITE-SECTION-HEADING
           PERFORM VARYING WS-TIER-SUB FROM 1 BY 1
                   UNTIL WS-TIER-SUB > WS-FV-TIER-COUNT (1)
               MOVE "FEE" TO WS-FC-LABEL
               MOVE WS-FV-LOW (1, WS-TIER-SUB) TO WS-FC-LOW
               MOVE WS-FV-HIGH (1, WS-TIER-SUB) TO WS-FC-HIGH
               MOVE WS-FV-AMOUNT (1, WS-TIER-SUB) TO WS-FC-CUR-FEE
               MOVE WS-FV-TIER-CUSTS (1, WS-TIER-SUB) TO
                   WS-FC-CUR-COUNT
               MOVE WS-FV-TIER-TOTAL (1, WS-TIER-SUB) TO
                   WS-FC-CUR-TOTAL
               MOVE ZERO TO WS-CHANGE-TOTAL
               SUBTRACT WS-FV-TIER-TOTAL (1, WS-TIER-SUB) FROM
                   WS-CHANGE-TOTAL
               PERFORM FIND-PAIRED-FEE-TIER
               IF WS-PAIR-SUB > ZERO
                   MOVE WS-FV-AMOUNT (2, WS-PAIR-SUB) TO WS-FC-STG-FEE
                   MOVE WS-FV-TIER-CUSTS (2, WS-PAIR-SUB) TO
                       WS-FC-STG-COUNT
                   MOVE WS-FV-TIER-TOTAL (2, WS-PAIR-SUB) TO
                       WS-FC-STG-TOTAL
                   ADD WS-FV-TIER-TOTAL (2, WS-PAIR-SUB) TO
                       WS-CHANGE-TOTAL
               ELSE
                   MOVE SPACES TO WS-FC-STAGED-SIDE
               END-IF
               MOVE WS-CHANGE-TOTAL TO WS-FC-CHANGE
               WRITE WHAT-IF-LINE FROM WS-FEE-COMPARE-LINE
               PERFORM CHECK-REPORT-STATUS
           END-PERFORM
           PERFORM VARYING WS-TIER-SUB FROM 1 BY 1
                   UNTIL WS-TIER-SUB > WS-FV-TIER-COUNT (2)
               IF WS-FV-PAIRED (2, WS-TIER-SUB) NOT = "Y"
                   MOVE "FEE" TO WS-FC-LABEL
                   MOVE WS-FV-LOW (2, WS-TIER-SUB) TO WS-FC-LOW
                   MOVE WS-FV-HIGH (2, WS-TIER-SUB) TO WS-FC-HIGH
                   MOVE SPACES TO WS-FC-CURRENT-SIDE
                   MOVE WS-FV-AMOUNT (2, WS-TIER-SUB) TO
                       WS-FC-STG-FEE
                   MOVE WS-FV-TIER-CUSTS (2, WS-TIER-SUB) TO
                       WS-FC-STG-COUNT
                   MOVE WS-FV-TIER-TOTAL (2, WS-TIER-SUB) TO
                       WS-FC-STG-TOTAL
                   MOVE WS-FV-TIER-TOTAL (2, WS-TIER-SUB) TO
                       WS-FC-CHANGE
                   WRITE WHAT-IF-LINE FROM WS-FEE-COMPARE-LINE
                   PERFORM CHECK-REPORT-STATUS
               END-IF
           END-PERFORM
           IF WS-FV-DEFAULT-COUNT (1) > ZERO OR
                   WS-FV-DEFAULT-COUNT (2) > ZERO
               MOVE "FEE-DFLT" TO WS-FC-LABEL
               MOVE SPACES TO WS-FC-RANGE
               MOVE WS-DEFAULT-FEE TO WS-FC-CUR-FEE
               MOVE WS-FV-DEFAULT-COUNT (1) TO WS-FC-CUR-COUNT
               MOVE WS-FV-DEFAULT-TOTAL (1) TO WS-FC-CUR-TOTAL
               MOVE WS-DEFAULT-FEE TO WS-FC-STG-FEE
               MOVE WS-FV-DEFAULT-COUNT (2) TO WS-FC-STG-COUNT
               MOVE WS-FV-DEFAULT-TOTAL (2) TO WS-FC-STG-TOTAL
               COMPUTE WS-CHANGE-TOTAL =
                   WS-FV-DEFAULT-TOTAL (2) - WS-FV-DEFAULT-TOTAL (1)
               MOVE WS-CHANGE-TOTAL TO WS-FC-CHANGE
               WRITE WHAT-IF-LINE FROM WS-FEE-COMPARE-LINE
               PERFORM CHECK-REPORT-STATUS
           END-IF
           MOVE "TOTAL" TO WS-FC-LABEL
           MOVE SPACES TO WS-FC-RANGE
           MOVE SPACES TO WS-FC-CURRENT-SIDE
           MOVE WS-FV-CUST-COUNT (1) TO WS-FC-CUR-COUNT
           MOVE WS-FV-GRAND-TOTAL (1) TO WS-FC-CUR-TOTAL
           MOVE SPACES TO WS-FC-STAGED-SIDE
           MOVE WS-FV-CUST-COUNT (2) TO WS-FC-STG-COUNT
           MOVE WS-FV-GRAND-TOTAL (2) TO WS-FC-STG-TOTAL
           COMPUTE WS-CHANGE-TOTAL =
               WS-FV-GRAND-TOTAL (2) - WS-FV-GRAND-TOTAL (1)
           MOVE WS-CHANGE-TOTAL TO WS-FC-CHANGE
           WRITE WHAT-IF-LINE FROM WS-FEE-COMPARE-LINE
           PERFORM CHECK-REPORT-STATUS.

      ******************************************************************
      * FIND-PAIRED-FEE-TIER
      * Finds the staged service-charge tier with the same low and
      * high balance as current tier WS-TIER-SUB, leaving it in
      * WS-PAIR-SUB (zero when there is none) and marking it paired.
      ******************************************************************
       FIND-PAIRED-FEE-TIER.
           MOVE ZERO TO WS-PAIR-SUB
           PERFORM VARYING WS-MATCH-SUB FROM 1 BY 1
                   UNTIL WS-MATCH-SUB > WS-FV-TIER-COUNT (2)
                      OR WS-PAIR-SUB > ZERO
               IF WS-FV-PAIRED (2, WS-MATCH-SUB) NOT = "Y" AND
                  WS-FV-LOW (2, WS-MATCH-SUB) =
                      WS-FV-LOW (1, WS-TIER-SUB) AND
                  WS-FV-HIGH (2, WS-MATCH-SUB) =
                      WS-FV-HIGH (1, WS-TIER-SUB)
                   MOVE WS-MATCH-SUB TO WS-PAIR-SUB
                   MOVE "Y" TO WS-FV-PAIRED (2, WS-MATCH-SUB)
               END-IF
           END-PERFORM.

      ******************************************************************
      * WRITE-INTEREST-COMPARISON
      * The interest tiers side by side, the same way WRITE-FEE-
      * COMPARISON sets out the service-charge tiers, then the
      * interest expense totals.
      ******************************************************************
       WRITE-INTEREST-COMPARISON.
           MOVE "INTEREST TIERS" TO WS-SC-TITLE
           MOVE WS-IV-EFFECTIVE-DATE (1) TO WS-SC-CURRENT-DATE
           MOVE WS-IV-EFFECTIVE-DATE (2) TO WS-SC-STAGED-DATE
           PERFORM WRITE-SECTION-HEADING
           PERFORM VARYING WS-TIER-SUB FROM 1 BY 1
                   UNTIL WS-TIER-SUB > WS-IV-TIER-COUNT (1)
               MOVE "INTEREST" TO WS-IC-LABEL
               MOVE WS-IV-LOW (1, WS-TIER-SUB) TO WS-IC-LOW
               MOVE WS-IV-HIGH (1, WS-TIER-SUB) TO WS-IC-HIGH
               MOVE SPACES TO WS-IC-CURRENT-SIDE
               MOVE WS-IV-RATE (1, WS-TIER-SUB) TO WS-IC-CUR-RATE
               MOVE WS-IV-TIER-CUSTS (1, WS-TIER-SUB) TO
                   WS-IC-CUR-COUNT
               MOVE WS-IV-TIER-TOTAL (1, WS-TIER-SUB) TO
                   WS-IC-CUR-TOTAL
               MOVE ZERO TO WS-CHANGE-TOTAL
               SUBTRACT WS-IV-TIER-TOTAL (1, WS-TIER-SUB) FROM
                   WS-CHANGE-TOTAL
               PERFORM FIND-PAIRED-INTEREST-TIER
               MOVE SPACES TO WS-IC-STAGED-SIDE
               IF WS-PAIR-SUB > ZERO
                   MOVE WS-IV-RATE (2, WS-PAIR-SUB) TO WS-IC-STG-RATE
                   MOVE WS-IV-TIER-CUSTS (2, WS-PAIR-SUB) TO
                       WS-IC-STG-COUNT
                   MOVE WS-IV-TIER-TOTAL (2, WS-PAIR-SUB) TO
                       WS-IC-STG-TOTAL
                   ADD WS-IV-TIER-TOTAL (2, WS-PAIR-SUB) TO
                       WS-CHANGE-TOTAL
               END-IF
               MOVE WS-CHANGE-TOTAL TO WS-IC-CHANGE
               WRITE WHAT-IF-LINE FROM WS-INT-COMPARE-LINE
               PERFORM CHECK-REPORT-STATUS
           END-PERFORM
           PERFORM VARYING WS-TIER-SUB FROM 1 BY 1
                   UNTIL WS-TIER-SUB > WS-IV-TIER-COUNT (2)
               IF WS-IV-PAIRED (2, WS-TIER-SUB) NOT = "Y"
                   MOVE "INTEREST" TO WS-IC-LABEL
                   MOVE WS-IV-LOW (2, WS-TIER-SUB) TO WS-IC-LOW
                   MOVE WS-IV-HIGH (2, WS-TIER-SUB) TO WS-IC-HIGH
                   MOVE SPACES TO WS-IC-CURRENT-SIDE
                   MOVE SPACES TO WS-IC-STAGED-SIDE
                   MOVE WS-IV-RATE (2, WS-TIER-SUB) TO
                       WS-IC-STG-RATE
                   MOVE WS-IV-TIER-CUSTS (2, WS-TIER-SUB) TO
                       WS-IC-STG-COUNT
                   MOVE WS-IV-TIER-TOTAL (2, WS-TIER-SUB) TO
                       WS-IC-STG-TOTAL
                   MOVE WS-IV-TIER-TOTAL (2, WS-TIER-SUB) TO
                       WS-IC-CHANGE
                   WRITE WHAT-IF-LINE FROM WS-INT-COMPARE-LINE
                   PERFORM CHECK-REPORT-STATUS
               END-IF
           END-PERFORM
           MOVE "TOTAL" TO WS-IC-LABEL
           MOVE SPACES TO WS-IC-RANGE
           MOVE SPACES TO WS-IC-CURRENT-SIDE
           MOVE WS-IV-CUST-COUNT (1) TO WS-IC-CUR-COUNT
           MOVE WS-IV-GRAND-TOTAL (1) TO WS-IC-CUR-TOTAL
           MOVE SPACES TO WS-IC-STAGED-SIDE
           MOVE WS-IV-CUST-COUNT (2) TO WS-IC-STG-COUNT
           MOVE WS-IV-GRAND-TOTAL (2) TO WS-IC-STG-TOTAL
           COMPUTE WS-CHANGE-TOTAL =
               WS-IV-GRAND-TOTAL (2) - WS-IV-GRAND-TOTAL (1)
           MOVE WS-CHANGE-TOTAL TO WS-IC-CHANGE
           WRITE WHAT-IF-LINE FROM WS-INT-COMPARE-LINE
           PERFORM CHECK-REPORT-STATUS.

      ******************************************************************
      * FIND-PAIRED-INTEREST-TIER
      * Finds the staged interest tier with the same low and high
      * balance as current tier WS-TIER-SUB, leaving it in
      * WS-PAIR-SUB (zero when there is none) and marking it paired.
      ******************************************************************
       FIND-PAIRED-INTEREST-TIER.
           MOVE ZERO TO WS-PAIR-SUB
           PERFORM VARYING WS-MATCH-SUB FROM 1 BY 1
                   UNTIL WS-MATCH-SUB > WS-IV-TIER-COUNT (2)
                      OR WS-PAIR-SUB > ZERO
               IF WS-IV-PAIRED (2, WS-MATCH-SUB) NOT = "Y" AND
                  WS-IV-LOW (2, WS-MATCH-SUB) =
                      WS-IV-LOW (1, WS-TIER-SUB) AND
                  WS-IV-HIGH (2, WS-MATCH-SUB) =
                      WS-IV-HIGH (1, WS-TIER-SUB)
                   MOVE WS-MATCH-SUB TO WS-PAIR-SUB
                   MOVE "Y" TO WS-IV-PAIRED (2, WS-MATCH-SUB)
               END-IF
           END-PERFORM.

      ******************************************************************
      * WRITE-SECTION-HEADING
      * Writes one comparison section's title line (WS-SECTION-LINE,
      * already filled in) and the two column headings.
      ******************************************************************
       WRITE-SECTION-HEADING.
           WRITE WHAT-IF-LINE FROM WS-SECTION-LINE
           PERFORM CHECK-REPORT-STATUS
           WRITE WHAT-IF-LINE FROM WS-COLUMN-HEAD-1
           PERFORM CHECK-REPORT-STATUS
           WRITE WHAT-IF-LINE FROM WS-COLUMN-HEAD-2
           PERFORM CHECK-REPORT-STATUS.

      ******************************************************************
      * WRITE-SIMULATION-SUMMARY
      * The account counts behind the projection.
      ******************************************************************
       WRITE-SIMULATION-SUMMARY.
           MOVE WS-ACCOUNTS-READ TO WS-SUM-READ
           MOVE WS-NEGATIVE-COUNT TO WS-SUM-NEGATIVE
           MOVE WS-POSITIVE-COUNT TO WS-SUM-POSITIVE
           MOVE WS-NOT-SWEPT-COUNT TO WS-SUM-NOT-SWEPT
           MOVE WS-CHANGED-COUNT TO WS-SUM-CHANGED
           WRITE WHAT-IF-LINE FROM WS-SUMMARY-LINE-1
           PERFORM CHECK-REPORT-STATUS
           WRITE WHAT-IF-LINE FROM WS-SUMMARY-LINE-2
           PERFORM CHECK-REPORT-STATUS.

      ******************************************************************
      * CHECK-REPORT-STATUS
      * Checks REPORT-STATUS after a WRITE WHAT-IF-LINE.
      ******************************************************************
       CHECK-REPORT-STATUS.
           IF NOT REPORT-OK
               DISPLAY "FATAL: WRITE WHAT-IF-LINE FAILED, STATUS="
                   REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * PARM-ABEND
      * The command line is missing the staged date, carries a date
      * that is not a real YYYYMMDD date, or stages nothing after the
      * as-of date.
      ******************************************************************
       PARM-ABEND.
           DISPLAY "FATAL: INVALID COMMAND LINE '"
               FUNCTION TRIM(WS-COMMAND-LINE) "'"
           DISPLAY "EXPECTED STAGED-YYYYMMDD [AS-OF-YYYYMMDD], STAGED "
               "DATE AFTER AS-OF DATE"
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      * ABEND-SCHEDULE-WHAT-IF
      * Reports the failed operation and its status to the console,
      * closes everything, and ends with RETURN-CODE 16.
      ******************************************************************
       ABEND-SCHEDULE-WHAT-IF.
           DISPLAY "FATAL: " WS-ERROR-CONTEXT " STATUS=" FILE-STATUS
           CLOSE CUSTOMER-FILE
           CLOSE WHAT-IF-REPORT
           MOVE 16 TO RETURN-CODE
           STOP RUN.

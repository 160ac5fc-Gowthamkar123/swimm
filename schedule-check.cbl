      *              version of the tier set at once, so gaps/overlaps
      *              are only compared within a version, never across
      *              one version's last tier and the next version's
      *              first. The fee schedule's service-charge tiers and
      *              NSF fee tiers each cover the balance range on
      *              their own, so they are checked as separate tier
      *              sets within a version. Read-only against both
      *              schedule files - it never updates them.
      *
      * Maintenance Log:
      * Date       Developer    Description
      * 2026-08-21 DEV-TEAM    Report a failed schedule open as a
      *                        finding with RETURN-CODE 16 instead of
      *                        certifying a file that was never read
      * 2026-10-15 DEV-TEAM    Mirror FS-FEE-TYPE; check service-charge
      *                        and NSF fee tiers as separate sets and
      *                        report an unknown fee type
      ******************************************************************

       ENVIRONMENT DIVISION.
           05 FS-LOW-BALANCE    PIC S9(7)V99.
           05 FS-HIGH-BALANCE   PIC S9(7)V99.
           05 FS-FEE-AMOUNT     PIC S9(5)V99.
           05 FS-FEE-TYPE       PIC X.
               88 FS-SERVICE-FEE       VALUES "S" SPACE.
               88 FS-NSF-FEE           VALUE "N".

      ******************************************************************
      * Interest Schedule Layout - mirrors CUSTOMER-PROCESS exactly.

      ******************************************************************
      * Sort work files - hold each schedule's tiers ordered ascending
      * by effective date, then (fee schedule only) by fee type, then
      * by low balance, so gaps/overlaps can be found by walking the
      * tiers of one dated version's tier set in coverage order
      * regardless of the order they appear in the schedule file
      * itself. FSS-FEE-TYPE holds S for a blank FS-FEE-TYPE, so the
      * older untyped rows sort with the service-charge tiers.
      ******************************************************************
       SD FEE-SORT-FILE.
       01 FEE-SORT-RECORD.
           05 FSS-EFFECTIVE-DATE PIC 9(8).
           05 FSS-FEE-TYPE      PIC X.
           05 FSS-LOW-BALANCE   PIC S9(7)V99.
           05 FSS-HIGH-BALANCE  PIC S9(7)V99.
           05 FSS-FEE-AMOUNT    PIC S9(5)V99.
       01 WS-FINDING-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-PREV-HIGH-BALANCE     PIC S9(7)V99.
       01 WS-PREV-EFFECTIVE-DATE   PIC 9(8) VALUE ZERO.
       01 WS-PREV-FEE-TYPE         PIC X VALUE SPACE.
       01 WS-EXPECTED-LOW-BALANCE  PIC S9(7)V99.
       01 WS-GAP-TO-AMOUNT         PIC S9(7)V99.
       01 WS-FIRST-TIER-SWITCH     PIC X VALUE "Y".
           05 WS-OV-EFFECTIVE       PIC 9(8).
           05 FILLER                PIC X(8) VALUE SPACES.

       01 WS-FEE-TYPE-LINE.
           05 FILLER               PIC X(28) VALUE
               "INVALID TIER - FEE TYPE: ".
           05 WS-FT-FEE-TYPE        PIC X.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 FILLER                PIC X(5) VALUE "LOW=".
           05 WS-FT-LOW             PIC -(7)9.99.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 FILLER                PIC X(4) VALUE "EFF=".
           05 WS-FT-EFFECTIVE       PIC 9(8).
           05 FILLER                PIC X(37) VALUE SPACES.

       01 WS-OPEN-FAIL-LINE.
           05 FILLER                PIC X(26) VALUE
               "SCHEDULE OPEN FAILED: ".

      ******************************************************************
      * CHECK-FEE-SCHEDULE
      * Sorts FEE-SCHEDULE-FILE by effective date, fee type, and low
      * balance and walks the sorted tiers looking for gaps, overlaps,
      * and low > high rows.
      ******************************************************************
       CHECK-FEE-SCHEDULE.
           MOVE "FEE-SCHEDULE.DAT" TO WS-BN-SCHEDULE-NAME
           WRITE SCHEDULE-CHECK-LINE FROM WS-BANNER-LINE
           MOVE ZERO TO WS-PREV-HIGH-BALANCE
           MOVE ZERO TO WS-PREV-EFFECTIVE-DATE
           MOVE SPACE TO WS-PREV-FEE-TYPE
           MOVE "Y" TO WS-FIRST-TIER-SWITCH
           SORT FEE-SORT-FILE
               ON ASCENDING KEY FSS-EFFECTIVE-DATE
               ON ASCENDING KEY FSS-FEE-TYPE
               ON ASCENDING KEY FSS-LOW-BALANCE
               INPUT PROCEDURE IS LOAD-FEE-SORT-INPUT
               OUTPUT PROCEDURE IS SCAN-FEE-SORT-OUTPUT.
      ******************************************************************
      * LOAD-FEE-SORT-INPUT
      * SORT input procedure - feeds every FEE-SCHEDULE-FILE row into
      * the sort, flagging low > high rows and unknown fee types as
      * they are read (neither check depends on sort order). A row
      * of unknown type is left out of the sort - CUSTOMER-PROCESS
      * would treat it as a service-charge tier, so it must be fixed,
      * not merged into a coverage walk. A failed open - file
      * missing, locked, I/O error - is itself a finding and forces
      * RETURN-CODE 16: a validator that certified a schedule it never
      * read would defeat its own purpose.
                                   WS-LOWHIGH-LINE
                               ADD 1 TO WS-FINDING-COUNT
                           END-IF
                           IF FS-SERVICE-FEE OR FS-NSF-FEE
                               PERFORM RELEASE-FEE-SORT-ROW
                           ELSE
                               MOVE FS-FEE-TYPE TO WS-FT-FEE-TYPE
                               MOVE FS-LOW-BALANCE TO WS-FT-LOW
                               MOVE FS-EFFECTIVE-DATE TO
                                   WS-FT-EFFECTIVE
                               WRITE SCHEDULE-CHECK-LINE FROM
                                   WS-FEE-TYPE-LINE
                               ADD 1 TO WS-FINDING-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEE-SCHEDULE-FILE
               MOVE 16 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * RELEASE-FEE-SORT-ROW
      * Releases one fee schedule row to the sort, typed S or N.
      ******************************************************************
       RELEASE-FEE-SORT-ROW.
           MOVE FS-EFFECTIVE-DATE TO FSS-EFFECTIVE-DATE
           IF FS-NSF-FEE
               MOVE "N" TO FSS-FEE-TYPE
           ELSE
               MOVE "S" TO FSS-FEE-TYPE
           END-IF
           MOVE FS-LOW-BALANCE TO FSS-LOW-BALANCE
           MOVE FS-HIGH-BALANCE TO FSS-HIGH-BALANCE
           MOVE FS-FEE-AMOUNT TO FSS-FEE-AMOUNT
           RELEASE FEE-SORT-RECORD.

      ******************************************************************
      * SCAN-FEE-SORT-OUTPUT
      * SORT output procedure - returns the fee tiers in ascending low-
      * high-water mark from the tier before it. A degenerate tier
      * (low > high) was already reported by LOAD-FEE-SORT-INPUT and is
      * skipped here so it does not also generate a false gap/overlap.
      * A change of effective date or of fee type starts a new tier
      * set.
      ******************************************************************
       COMPARE-FEE-TO-PREVIOUS.
           IF FSS-LOW-BALANCE > FSS-HIGH-BALANCE
               CONTINUE
           ELSE
               IF FSS-EFFECTIVE-DATE NOT = WS-PREV-EFFECTIVE-DATE OR
                       FSS-FEE-TYPE NOT = WS-PREV-FEE-TYPE
                   MOVE "Y" TO WS-FIRST-TIER-SWITCH
                   MOVE FSS-EFFECTIVE-DATE TO WS-PREV-EFFECTIVE-DATE
                   MOVE FSS-FEE-TYPE TO WS-PREV-FEE-TYPE
               END-IF
               IF NOT WS-FIRST-TIER
                   COMPUTE WS-EXPECTED-LOW-BALANCE =
